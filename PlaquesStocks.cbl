       PROGRAM-ID. PlaquesStocks AS "PlaquesStocks".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiDemandes ASSIGN TO DYNAMIC cheminFiDemandes
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiDemandes.

           SELECT OPTIONAL FiPlaquesLibres
               ASSIGN TO DYNAMIC cheminFiPlaquesLibres
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiPlaquesLibres.

           SELECT OPTIONAL FiStocks ASSIGN TO DYNAMIC cheminFiStocks
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiStocks.

           SELECT OPTIONAL FiReservations
               ASSIGN TO DYNAMIC cheminFiReservations
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiReservations.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiParametres.

           SELECT OPTIONAL FiVerrou ASSIGN TO DYNAMIC cheminFiVerrou
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiVerrou.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *    Demande d'un office : A (allocation ou reapprovisionnement)
      *    tire la quantite du pool central PlaquesLibres.seq vers le
      *    stock de l'office, R (retour) rend la quantite au pool
      *    (quantite nulle ou absente = tout le stock de l'office).
      *****************************************************************
       FD FiDemandes.
       01 engDemande.
           02 officeDemande            PIC X(3).
           02 FILLER                   PIC X.
           02 typeDemande              PIC X.
               88 demandeAllocation    VALUE "A" "a".
               88 demandeRetour        VALUE "R" "r".
           02 FILLER                   PIC X.
           02 quantiteDemandeX         PIC X(4).

       FD FiPlaquesLibres.
       01 engPlaqueLibre               PIC X(6).

      *****************************************************************
      *    Stock alloue aux offices (StocksOffices.seq) : une ligne
      *    par plaque tenue par un office. Une plaque au stock d'un
      *    office n'est plus au pool central; Serie1Ex6 n'immatricule
      *    dans un lot d'office que les plaques de son stock.
      *****************************************************************
       FD FiStocks.
       01 engStock.
           02 officeStock              PIC X(3).
           02 FILLER                   PIC X.
           02 plaqueStock              PIC X(6).

       FD FiReservations.
       01 engReservation.
           02 plaqueReservation        PIC X(6).
           02 FILLER                   PIC X.
           02 clientReservation        PIC X(30).
           02 FILLER                   PIC X.
           02 dateExpirationRes        PIC 9(6).

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).
           02 valeurParametreX         PIC X(12).

      *****************************************************************
      *    Verrou d'execution sur Registre.idx, selon la convention
      *    de la chaine : marque datee posee avant la mise a jour et
      *    retiree en sortant; marque plus jeune que
      *    AGE-VERROU-HEURES = refus code 12 (sauf FORCE-VERROU=O),
      *    marque plus ancienne = perimee et reprise.
      *****************************************************************
       FD FiVerrou.
       01 engVerrou.
           02 dateVerrou               PIC 9(6).
           02 FILLER                   PIC X VALUE SPACE.
           02 heureVerrou              PIC 9(6).
           02 FILLER                   PIC X VALUE SPACE.
           02 programmeVerrou          PIC X(20).

       FD FiAudit.
       01 engAudit.
           02 dateAudit-ed              PIC 9(8).
           02 FILLER                    PIC X VALUE SPACE.
           02 heureAudit-ed             PIC 9(6).
           02 FILLER                    PIC X(3) VALUE " - ".
           02 programmeAudit-ed         PIC X(20).
           02 FILLER                    PIC X(3) VALUE " - ".
           02 resumeAudit-ed            PIC X(60).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiDemandes PIC X(80) VALUE "DemandesStock.seq".
       01 cheminFiPlaquesLibres PIC X(80) VALUE "PlaquesLibres.seq".
       01 cheminFiStocks PIC X(80) VALUE "StocksOffices.seq".
       01 cheminFiReservations PIC X(80) VALUE "Reservations.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiVerrou PIC X(80) VALUE "Registre.lck".
       01 cheminFiEtatStocks PIC X(80) VALUE "EtatStocks.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDemandes
                                        FSOK BY fiDemandesOK
                                        FSFIN BY finFiDemandes
                                        FSABSENT BY fiDemandesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiPlaquesLibres
                                        FSOK BY fiPlaquesLibresOK
                                        FSFIN BY fiPlaquesLibresFin
                                        FSABSENT BY fiPlaquesLibresAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiStocks
                                        FSOK BY fiStocksOK
                                        FSFIN BY finFiStocks
                                        FSABSENT BY fiStocksAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReservations
                                        FSOK BY fiReservationsOK
                                        FSFIN BY finFiReservations
                                        FSABSENT BY fiReservationsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiVerrou
                                        FSOK BY fiVerrouOK
                                        FSFIN BY fiVerrouFin
                                        FSABSENT BY fiVerrouAbsent.
       01 forceVerrouSW                PIC X VALUE "N".
           88 forceVerrou              VALUE "O".
       01 verrouRefuseSW               PIC X VALUE "N".
           88 verrouRefuse             VALUE "O".
       01 dateJourVerrou               PIC 9(6).
       01 heureJourVerrou              PIC 9(8).
      *    Une marque de verrou n'est perimee qu'au-dela d'un age
      *    configurable en heures (cle AGE-VERROU-HEURES de
      *    Parametres.seq) : un traitement parti avant minuit garde
      *    son verrou au passage de la date, seule une marque
      *    vraiment ancienne est reprise.
       01 ageVerrouHeures              PIC 999 VALUE 12.
       01 valeurAgeVerrouX             PIC X(3).
       01 valeurAgeVerrouNum REDEFINES valeurAgeVerrouX PIC 999.
       01 dateTravailVerrou            PIC 9(6).
       01 FILLER REDEFINES dateTravailVerrou.
           02 anneeTravailVerrou       PIC 99.
           02 moisTravailVerrou        PIC 99.
           02 jourTravailVerrou        PIC 99.
       01 heureTravailVerrou           PIC 99.
       01 joursCumulesVerVal.
           02 FILLER                   PIC 9(3) VALUE 0.
           02 FILLER                   PIC 9(3) VALUE 31.
           02 FILLER                   PIC 9(3) VALUE 59.
           02 FILLER                   PIC 9(3) VALUE 90.
           02 FILLER                   PIC 9(3) VALUE 120.
           02 FILLER                   PIC 9(3) VALUE 151.
           02 FILLER                   PIC 9(3) VALUE 181.
           02 FILLER                   PIC 9(3) VALUE 212.
           02 FILLER                   PIC 9(3) VALUE 243.
           02 FILLER                   PIC 9(3) VALUE 273.
           02 FILLER                   PIC 9(3) VALUE 304.
           02 FILLER                   PIC 9(3) VALUE 334.
       01 REDEFINES joursCumulesVerVal.
           02 joursCumulesVer OCCURS 12 PIC 9(3).
       01 heuresAbsoluesVerrou         PIC 9(9).
       01 heuresJourAbs                PIC 9(9).
       01 ageVerrouCalcule             PIC 9(9).

       01 tabLibres.
           02 libreTab OCCURS 9999.
               03 plaqueLibreTab       PIC X(6).
               03 libreAlloueeSW       PIC X.
                   88 libreAllouee     VALUE "O".
       01 nbLibres                     PIC 9(4) VALUE 0.
       01 indLibre                     PIC 9(4).

       01 tabStocks.
           02 stockTab OCCURS 9999.
               03 officeStockTab       PIC X(3).
               03 plaqueStockTab       PIC X(6).
               03 stockRenduSW         PIC X.
                   88 stockRendu       VALUE "O".
       01 nbStocks                     PIC 9(4) VALUE 0.
       01 indStock                     PIC 9(4).

       01 tabReservations.
           02 plaqueResTab OCCURS 999  PIC X(6).
       01 nbReservations               PIC 999 VALUE 0.
       01 indReservation               PIC 999.
       01 reserveeSW                   PIC X VALUE "N".
           88 plaqueReservee           VALUE "O".

       01 quantiteDemandee             PIC 9(4).
       01 champQuantite                PIC X(4).
       01 champQuantiteNum REDEFINES champQuantite PIC 9(4).
       01 quantiteServie               PIC 9(4).
       01 toutLeStockSW                PIC X VALUE "N".
           88 toutLeStock              VALUE "O".
       01 remarqueDemande              PIC X(30).

       01 nbDemandes                   PIC 9(4) VALUE 0.
       01 nbDemandesIncompletes        PIC 9(4) VALUE 0.
       01 nbAllouees                   PIC 9(6) VALUE 0.
       01 nbRendues                    PIC 9(6) VALUE 0.
       01 nbDemandes-ed                PIC ZZZ9.
       01 nbDemandesIncompletes-ed     PIC ZZZ9.
       01 nbAllouees-ed                PIC ZZZZZ9.
       01 nbRendues-ed                 PIC ZZZZZ9.

      *    Synthese du stock par office apres traitement des demandes.
       01 tabOffices.
           02 officeTab OCCURS 100.
               03 codeOfficeTab        PIC X(3).
               03 nbPlaquesOffice      PIC 9(4).
               03 premierePlaqueOffice PIC X(6).
               03 dernierePlaqueOffice PIC X(6).
       01 nbOffices                    PIC 999 VALUE 0.
       01 indOffice                    PIC 999.
       01 indOfficeTrouve              PIC 999.

       01 titreEtatStocks              PIC X(40)
          VALUE "Stocks de plaques des offices".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteStocks            PIC X(70) VALUE
          "Off - dem. - demande - servi - remarque".
       01 ligneDemande.
           02 officeDemande-ed         PIC X(3).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 typeDemande-ed           PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 quantiteDemandee-ed      PIC ZZZZZ9.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 quantiteServie-ed        PIC ZZZZ9.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 remarqueDemande-ed       PIC X(30).
       01 ligneSyntheseStock.
           02 FILLER                   PIC X(7) VALUE "Office ".
           02 officeSynthese-ed        PIC X(3).
           02 FILLER                   PIC X(3) VALUE " : ".
           02 nbPlaquesSynthese-ed     PIC ZZZ9.
           02 FILLER                   PIC X(19)
              VALUE " plaques en stock, ".
           02 premiereSynthese-ed      PIC X(6).
           02 FILLER                   PIC X(3) VALUE " a ".
           02 derniereSynthese-ed      PIC X(6).
       01 ligneSynthesePool.
           02 FILLER                   PIC X(13) VALUE "Pool central ".
           02 FILLER                   PIC X(3) VALUE " : ".
           02 nbPoolSynthese-ed        PIC ZZZ9.
           02 FILLER                   PIC X(15)
              VALUE " plaques libres".
       01 nbPool                       PIC 9(4).

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Gestion des stocks de plaques par office : chaque demande
      *    de DemandesStock.seq tire des plaques du pool central
      *    (dans l'ordre du pool, donc une plage suivie de la serie)
      *    ou rend au pool le stock d'un office. Les plaques reservees
      *    a un client restent au pool. Pool et stocks sont recrits
      *    sous le verrou du registre, que PlaquesMouvements tient
      *    aussi quand il puise dans le pool. Une demande servie en
      *    partie ou refusee donne le code retour 4.
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           PERFORM lireForceVerrou.
           PERFORM prendreVerrou.
           OPEN INPUT FiDemandes.
           IF NOT fiDemandesOK
               DISPLAY "DemandesStock.seq introuvable, statut: "
                       fs-fiDemandes ", aucune demande traitee"
               CLOSE FiDemandes
               PERFORM libererVerrou
               STOP RUN
           END-IF.
           PERFORM chargerPlaquesLibres.
           PERFORM chargerStocks.
           PERFORM chargerReservations.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteStocks TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiEtatStocks
                                    titreEtatStocks
                                    enteteEtatTampon.
           READ FiDemandes END-READ.
           PERFORM UNTIL finFiDemandes
               ADD 1 TO nbDemandes
               PERFORM traiterDemande
               READ FiDemandes END-READ
           END-PERFORM.
           CLOSE FiDemandes.
           IF nbAllouees NOT = 0 OR nbRendues NOT = 0
               PERFORM reecrirePlaquesLibres
               PERFORM reecrireStocks
           END-IF.
           PERFORM imprimerSyntheseStocks.
           CALL "ETAT-FERMER".
           PERFORM libererVerrou.
           MOVE nbDemandes TO nbDemandes-ed.
           DISPLAY "Demandes traitees: " nbDemandes-ed.
           MOVE nbAllouees TO nbAllouees-ed.
           DISPLAY "Plaques allouees aux offices: " nbAllouees-ed.
           MOVE nbRendues TO nbRendues-ed.
           DISPLAY "Plaques rendues au pool: " nbRendues-ed.
           IF nbDemandesIncompletes NOT = 0
               MOVE nbDemandesIncompletes TO nbDemandesIncompletes-ed
               DISPLAY "Demandes incompletes ou refusees: "
                       nbDemandesIncompletes-ed
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ecrireAudit.
           STOP RUN.

       chargerPlaquesLibres.
           OPEN INPUT FiPlaquesLibres.
           IF fiPlaquesLibresOK
               READ FiPlaquesLibres END-READ
               PERFORM UNTIL fiPlaquesLibresFin
                      OR nbLibres >= 9999
                   ADD 1 TO nbLibres
                   MOVE engPlaqueLibre TO plaqueLibreTab(nbLibres)
                   MOVE "N" TO libreAlloueeSW(nbLibres)
                   READ FiPlaquesLibres END-READ
               END-PERFORM
               IF NOT fiPlaquesLibresFin
                   DISPLAY "Plus de 9999 plaques libres au pool, "
                           "arret sans modification"
                   CLOSE FiPlaquesLibres FiDemandes
                   PERFORM libererVerrou
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FiPlaquesLibres.

       chargerStocks.
           OPEN INPUT FiStocks.
           IF fiStocksOK
               READ FiStocks END-READ
               PERFORM UNTIL finFiStocks OR nbStocks >= 9999
                   ADD 1 TO nbStocks
                   MOVE officeStock TO officeStockTab(nbStocks)
                   MOVE plaqueStock TO plaqueStockTab(nbStocks)
                   MOVE "N" TO stockRenduSW(nbStocks)
                   READ FiStocks END-READ
               END-PERFORM
               IF NOT finFiStocks
                   DISPLAY "Plus de 9999 plaques en stock d'office, "
                           "arret sans modification"
                   CLOSE FiStocks FiDemandes
                   PERFORM libererVerrou
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FiStocks.

       chargerReservations.
           OPEN INPUT FiReservations.
           IF fiReservationsOK
               READ FiReservations END-READ
               PERFORM UNTIL finFiReservations
                      OR nbReservations >= 999
                   ADD 1 TO nbReservations
                   MOVE plaqueReservation
                        TO plaqueResTab(nbReservations)
                   READ FiReservations END-READ
               END-PERFORM
           END-IF.
           CLOSE FiReservations.

       traiterDemande.
           MOVE 0 TO quantiteServie.
           MOVE "N" TO toutLeStockSW.
           MOVE SPACES TO remarqueDemande.
           MOVE quantiteDemandeX TO champQuantite.
           INSPECT champQuantite REPLACING LEADING " " BY "0".
           IF champQuantite = SPACES OR champQuantite = "0000"
               MOVE 0 TO quantiteDemandee
               MOVE "O" TO toutLeStockSW
           ELSE
               IF champQuantite NUMERIC
                   MOVE champQuantiteNum TO quantiteDemandee
               ELSE
                   MOVE 0 TO quantiteDemandee
                   MOVE "quantite illisible" TO remarqueDemande
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN remarqueDemande NOT = SPACES
                   CONTINUE
               WHEN officeDemande = SPACES
                   MOVE "office absent" TO remarqueDemande
               WHEN demandeAllocation AND toutLeStock
                   MOVE "quantite a allouer absente"
                        TO remarqueDemande
               WHEN demandeAllocation
                   PERFORM allouerStock
               WHEN demandeRetour
                   PERFORM rendreStock
               WHEN OTHER
                   MOVE "type de demande inconnu" TO remarqueDemande
           END-EVALUATE.
           IF remarqueDemande NOT = SPACES
               ADD 1 TO nbDemandesIncompletes
           END-IF.
           MOVE officeDemande TO officeDemande-ed.
           EVALUATE TRUE
               WHEN demandeAllocation
                   MOVE "alloc." TO typeDemande-ed
               WHEN demandeRetour
                   MOVE "retour" TO typeDemande-ed
               WHEN OTHER
                   MOVE typeDemande TO typeDemande-ed
           END-EVALUATE.
           MOVE quantiteDemandee TO quantiteDemandee-ed.
           MOVE quantiteServie TO quantiteServie-ed.
           MOVE remarqueDemande TO remarqueDemande-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDemande TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       allouerStock.
           PERFORM VARYING indLibre FROM 1 BY 1
                   UNTIL indLibre > nbLibres
                      OR quantiteServie >= quantiteDemandee
                      OR nbStocks >= 9999
               IF NOT libreAllouee(indLibre)
                   PERFORM controlerReservee
                   IF NOT plaqueReservee
                       MOVE "O" TO libreAlloueeSW(indLibre)
                       ADD 1 TO nbStocks
                       MOVE officeDemande TO officeStockTab(nbStocks)
                       MOVE plaqueLibreTab(indLibre)
                            TO plaqueStockTab(nbStocks)
                       MOVE "N" TO stockRenduSW(nbStocks)
                       ADD 1 TO quantiteServie
                       ADD 1 TO nbAllouees
                   END-IF
               END-IF
           END-PERFORM.
           IF quantiteServie < quantiteDemandee
               IF nbStocks >= 9999
                   MOVE "table des stocks pleine" TO remarqueDemande
               ELSE
                   MOVE "pool central insuffisant" TO remarqueDemande
               END-IF
           END-IF.

       controlerReservee.
           MOVE "N" TO reserveeSW.
           PERFORM VARYING indReservation FROM 1 BY 1
                   UNTIL indReservation > nbReservations
                      OR plaqueReservee
               IF plaqueResTab(indReservation)
                  = plaqueLibreTab(indLibre)
                   MOVE "O" TO reserveeSW
               END-IF
           END-PERFORM.

      *    Le retour part de la fin du stock de l'office : les
      *    plaques les plus recemment allouees reviennent au pool.
       rendreStock.
           PERFORM VARYING indStock FROM nbStocks BY -1
                   UNTIL indStock < 1
                      OR (NOT toutLeStock
                          AND quantiteServie >= quantiteDemandee)
                      OR nbLibres >= 9999
               IF officeStockTab(indStock) = officeDemande
                  AND NOT stockRendu(indStock)
                   MOVE "O" TO stockRenduSW(indStock)
                   ADD 1 TO nbLibres
                   MOVE plaqueStockTab(indStock)
                        TO plaqueLibreTab(nbLibres)
                   MOVE "N" TO libreAlloueeSW(nbLibres)
                   ADD 1 TO quantiteServie
                   ADD 1 TO nbRendues
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN nbLibres >= 9999 AND indStock >= 1
                    AND (toutLeStock
                         OR quantiteServie < quantiteDemandee)
                   MOVE "pool central plein" TO remarqueDemande
               WHEN quantiteServie = 0
                   MOVE "aucune plaque en stock" TO remarqueDemande
               WHEN NOT toutLeStock
                    AND quantiteServie < quantiteDemandee
                   MOVE "stock de l'office insuffisant"
                        TO remarqueDemande
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       reecrirePlaquesLibres.
           OPEN OUTPUT FiPlaquesLibres.
           PERFORM VARYING indLibre FROM 1 BY 1
                   UNTIL indLibre > nbLibres
               IF NOT libreAllouee(indLibre)
                   MOVE plaqueLibreTab(indLibre) TO engPlaqueLibre
                   WRITE engPlaqueLibre END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FiPlaquesLibres.

       reecrireStocks.
           OPEN OUTPUT FiStocks.
           PERFORM VARYING indStock FROM 1 BY 1
                   UNTIL indStock > nbStocks
               IF NOT stockRendu(indStock)
                   MOVE SPACES TO engStock
                   MOVE officeStockTab(indStock) TO officeStock
                   MOVE plaqueStockTab(indStock) TO plaqueStock
                   WRITE engStock END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FiStocks.

       imprimerSyntheseStocks.
           PERFORM VARYING indStock FROM 1 BY 1
                   UNTIL indStock > nbStocks
               IF NOT stockRendu(indStock)
                   PERFORM cumulerStockOffice
               END-IF
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           PERFORM VARYING indOffice FROM 1 BY 1
                   UNTIL indOffice > nbOffices
               MOVE codeOfficeTab(indOffice) TO officeSynthese-ed
               MOVE nbPlaquesOffice(indOffice)
                    TO nbPlaquesSynthese-ed
               MOVE premierePlaqueOffice(indOffice)
                    TO premiereSynthese-ed
               MOVE dernierePlaqueOffice(indOffice)
                    TO derniereSynthese-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneSyntheseStock TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.
           MOVE 0 TO nbPool.
           PERFORM VARYING indLibre FROM 1 BY 1
                   UNTIL indLibre > nbLibres
               IF NOT libreAllouee(indLibre)
                   ADD 1 TO nbPool
               END-IF
           END-PERFORM.
           MOVE nbPool TO nbPoolSynthese-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneSynthesePool TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       cumulerStockOffice.
           MOVE 0 TO indOfficeTrouve.
           PERFORM VARYING indOffice FROM 1 BY 1
                   UNTIL indOffice > nbOffices
                      OR indOfficeTrouve NOT = 0
               IF codeOfficeTab(indOffice) = officeStockTab(indStock)
                   MOVE indOffice TO indOfficeTrouve
               END-IF
           END-PERFORM.
           IF indOfficeTrouve = 0 AND nbOffices < 100
               ADD 1 TO nbOffices
               MOVE nbOffices TO indOfficeTrouve
               MOVE officeStockTab(indStock)
                    TO codeOfficeTab(indOfficeTrouve)
               MOVE 0 TO nbPlaquesOffice(indOfficeTrouve)
               MOVE plaqueStockTab(indStock)
                    TO premierePlaqueOffice(indOfficeTrouve)
               MOVE plaqueStockTab(indStock)
                    TO dernierePlaqueOffice(indOfficeTrouve)
           END-IF.
           IF indOfficeTrouve NOT = 0
               ADD 1 TO nbPlaquesOffice(indOfficeTrouve)
               IF plaqueStockTab(indStock)
                  < premierePlaqueOffice(indOfficeTrouve)
                   MOVE plaqueStockTab(indStock)
                        TO premierePlaqueOffice(indOfficeTrouve)
               END-IF
               IF plaqueStockTab(indStock)
                  > dernierePlaqueOffice(indOfficeTrouve)
                   MOVE plaqueStockTab(indStock)
                        TO dernierePlaqueOffice(indOfficeTrouve)
               END-IF
           END-IF.

       lireForceVerrou.
           OPEN INPUT FiParametres.
           IF fiParametresOK
               READ FiParametres END-READ
               PERFORM UNTIL finFiParametres
                   IF cleParametre = "FORCE-VERROU"
                      AND valeurParametreX(1:1) = "O"
                       MOVE "O" TO forceVerrouSW
                   END-IF
                   IF cleParametre = "AGE-VERROU-HEURES"
                       MOVE valeurParametreX(1:3)
                            TO valeurAgeVerrouX
                       INSPECT valeurAgeVerrouX
                               REPLACING LEADING " " BY "0"
                       IF valeurAgeVerrouX NUMERIC
                          AND valeurAgeVerrouNum NOT = 0
                           MOVE valeurAgeVerrouNum
                                TO ageVerrouHeures
                       END-IF
                   END-IF
                   READ FiParametres END-READ
               END-PERFORM
           END-IF.
           CLOSE FiParametres.

       prendreVerrou.
           MOVE "N" TO verrouRefuseSW.
           ACCEPT dateJourVerrou FROM DATE.
           ACCEPT heureJourVerrou FROM TIME.
           OPEN INPUT FiVerrou.
           IF fiVerrouOK
               READ FiVerrou
                   AT END
                       CONTINUE
                   NOT AT END
                       IF dateVerrou NOT = 0
                           PERFORM calculerAgeVerrou
                           EVALUATE TRUE
                               WHEN ageVerrouCalcule
                                    >= ageVerrouHeures
                                   DISPLAY "Verrou perime du "
                                           dateVerrou " pose par "
                                           programmeVerrou
                                           ", repris"
                               WHEN forceVerrou
                                   DISPLAY "Verrou tenu par "
                                           programmeVerrou
                                           ", passe outre "
                                           "(FORCE-VERROU)"
                               WHEN OTHER
                                   MOVE "O" TO verrouRefuseSW
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.
           CLOSE FiVerrou.
           IF verrouRefuse
               DISPLAY "Registre.idx est verrouille par "
                       programmeVerrou " depuis " heureVerrou
                       ", arret (derogation: FORCE-VERROU=O)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FiVerrou.
           MOVE dateJourVerrou TO dateVerrou.
           ACCEPT heureJourVerrou FROM TIME.
           MOVE heureJourVerrou(1:6) TO heureVerrou.
           MOVE "PlaquesStocks" TO programmeVerrou.
           WRITE engVerrou END-WRITE.
           CLOSE FiVerrou.

       libererVerrou.
           OPEN OUTPUT FiVerrou.
           MOVE 0 TO dateVerrou.
           MOVE 0 TO heureVerrou.
           MOVE SPACES TO programmeVerrou.
           WRITE engVerrou END-WRITE.
           CLOSE FiVerrou.

      *    Age de la marque en heures pleines, l'annee etant comptee
      *    a 365 jours comme dans les autres calculs d'anciennete de
      *    la chaine.
       calculerAgeVerrou.
           MOVE dateJourVerrou TO dateTravailVerrou.
           MOVE heureJourVerrou(1:2) TO heureTravailVerrou.
           PERFORM calculerHeuresAbsoluesVerrou.
           MOVE heuresAbsoluesVerrou TO heuresJourAbs.
           MOVE dateVerrou TO dateTravailVerrou.
           MOVE heureVerrou(1:2) TO heureTravailVerrou.
           PERFORM calculerHeuresAbsoluesVerrou.
           IF heuresJourAbs > heuresAbsoluesVerrou
               COMPUTE ageVerrouCalcule =
                       heuresJourAbs - heuresAbsoluesVerrou
           ELSE
               MOVE 0 TO ageVerrouCalcule
           END-IF.

       calculerHeuresAbsoluesVerrou.
           IF moisTravailVerrou >= 1 AND moisTravailVerrou <= 12
               COMPUTE heuresAbsoluesVerrou =
                       (((anneeTravailVerrou * 365)
                         + joursCumulesVer(moisTravailVerrou)
                         + jourTravailVerrou) * 24)
                       + heureTravailVerrou
           ELSE
               MOVE 0 TO heuresAbsoluesVerrou
           END-IF.

       ecrireAudit.
           MOVE SPACES TO resumeAudit.
           STRING "demandes=" nbDemandes
                  ", allouees=" nbAllouees
                  ", rendues=" nbRendues
                  ", incompletes=" nbDemandesIncompletes
                  DELIMITED BY SIZE INTO resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY "PlaquesStocks"
                                         PROGED BY programmeAudit-ed
                                         RESUME BY resumeAudit
                                         RESUMEED BY resumeAudit-ed
                                         FSRAW BY fs-FiAudit
                                         ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDemandes
                         NOMFIC BY "DemandesStock.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPlaquesLibres
                         NOMFIC BY "PlaquesLibres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiStocks
                         NOMFIC BY "StocksOffices.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReservations
                         NOMFIC BY "Reservations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVerrou
                         NOMFIC BY "Registre.lck".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtatStocks
                         NOMFIC BY "EtatStocks.seq".

       END PROGRAM PlaquesStocks.
