                           RECORD KEY IS plaqueRegistre
                           FILE STATUS IS fs-fiRegistre.

           SELECT OPTIONAL FiVehicules
               ASSIGN TO DYNAMIC cheminFiVehicules
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS plaqueVehicule
                           ALTERNATE RECORD KEY IS vinVehicule
                               WITH DUPLICATES
                           FILE STATUS IS fs-fiVehicules.

           SELECT FiTitulaires
               ASSIGN TO DYNAMIC cheminFiTitulaires
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS numeroTitulaire
                           ALTERNATE RECORD KEY IS idNationalTitulaire
                           FILE STATUS IS fs-fiTitulaires.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistorique.

           SELECT OPTIONAL FiHistoTravail
               ASSIGN TO DYNAMIC cheminFiHistoTravail
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistoTravail.

           SELECT OPTIONAL FiReservations
               ASSIGN TO DYNAMIC cheminFiReservations
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiReservations.

           SELECT OPTIONAL FiPlaquesLibres
               ASSIGN TO DYNAMIC cheminFiPlaquesLibres
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiPlaquesLibres.

           SELECT OPTIONAL FiSignalees
               ASSIGN TO DYNAMIC cheminFiSignalees
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiSignalees.

           SELECT OPTIONAL FiHabilitations
               ASSIGN TO DYNAMIC cheminFiHabilitations
                           ORGANIZATION IS LINE SEQUENTIAL
               88 mvtImmatriculation   VALUE "I" "i".
               88 mvtTransfert         VALUE "T" "t".
               88 mvtRadiation         VALUE "R" "r".
               88 mvtAdresse           VALUE "A" "a".
               88 mvtAnnulation        VALUE "X" "x".
               88 mvtTemporaire        VALUE "P" "p".
               88 mvtVol               VALUE "V" "v".
           02 plaqueMouvement          PIC X(6).
           02 titulaireMouvement       PIC X(30).
           02 operateurMouvement       PIC X(10).
      *    Numero de chassis du vehicule, obligatoire pour les
      *    immatriculations et les transferts.
           02 vinMouvement             PIC X(17).
           02 complementMouvement      PIC X(60).
      *    Vehicule decrit a l'immatriculation.
           02 vehiculeMouvement REDEFINES complementMouvement.
               03 marqueMouvement      PIC X(15).
               03 modeleMouvement      PIC X(20).
               03 categorieMouvement   PIC X(2).
               03 dateMiseCircMvt      PIC 9(8).
               03 FILLER               PIC X(15).
      *    Nouvelle adresse du titulaire au changement d'adresse.
           02 adresseMouvement REDEFINES complementMouvement.
               03 rueMouvement         PIC X(30).
               03 codePostalMouvement  PIC X(5).
               03 localiteMouvement    PIC X(25).
      *    Mouvement d'origine designe par l'annulation : sa date
      *    (AAAAMMJJ) et son code, sur la plaque du mouvement.
           02 annulationMouvement REDEFINES complementMouvement.
               03 dateOrigineMvt       PIC 9(8).
               03 codeOrigineMvt       PIC X.
               03 FILLER               PIC X(51).
      *    Date d'expiration (AAAAMMJJ) d'une plaque temporaire.
           02 temporaireMouvement REDEFINES complementMouvement.
               03 dateExpirationMvt    PIC 9(8).
               03 FILLER               PIC X(52).
      *    Date de la declaration de vol (AAAAMMJJ), a defaut celle
      *    du jour.
           02 volMouvement REDEFINES complementMouvement.
               03 dateDeclarationVol   PIC 9(8).
               03 FILLER               PIC X(52).
      *    Numero du titulaire au fichier Titulaires.idx, obligatoire
      *    pour les immatriculations, transferts, plaques temporaires
      *    et changements d'adresse.
           02 numeroTitulaireMvt       PIC 9(6).

       FD FiJournal.
       01 engJournal                   PIC X(90).

       FD FiRejets.
       01 engRejet                     PIC X(80).
       01 engRegistre.
           COPY "PlaqueReg.cpy".

       FD FiVehicules.
       01 engVehicule.
           COPY "VehiculeReg.cpy".

       FD FiTitulaires.
       01 engTitulaire.
           COPY "TitulaireReg.cpy".

       FD FiHistorique.
       01 engHistorique.
           COPY "HistoMouvement.cpy".

       FD FiHistoTravail.
       01 engHistoTravail              PIC X(133).

       FD FiPlaquesLibres.
       01 engPlaqueLibre               PIC X(6).

       FD FiSignalees.
       01 engSignalee.
           02 plaqueSignalee           PIC X(6).
           02 FILLER                   PIC X.
           02 codeRaisonSignalee       PIC X(3).
           02 FILLER                   PIC X.
           02 dateDeclarationSignalee  PIC 9(8).

      *****************************************************************
      *    Habilitations des operateurs de guichet : pour chaque code
      *    operateur, la liste des mouvements autorises (lettres I, T,
      *    R, A, P et V, X pour les annulations). Les radiations sont
      *    ainsi reservees aux operateurs seniors par simple entretien
      *    de ce fichier. Le bureau de l'operateur est porte au
      *    journal pour la cloture de caisse.
      *****************************************************************
       FD FiHabilitations.
       01 engHabilitation.
           02 codeOpHabilitation       PIC X(10).
           02 FILLER                   PIC X.
           02 droitsHabilitation       PIC X(8).
           02 FILLER                   PIC X.
           02 officeHabilitation       PIC X(3).

       FD FiRapportOperateurs.
       01 engRapportOperateur          PIC X(70).
       01 cheminFiJournal PIC X(80) VALUE "Mouvements-Journal.seq".
       01 cheminFiRejets PIC X(80) VALUE "Mouvements-Rejets.seq".
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".
       01 cheminFiVehicules PIC X(80) VALUE "Vehicules.idx".
       01 cheminFiTitulaires PIC X(80) VALUE "Titulaires.idx".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiHistorique PIC X(80) VALUE
          "Mouvements-Historique.seq".
       01 cheminFiHistoTravail PIC X(80) VALUE
          "Mouvements-Historique.tmp".
       01 cheminFiReservations PIC X(80) VALUE "Reservations.seq".
       01 cheminFiPlaquesLibres PIC X(80) VALUE "PlaquesLibres.seq".
       01 cheminFiSignalees PIC X(80) VALUE "Signalees.seq".
       01 cheminFiHabilitations PIC X(80) VALUE
          "HabilitationsOperateurs.seq".
       01 cheminFiRapportOp PIC X(80) VALUE
                                        FSFIN BY fiRegistreFin
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiVehicules
                                        FSOK BY fiVehiculesOK
                                        FSFIN BY fiVehiculesFin
                                        FSABSENT BY fiVehiculesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTitulaires
                                        FSOK BY fiTitulairesOK
                                        FSFIN BY fiTitulairesFin
                                        FSABSENT BY fiTitulairesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSFIN BY fiHistoriqueFin
                                        FSABSENT BY fiHistoriqueAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistoTravail
                                        FSOK BY fiHistoTravailOK
                                        FSFIN BY fiHistoTravailFin
                                        FSABSENT BY fiHistoTravailAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReservations
                                        FSOK BY fiReservationsOK
                                        FSFIN BY finFiReservations
                                        FSABSENT BY fiReservationsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiPlaquesLibres
                                        FSOK BY fiPlaquesLibresOK
                                        FSFIN BY fiPlaquesLibresFin
                                        FSABSENT BY fiPlaquesLibresAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSignalees
                                        FSOK BY fiSignaleesOK
                                        FSFIN BY finFiSignalees
                                        FSABSENT BY fiSignaleesAbsent.

       COPY "PlaqueId.cpy".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiParametres
       01 heuresJourAbs                PIC 9(9).
       01 ageVerrouCalcule             PIC 9(9).

       COPY "VerrouPeriodeZone.cpy".
       01 dateJour                     PIC 9(6).
      *    Date du jour avec siecle pour le registre et l'historique
      *    permanent des mouvements.
       01 dateJourSiecle               PIC 9(8).
       01 titulaireAvant               PIC X(30) VALUE SPACES.
       01 etatAvant                    PIC X VALUE SPACE.
       01 dateImmatAvant               PIC 9(8) VALUE 0.
       01 numeroTitulaireAvant         PIC 9(6) VALUE 0.

      *    Mouvement d'origine retrouve pour une annulation, et
      *    numeros de ligne de l'historique a marquer annules en fin
      *    de passage.
       01 annulationRefuseeSW          PIC X VALUE SPACE.
           88 annulationAcceptee       VALUE SPACE.
           88 origineIntrouvable       VALUE "I".
           88 originePasDerniere       VALUE "P".
           88 origineNonAnnulable      VALUE "C".
       01 origineTrouveeSW             PIC X VALUE "N".
           88 origineTrouvee           VALUE "O".
       01 numeroLigneHisto             PIC 9(9).
       01 numeroLigneOrigine           PIC 9(9).
       01 codeOrigine                  PIC X.
       01 dateOrigine                  PIC 9(8).
       01 titulaireAvantOrigine        PIC X(30).
       01 titulaireApresOrigine        PIC X(30).
       01 etatAvantOrigine             PIC X.
       01 dateImmatAvantOrigine        PIC 9(8).
       01 numeroAvantOrigine           PIC 9(6).
       01 numeroApresOrigine           PIC 9(6).
       01 tabLignesAnnulees.
           02 ligneAnnuleeTab OCCURS 500 PIC 9(9).
       01 nbLignesAnnulees             PIC 999 VALUE 0.
       01 indLigneAnnulee              PIC 999.
       01 ligneDejaAnnuleeSW           PIC X VALUE "N".
           88 ligneDejaAnnulee         VALUE "O".

      *****************************************************************
      *    Vol : la plaque volee est radiee et signalee (Signalees.seq,
      *    code VOL), le titulaire recoit la premiere plaque du pool
      *    libre qui ne soit ni reservee pour un autre client ni deja
      *    au registre; le pool est recrit sans les plaques allouees
      *    en fin de passage.
      *****************************************************************
       01 tabLibres.
           02 libreTab OCCURS 9999.
               03 plaqueLibreTab       PIC X(6).
               03 libreAlloueeSW       PIC X.
                   88 libreAllouee     VALUE "O".
       01 nbLibres                     PIC 9(4) VALUE 0.
       01 indLibre                     PIC 9(4).
       01 nbLibresAllouees             PIC 9(4) VALUE 0.
       01 plaqueRemplacement           PIC X(6).
       01 plaqueLiee                   PIC X(6) VALUE SPACES.
       01 candidatRefuseSW             PIC X VALUE "N".
           88 candidatRefuse           VALUE "O".
       01 volRefuseSW                  PIC X VALUE SPACE.
           88 volAccepte               VALUE SPACE.
           88 volPlaqueNonActive       VALUE "A".
           88 volSansPlaqueLibre       VALUE "L".
       01 dateDeclarationRetenue       PIC 9(8).
       01 tabSignalees.
           02 plaqueSignaleeTab OCCURS 5000 PIC X(6).
       01 nbSignalees                  PIC 9(4) VALUE 0.
       01 indSignalee                  PIC 9(4).
       01 signaleeTrouveeSW            PIC X VALUE "N".
           88 signaleeTrouvee          VALUE "O".

       01 tabReservations.
           02 reservationTab OCCURS 999.
       01 tabHabilitations.
           02 habilitationTab OCCURS 50.
               03 codeOpHabTab         PIC X(10).
               03 droitsHabTab         PIC X(8).
               03 officeHabTab         PIC X(3).
       01 nbHabilitations              PIC 99 VALUE 0.
       01 indHabilitation              PIC 99.
       01 habilitationRefuseeSW        PIC X VALUE "N".
       01 droitDemande                 PIC X.
       01 droitAccordeSW               PIC X VALUE "N".
           88 droitAccorde             VALUE "O".
       01 nbDroitsTrouves              PIC 9.

       01 tabStatsOperateurs.
           02 statOperateurTab OCCURS 50.
       01 plaqueConnueSW               PIC X VALUE "N".
           88 plaqueConnue             VALUE "O".

       01 vehiculeConnuSW              PIC X VALUE "N".
           88 vehiculeConnu            VALUE "O".
       01 finVinSW                     PIC X VALUE "N".
           88 finVin                   VALUE "O".
       01 controleVinSW                PIC X VALUE SPACE.
           88 vinAccepte               VALUE SPACE.
           88 vinInvalide              VALUE "F".
           88 vinDejaActif             VALUE "D".
           88 vinDifferent             VALUE "V".
       01 nbCaracteresVin              PIC 99.

       01 titulaireRefuseSW            PIC X VALUE "N".
           88 titulaireRefuse          VALUE "O".

      *    Plaque temporaire : reservee aux negociants, avec une date
      *    d'expiration posterieure au jour du mouvement.
       01 temporaireRefuseeSW          PIC X VALUE SPACE.
           88 temporaireAcceptee       VALUE SPACE.
           88 titulaireNonNegociant    VALUE "N".
           88 expirationInvalide       VALUE "E".

       01 nbMouvements                 PIC 9(5) VALUE 0.
       01 nbImmatriculations           PIC 9(5) VALUE 0.
       01 nbTransferts                 PIC 9(5) VALUE 0.
       01 nbRadiations                 PIC 9(5) VALUE 0.
       01 nbAdresses                   PIC 9(5) VALUE 0.
       01 nbAnnulations                PIC 9(5) VALUE 0.
       01 nbTemporaires                PIC 9(5) VALUE 0.
       01 nbVols                       PIC 9(5) VALUE 0.
       01 nbRejets                     PIC 9(5) VALUE 0.

       01 nbMouvements-ed              PIC ZZZZ9.
       01 nbImmatriculations-ed        PIC ZZZZ9.
       01 nbTransferts-ed              PIC ZZZZ9.
       01 nbRadiations-ed              PIC ZZZZ9.
       01 nbAdresses-ed                PIC ZZZZ9.
       01 nbAnnulations-ed             PIC ZZZZ9.
       01 nbTemporaires-ed             PIC ZZZZ9.
       01 nbVols-ed                    PIC ZZZZ9.
       01 nbRejets-ed                  PIC ZZZZ9.

       01 ligneJournal.
           02 titulaireJournal-ed      PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateJournal-ed           PIC 99/99/99.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 numeroTitulaireJournal-ed PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 codeAnnuleJournal-ed     PIC X.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 operateurJournal-ed      PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 officeJournal-ed         PIC X(3).

       01 ligneRejet.
           02 codeRejet-ed             PIC X.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE.
           ACCEPT dateJourSiecle FROM DATE YYYYMMDD.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateJourSiecle(1:6)==.
           IF periodeCloturee
               DISPLAY "Mois " periodeVerrou " cloture, aucun "
                       "mouvement applique"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM chargerReservations.
           PERFORM chargerHabilitations.
           PERFORM chargerPlaquesLibres.
           PERFORM chargerSignalees.
           OPEN INPUT FiMouvements.
           IF NOT fiMouvementsOK
               DISPLAY "Mouvements.seq introuvable, statut: "
               PERFORM libererVerrou
               STOP RUN
           END-IF.
           OPEN I-O FiVehicules.
           IF NOT fiVehiculesOK AND fs-fiVehicules NOT = "05"
               DISPLAY "Fichier des vehicules indisponible, statut: "
                       fs-fiVehicules ", aucun mouvement applique"
               MOVE "Vehicules.idx" TO fichierEnCause
               MOVE fs-fiVehicules TO statutEnCause
               MOVE "E" TO graviteIncident
               PERFORM consignerIncident
               CLOSE FiMouvements FiJournal FiRejets FiRegistre
                     FiHistorique
               PERFORM libererVerrou
               STOP RUN
           END-IF.
           OPEN I-O FiTitulaires.
           IF NOT fiTitulairesOK
               DISPLAY "Fichier des titulaires indisponible, statut: "
                       fs-fiTitulaires ", aucun mouvement applique"
               MOVE "Titulaires.idx" TO fichierEnCause
               MOVE fs-fiTitulaires TO statutEnCause
               MOVE "E" TO graviteIncident
               PERFORM consignerIncident
               CLOSE FiMouvements FiJournal FiRejets FiRegistre
                     FiHistorique FiVehicules
               PERFORM libererVerrou
               STOP RUN
           END-IF.
      *    Les signalements de vol sont ajoutes a la liste existante.
           OPEN EXTEND FiSignalees.
           READ FiMouvements END-READ.
           PERFORM UNTIL finFiMouvements
               ADD 1 TO nbMouvements
               READ FiMouvements END-READ
           END-PERFORM.
           CLOSE FiMouvements FiJournal FiRejets FiHistorique
                 FiRegistre FiVehicules FiTitulaires FiSignalees.
           IF nbLignesAnnulees NOT = 0
               PERFORM marquerAnnulesHistorique
           END-IF.
           IF nbLibresAllouees NOT = 0
               PERFORM reecrirePlaquesLibres
           END-IF.
           PERFORM affichage.
           PERFORM ecrireRapportOperateurs.
           PERFORM ecrireAudit.
                        TO codeOpHabTab(nbHabilitations)
                   MOVE droitsHabilitation
                        TO droitsHabTab(nbHabilitations)
                   MOVE officeHabilitation
                        TO officeHabTab(nbHabilitations)
                   READ FiHabilitations END-READ
               END-PERFORM
               IF NOT finFiHabilitations
           END-IF.
           CLOSE FiReservations.

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
                   DISPLAY "Plus de 9999 plaques libres, arret sans "
                           "modification"
                   CLOSE FiPlaquesLibres
                   MOVE "PlaquesLibres.seq" TO fichierEnCause
                   MOVE fs-fiPlaquesLibres TO statutEnCause
                   MOVE "E" TO graviteIncident
                   PERFORM consignerIncident
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FiPlaquesLibres.

       chargerSignalees.
           OPEN INPUT FiSignalees.
           IF fiSignaleesOK
               READ FiSignalees END-READ
               PERFORM UNTIL finFiSignalees
                      OR nbSignalees >= 5000
                   ADD 1 TO nbSignalees
                   MOVE plaqueSignalee TO plaqueSignaleeTab(nbSignalees)
                   READ FiSignalees END-READ
               END-PERFORM
           END-IF.
           CLOSE FiSignalees.

       traiterMouvement.
           MOVE "N" TO plaqueConnueSW.
           MOVE "N" TO reservationRefuseeSW.
           MOVE "N" TO habilitationRefuseeSW.
           MOVE SPACE TO controleVinSW.
           MOVE "N" TO titulaireRefuseSW.
           MOVE SPACE TO temporaireRefuseeSW.
           MOVE SPACE TO volRefuseSW.
           MOVE SPACES TO plaqueLiee.
           MOVE SPACE TO annulationRefuseeSW.
           MOVE SPACES TO titulaireAvant.
           MOVE SPACE TO codeAnnuleJournal-ed.
           MOVE plaqueMouvement TO plaque.
           PERFORM identifierOperateurMvt.
           IF indOpCourant NOT = 0
               ADD 1 TO opMvtSoumis(indOpCourant)
           END-IF.
           PERFORM identifierOfficeOperateur.
           PERFORM controlerHabilitation.
           IF habilitationRefusee
               PERFORM rejeterMouvement
                   PERFORM appliquerTransfert
               WHEN mvtRadiation
                   PERFORM appliquerRadiation
               WHEN mvtAdresse
                   PERFORM appliquerChangementAdresse
               WHEN mvtAnnulation
                   PERFORM appliquerAnnulation
               WHEN mvtTemporaire
                   PERFORM appliquerTemporaire
               WHEN mvtVol
                   PERFORM appliquerVol
               WHEN OTHER
                   PERFORM rejeterMouvement
           END-EVALUATE.
               END-IF
           END-IF.

      *    Operateur et bureau du guichet sont portes sur chaque
      *    ligne du journal; la caisse de chaque operateur se cloture
      *    sur ces lignes (PlaquesCaisse).
       identifierOfficeOperateur.
           MOVE operateurMouvement TO operateurJournal-ed.
           MOVE SPACES TO officeJournal-ed.
           PERFORM VARYING indHabilitation FROM 1 BY 1
                   UNTIL indHabilitation > nbHabilitations
                      OR officeJournal-ed NOT = SPACES
               IF codeOpHabTab(indHabilitation) = operateurMouvement
                   MOVE officeHabTab(indHabilitation)
                        TO officeJournal-ed
               END-IF
           END-PERFORM.

      *****************************************************************
      *    Quand le fichier des habilitations est present, chaque
      *    mouvement doit venir d'un operateur connu dont les droits
      *    contiennent la lettre du mouvement (I, T, R, A, P ou V).
      *    L'annulation exige toujours le droit X : sans fichier des
      *    habilitations, elle est refusee.
      *****************************************************************
       controlerHabilitation.
           MOVE "N" TO habilitationRefuseeSW.
           IF mvtAnnulation AND NOT controleHabilitActif
               MOVE "O" TO habilitationRefuseeSW
           END-IF.
           IF controleHabilitActif
              AND (mvtImmatriculation OR mvtTransfert
                   OR mvtRadiation OR mvtAdresse OR mvtAnnulation
                   OR mvtTemporaire OR mvtVol)
               MOVE "N" TO droitAccordeSW
               EVALUATE TRUE
                   WHEN mvtImmatriculation
                       MOVE "I" TO droitDemande
                   WHEN mvtTransfert
                       MOVE "T" TO droitDemande
                   WHEN mvtAdresse
                       MOVE "A" TO droitDemande
                   WHEN mvtAnnulation
                       MOVE "X" TO droitDemande
                   WHEN mvtTemporaire
                       MOVE "P" TO droitDemande
                   WHEN mvtVol
                       MOVE "V" TO droitDemande
                   WHEN OTHER
                       MOVE "R" TO droitDemande
               END-EVALUATE
                          OR droitAccorde
                   IF codeOpHabTab(indHabilitation)
                      = operateurMouvement
                       MOVE 0 TO nbDroitsTrouves
                       INSPECT droitsHabTab(indHabilitation)
                               TALLYING nbDroitsTrouves
                               FOR ALL droitDemande
                       IF nbDroitsTrouves NOT = 0
                           MOVE "O" TO droitAccordeSW
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT droitAccorde
       appliquerImmatriculation.
           IF (nombreCorrect AND lettreCorrecte)
              OR (nombreAncienCorrect AND lettreAncienCorrecte)
               PERFORM controlerTitulaire
               PERFORM controlerVin
               IF vinAccepte
                   PERFORM controlerVinAutrePlaque
               END-IF
               PERFORM consulterRegistre
               PERFORM controlerReservation
               IF (plaqueConnue AND (plaqueActive OR plaqueTemporaire))
                  OR reservationRefusee OR NOT vinAccepte
                  OR titulaireRefuse
                   PERFORM rejeterMouvement
               ELSE
                   MOVE plaque TO plaqueRegistre
                   MOVE dateJourSiecle TO dateImmatRegistre
                   MOVE "A" TO etatRegistre
                   MOVE titulaireMouvement TO titulaireRegistre
                   MOVE numeroTitulaireMvt TO numeroTitulaireRegistre
                   MOVE 0 TO dateExpirationRegistre
                   IF plaqueConnue
                       REWRITE engRegistre END-REWRITE
                   ELSE
                       WRITE engRegistre END-WRITE
                   END-IF
                   PERFORM enregistrerVehicule
                   ADD 1 TO nbImmatriculations
                   PERFORM journaliserMouvement
               END-IF
           END-IF.

       appliquerTransfert.
           PERFORM controlerTitulaire.
           PERFORM controlerVin.
           IF vinAccepte
               PERFORM controlerVinTransfert
           END-IF.
           PERFORM consulterRegistre.
           IF plaqueConnue AND plaqueActive AND vinAccepte
              AND NOT titulaireRefuse
               MOVE titulaireMouvement TO titulaireRegistre
               MOVE numeroTitulaireMvt TO numeroTitulaireRegistre
               REWRITE engRegistre END-REWRITE
               IF NOT vehiculeConnu
                   PERFORM enregistrerVehicule
               END-IF
               ADD 1 TO nbTransferts
               PERFORM journaliserMouvement
           ELSE

       appliquerRadiation.
           PERFORM consulterRegistre.
           IF plaqueConnue AND (plaqueActive OR plaqueTemporaire)
               MOVE "R" TO etatRegistre
               REWRITE engRegistre END-REWRITE
               ADD 1 TO nbRadiations
               PERFORM rejeterMouvement
           END-IF.

      *****************************************************************
      *    Plaque temporaire (essais, export) attribuee a un negociant
      *    jusqu'a sa date d'expiration, sans vehicule attache : la
      *    plaque doit etre libre ou radiee comme a l'immatriculation.
      *    Le passage de nuit PlaquesExpiration radie les plaques
      *    temporaires echues.
      *****************************************************************
       appliquerTemporaire.
           IF (nombreCorrect AND lettreCorrecte)
              OR (nombreAncienCorrect AND lettreAncienCorrecte)
               PERFORM controlerTitulaire
               PERFORM controlerTemporaire
               PERFORM consulterRegistre
               PERFORM controlerReservation
               IF (plaqueConnue AND (plaqueActive OR plaqueTemporaire))
                  OR reservationRefusee OR titulaireRefuse
                  OR NOT temporaireAcceptee
                   PERFORM rejeterMouvement
               ELSE
                   MOVE plaque TO plaqueRegistre
                   MOVE dateJourSiecle TO dateImmatRegistre
                   MOVE "T" TO etatRegistre
                   MOVE titulaireMouvement TO titulaireRegistre
                   MOVE numeroTitulaireMvt TO numeroTitulaireRegistre
                   MOVE dateExpirationMvt TO dateExpirationRegistre
                   IF plaqueConnue
                       REWRITE engRegistre END-REWRITE
                   ELSE
                       WRITE engRegistre END-WRITE
                   END-IF
                   ADD 1 TO nbTemporaires
                   PERFORM journaliserMouvement
               END-IF
           ELSE
               PERFORM rejeterMouvement
           END-IF.

       controlerTemporaire.
           MOVE SPACE TO temporaireRefuseeSW.
           IF NOT titulaireRefuse AND NOT titulaireNegociant
               MOVE "N" TO temporaireRefuseeSW
           END-IF.
           IF temporaireAcceptee
               IF dateExpirationMvt NOT NUMERIC
                  OR dateExpirationMvt <= dateJourSiecle
                   MOVE "E" TO temporaireRefuseeSW
               END-IF
           END-IF.

      *****************************************************************
      *    Vol declare par le titulaire : radiation de la plaque volee
      *    (code V a l'historique), inscription a la liste des plaques
      *    signalees avec la date de declaration, et immatriculation
      *    au meme titulaire de la prochaine plaque libre, qui reprend
      *    le vehicule. Les deux plaques se designent l'une l'autre
      *    dans l'historique; la plaque de remplacement est journalisee
      *    comme une immatriculation ordinaire.
      *****************************************************************
       appliquerVol.
           PERFORM consulterRegistre.
           IF plaqueConnue AND NOT plaqueActive
               MOVE "A" TO volRefuseSW
           END-IF.
           IF plaqueConnue AND volAccepte
               PERFORM allouerPlaqueLibre
           END-IF.
           IF NOT plaqueConnue OR NOT volAccepte
               PERFORM rejeterMouvement
           ELSE
               IF dateDeclarationVol NUMERIC
                  AND dateDeclarationVol NOT = 0
                   MOVE dateDeclarationVol TO dateDeclarationRetenue
               ELSE
                   MOVE dateJourSiecle TO dateDeclarationRetenue
               END-IF
               PERFORM consulterRegistre
               MOVE titulaireRegistre TO titulaireMouvement
               MOVE numeroTitulaireRegistre TO numeroTitulaireMvt
               MOVE "R" TO etatRegistre
               REWRITE engRegistre END-REWRITE
               MOVE plaqueRemplacement TO plaqueLiee
               PERFORM journaliserMouvement
               PERFORM signalerPlaqueVolee
               PERFORM immatriculerRemplacement
               ADD 1 TO nbVols
           END-IF.

       allouerPlaqueLibre.
           MOVE SPACES TO plaqueRemplacement.
           PERFORM VARYING indLibre FROM 1 BY 1
                   UNTIL indLibre > nbLibres
                      OR plaqueRemplacement NOT = SPACES
               IF NOT libreAllouee(indLibre)
                   PERFORM controlerCandidatLibre
                   IF NOT candidatRefuse
                       MOVE plaqueLibreTab(indLibre)
                            TO plaqueRemplacement
                       MOVE "O" TO libreAlloueeSW(indLibre)
                       ADD 1 TO nbLibresAllouees
                   END-IF
               END-IF
           END-PERFORM.
           IF plaqueRemplacement = SPACES
               MOVE "L" TO volRefuseSW
           END-IF.

       controlerCandidatLibre.
           MOVE "N" TO candidatRefuseSW.
           PERFORM VARYING indReservation FROM 1 BY 1
                   UNTIL indReservation > nbReservations
                      OR candidatRefuse
               IF plaqueResTab(indReservation)
                  = plaqueLibreTab(indLibre)
                  AND clientResTab(indReservation)
                      NOT = titulaireAvant
                   MOVE "O" TO candidatRefuseSW
               END-IF
           END-PERFORM.
           IF NOT candidatRefuse
               MOVE plaqueLibreTab(indLibre) TO plaqueRegistre
               READ FiRegistre
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF plaqueActive OR plaqueTemporaire
                           MOVE "O" TO candidatRefuseSW
                       END-IF
               END-READ
           END-IF.

       signalerPlaqueVolee.
           MOVE "N" TO signaleeTrouveeSW.
           PERFORM VARYING indSignalee FROM 1 BY 1
                   UNTIL indSignalee > nbSignalees
                      OR signaleeTrouvee
               IF plaqueSignaleeTab(indSignalee) = plaqueMouvement
                   MOVE "O" TO signaleeTrouveeSW
               END-IF
           END-PERFORM.
           IF NOT signaleeTrouvee
               MOVE SPACES TO engSignalee
               MOVE plaqueMouvement TO plaqueSignalee
               MOVE "VOL" TO codeRaisonSignalee
               MOVE dateDeclarationRetenue TO dateDeclarationSignalee
               WRITE engSignalee END-WRITE
               IF nbSignalees < 5000
                   ADD 1 TO nbSignalees
                   MOVE plaqueMouvement
                        TO plaqueSignaleeTab(nbSignalees)
               END-IF
           END-IF.

      *    La plaque de remplacement reprend titulaire et vehicule de
      *    la plaque volee; la zone du mouvement garde la plaque volee.
       immatriculerRemplacement.
           MOVE plaqueRemplacement TO plaque.
           PERFORM consulterRegistre.
           MOVE plaqueRemplacement TO plaqueRegistre.
           MOVE dateJourSiecle TO dateImmatRegistre.
           MOVE "A" TO etatRegistre.
           MOVE titulaireMouvement TO titulaireRegistre.
           MOVE numeroTitulaireMvt TO numeroTitulaireRegistre.
           MOVE 0 TO dateExpirationRegistre.
           IF plaqueConnue
               REWRITE engRegistre END-REWRITE
           ELSE
               WRITE engRegistre END-WRITE
           END-IF.
           MOVE "I" TO codeJournal-ed.
           MOVE plaqueRemplacement TO plaqueJournal-ed.
           MOVE titulaireMouvement TO titulaireJournal-ed.
           MOVE dateJour TO dateJournal-ed.
           MOVE numeroTitulaireRegistre TO numeroTitulaireJournal-ed.
           WRITE engJournal FROM ligneJournal END-WRITE.
           MOVE plaqueMouvement TO plaqueLiee.
           PERFORM preparerHistorique.
           MOVE plaqueRemplacement TO plaqueHisto.
           MOVE "I" TO codeHisto.
           WRITE engHistorique END-WRITE.
           MOVE plaqueMouvement TO plaqueVehicule.
           READ FiVehicules
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE plaqueRemplacement TO plaqueVehicule
                   WRITE engVehicule
                       INVALID KEY
                           REWRITE engVehicule END-REWRITE
                   END-WRITE
           END-READ.

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

      *****************************************************************
      *    Le changement d'adresse ne touche que la fiche du titulaire :
      *    ses plaques et le registre restent inchanges, le mouvement
      *    est seulement trace au journal du jour.
      *****************************************************************
       appliquerChangementAdresse.
           PERFORM controlerTitulaire.
           IF titulaireRefuse
              OR rueMouvement = SPACES
              OR localiteMouvement = SPACES
               PERFORM rejeterMouvement
           ELSE
               MOVE rueMouvement TO rueTitulaire
               MOVE codePostalMouvement TO codePostalTitulaire
               MOVE localiteMouvement TO localiteTitulaire
               MOVE dateJourSiecle TO dateAdresseTitulaire
               REWRITE engTitulaire END-REWRITE
               ADD 1 TO nbAdresses
               MOVE codeMouvement TO codeJournal-ed
               MOVE SPACES TO plaqueJournal-ed
               MOVE nomLegalTitulaire TO titulaireJournal-ed
               MOVE dateJour TO dateJournal-ed
               MOVE numeroTitulaire TO numeroTitulaireJournal-ed
               WRITE engJournal FROM ligneJournal END-WRITE
               IF indOpCourant NOT = 0
                   ADD 1 TO opMvtAppliques(indOpCourant)
               END-IF
           END-IF.

      *****************************************************************
      *    L'annulation defait le dernier mouvement encore valide de
      *    la plaque, designe par sa date et son code : titulaire,
      *    etat et date d'immatriculation d'avant ce mouvement sont
      *    repris de l'historique (une immatriculation d'une plaque
      *    jusque-la inconnue retire la fiche du registre). Le
      *    journal porte le code X et le code annule, pour que la
      *    facturation credite les frais au titulaire facture.
      *****************************************************************
       appliquerAnnulation.
           PERFORM chercherMouvementOrigine.
           IF annulationAcceptee
               PERFORM consulterRegistre
           END-IF.
           IF NOT annulationAcceptee OR NOT plaqueConnue
               PERFORM rejeterMouvement
           ELSE
               EVALUATE TRUE
                   WHEN (codeOrigine = "I" OR codeOrigine = "P")
                        AND etatAvantOrigine = SPACE
                       DELETE FiRegistre RECORD END-DELETE
                       MOVE SPACES TO titulaireRegistre
                       MOVE 0 TO numeroTitulaireRegistre
                   WHEN codeOrigine = "I" OR codeOrigine = "P"
                       MOVE etatAvantOrigine TO etatRegistre
                       MOVE dateImmatAvantOrigine TO dateImmatRegistre
                       MOVE titulaireAvantOrigine TO titulaireRegistre
                       MOVE numeroAvantOrigine
                            TO numeroTitulaireRegistre
                       MOVE 0 TO dateExpirationRegistre
                       REWRITE engRegistre END-REWRITE
                   WHEN codeOrigine = "T"
                       MOVE titulaireAvantOrigine TO titulaireRegistre
                       MOVE numeroAvantOrigine
                            TO numeroTitulaireRegistre
                       REWRITE engRegistre END-REWRITE
                   WHEN OTHER
                       IF etatAvantOrigine = SPACE
                           MOVE "A" TO etatRegistre
                       ELSE
                           MOVE etatAvantOrigine TO etatRegistre
                       END-IF
                       REWRITE engRegistre END-REWRITE
               END-EVALUATE
               IF nbLignesAnnulees < 500
                   ADD 1 TO nbLignesAnnulees
                   MOVE numeroLigneOrigine
                        TO ligneAnnuleeTab(nbLignesAnnulees)
               ELSE
                   DISPLAY "ATTENTION: plus de 500 annulations, "
                           "ligne " numeroLigneOrigine
                           " non marquee dans l'historique"
               END-IF
               ADD 1 TO nbAnnulations
               MOVE codeMouvement TO codeJournal-ed
               MOVE plaqueMouvement TO plaqueJournal-ed
               MOVE titulaireApresOrigine TO titulaireJournal-ed
               MOVE dateJour TO dateJournal-ed
               MOVE numeroApresOrigine TO numeroTitulaireJournal-ed
               MOVE codeOrigine TO codeAnnuleJournal-ed
               WRITE engJournal FROM ligneJournal END-WRITE
               IF indOpCourant NOT = 0
                   ADD 1 TO opMvtAppliques(indOpCourant)
               END-IF
               PERFORM preparerHistorique
               MOVE "X" TO statutHisto
               MOVE codeOrigine TO codeAnnuleHisto
               MOVE dateOrigine TO dateAnnuleHisto
               WRITE engHistorique END-WRITE
           END-IF.

      *****************************************************************
      *    L'historique, ouvert en extension, est relu du debut pour
      *    retrouver le dernier mouvement non annule de la plaque; il
      *    doit avoir la date et le code designes. Seuls les
      *    immatriculations, plaques temporaires, transferts et
      *    radiations s'annulent.
      *****************************************************************
       chercherMouvementOrigine.
           MOVE "N" TO origineTrouveeSW.
           MOVE 0 TO numeroLigneHisto.
           MOVE 0 TO numeroLigneOrigine.
           INSPECT codeOrigineMvt CONVERTING "itrp" TO "ITRP".
           IF codeOrigineMvt NOT = "I" AND codeOrigineMvt NOT = "T"
              AND codeOrigineMvt NOT = "R" AND codeOrigineMvt NOT = "P"
               MOVE "C" TO annulationRefuseeSW
           ELSE
               CLOSE FiHistorique
               OPEN INPUT FiHistorique
               READ FiHistorique END-READ
               PERFORM UNTIL fiHistoriqueFin OR NOT fiHistoriqueOK
                   ADD 1 TO numeroLigneHisto
                   IF plaqueHisto = plaqueMouvement
                      AND NOT histoAnnule
                       PERFORM controlerLigneDejaAnnulee
                       IF NOT ligneDejaAnnulee
                           PERFORM retenirMouvementOrigine
                       END-IF
                   END-IF
                   READ FiHistorique END-READ
               END-PERFORM
               CLOSE FiHistorique
               OPEN EXTEND FiHistorique
               EVALUATE TRUE
                   WHEN numeroLigneOrigine = 0
                       MOVE "I" TO annulationRefuseeSW
                   WHEN codeOrigine = codeOrigineMvt
                        AND dateOrigine = dateOrigineMvt
                       CONTINUE
                   WHEN origineTrouvee
                       MOVE "P" TO annulationRefuseeSW
                   WHEN OTHER
                       MOVE "I" TO annulationRefuseeSW
               END-EVALUATE
           END-IF.

       retenirMouvementOrigine.
           MOVE codeHisto TO codeOrigine.
           INSPECT codeOrigine CONVERTING "itrp" TO "ITRP".
           IF codeOrigine = codeOrigineMvt
              AND dateHisto = dateOrigineMvt
               MOVE "O" TO origineTrouveeSW
           END-IF.
           MOVE numeroLigneHisto TO numeroLigneOrigine.
           MOVE dateHisto TO dateOrigine.
           MOVE titulaireAvantHisto TO titulaireAvantOrigine.
           MOVE titulaireApresHisto TO titulaireApresOrigine.
           MOVE etatAvantHisto TO etatAvantOrigine.
           IF dateImmatAvantHisto NUMERIC
               MOVE dateImmatAvantHisto TO dateImmatAvantOrigine
           ELSE
               MOVE 0 TO dateImmatAvantOrigine
           END-IF.
           IF numeroTitulaireAvantHisto NUMERIC
               MOVE numeroTitulaireAvantHisto TO numeroAvantOrigine
           ELSE
               MOVE 0 TO numeroAvantOrigine
           END-IF.
           IF numeroTitulaireApresHisto NUMERIC
               MOVE numeroTitulaireApresHisto TO numeroApresOrigine
           ELSE
               MOVE 0 TO numeroApresOrigine
           END-IF.

       controlerLigneDejaAnnulee.
           MOVE "N" TO ligneDejaAnnuleeSW.
           PERFORM VARYING indLigneAnnulee FROM 1 BY 1
                   UNTIL indLigneAnnulee > nbLignesAnnulees
                      OR ligneDejaAnnulee
               IF ligneAnnuleeTab(indLigneAnnulee) = numeroLigneHisto
                   MOVE "O" TO ligneDejaAnnuleeSW
               END-IF
           END-PERFORM.

      *****************************************************************
      *    En fin de passage, les mouvements annules recoivent le
      *    statut X dans l'historique : copie marquee dans
      *    Mouvements-Historique.tmp puis recopie a l'identique.
      *****************************************************************
       marquerAnnulesHistorique.
           MOVE 0 TO numeroLigneHisto.
           OPEN INPUT FiHistorique.
           OPEN OUTPUT FiHistoTravail.
           READ FiHistorique END-READ.
           PERFORM UNTIL fiHistoriqueFin OR NOT fiHistoriqueOK
               ADD 1 TO numeroLigneHisto
               PERFORM controlerLigneDejaAnnulee
               IF ligneDejaAnnulee
                   MOVE "X" TO statutHisto
               END-IF
               WRITE engHistoTravail FROM engHistorique END-WRITE
               READ FiHistorique END-READ
           END-PERFORM.
           CLOSE FiHistorique FiHistoTravail.
           OPEN INPUT FiHistoTravail.
           OPEN OUTPUT FiHistorique.
           READ FiHistoTravail END-READ.
           PERFORM UNTIL fiHistoTravailFin
               WRITE engHistorique FROM engHistoTravail END-WRITE
               READ FiHistoTravail END-READ
           END-PERFORM.
           CLOSE FiHistoTravail FiHistorique.

      *****************************************************************
      *    Le titulaire est designe par son numero au fichier des
      *    titulaires; son nom legal remplace le libelle saisi, de
      *    sorte que registre, journal et historique portent tous la
      *    meme identite quelle que soit la frappe au guichet.
      *****************************************************************
       controlerTitulaire.
           MOVE "N" TO titulaireRefuseSW.
           IF numeroTitulaireMvt NOT NUMERIC
              OR numeroTitulaireMvt = 0
               MOVE "O" TO titulaireRefuseSW
           ELSE
               MOVE numeroTitulaireMvt TO numeroTitulaire
               READ FiTitulaires
                   INVALID KEY
                       MOVE "O" TO titulaireRefuseSW
                   NOT INVALID KEY
                       MOVE nomLegalTitulaire TO titulaireMouvement
               END-READ
           END-IF.

      *****************************************************************
      *    Une plaque reservee ne peut etre immatriculee que par le
      *    client au nom duquel la reservation a ete prise.
               END-IF
           END-PERFORM.

      *****************************************************************
      *    Le VIN doit etre complet (17 caracteres, sans blanc) et ne
      *    peut contenir les lettres I, O et Q, exclues de la norme
      *    pour eviter la confusion avec les chiffres 1 et 0.
      *****************************************************************
       controlerVin.
           MOVE SPACE TO controleVinSW.
           MOVE 0 TO nbCaracteresVin.
           INSPECT vinMouvement TALLYING nbCaracteresVin
                   FOR ALL " " ALL "I" ALL "O" ALL "Q".
           IF nbCaracteresVin NOT = 0
               MOVE "F" TO controleVinSW
           END-IF.

      *****************************************************************
      *    Un meme vehicule ne peut circuler que sous une seule plaque
      *    active : toutes les fiches vehicule portant ce VIN sont
      *    parcourues par la cle secondaire et la plaque de chacune
      *    est relue au registre. Le controle passe avant la lecture
      *    de la plaque du mouvement, qui reste ainsi dans la zone du
      *    registre pour la mise a jour.
      *****************************************************************
       controlerVinAutrePlaque.
           MOVE "N" TO finVinSW.
           MOVE vinMouvement TO vinVehicule.
           START FiVehicules KEY IS = vinVehicule
               INVALID KEY
                   MOVE "O" TO finVinSW
           END-START.
           PERFORM UNTIL finVin OR vinDejaActif
               READ FiVehicules NEXT RECORD
                   AT END
                       MOVE "O" TO finVinSW
               END-READ
               IF NOT finVin
                   IF vinVehicule NOT = vinMouvement
                       MOVE "O" TO finVinSW
                   ELSE
                       IF plaqueVehicule NOT = plaque
                           MOVE plaqueVehicule TO plaqueRegistre
                           READ FiRegistre
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF plaqueActive
                                       MOVE "D" TO controleVinSW
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *    Au transfert, le VIN fourni doit etre celui du vehicule
      *    deja attache a la plaque. Une plaque anterieure au fichier
      *    des vehicules recoit sa fiche a cette occasion, apres le
      *    meme controle d'unicite qu'a l'immatriculation.
      *****************************************************************
       controlerVinTransfert.
           MOVE "N" TO vehiculeConnuSW.
           MOVE plaque TO plaqueVehicule.
           READ FiVehicules
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO vehiculeConnuSW
           END-READ.
           IF vehiculeConnu
               IF vinVehicule NOT = vinMouvement
                   MOVE "V" TO controleVinSW
               END-IF
           ELSE
               PERFORM controlerVinAutrePlaque
           END-IF.

       enregistrerVehicule.
           MOVE "N" TO vehiculeConnuSW.
           MOVE plaque TO plaqueVehicule.
           READ FiVehicules
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO vehiculeConnuSW
           END-READ.
           MOVE plaque TO plaqueVehicule.
           MOVE vinMouvement TO vinVehicule.
           MOVE marqueMouvement TO marqueVehicule.
           MOVE modeleMouvement TO modeleVehicule.
           MOVE categorieMouvement TO categorieVehicule.
           IF dateMiseCircMvt NUMERIC
               MOVE dateMiseCircMvt TO dateMiseCircVehicule
           ELSE
               MOVE 0 TO dateMiseCircVehicule
           END-IF.
           IF vehiculeConnu
               REWRITE engVehicule END-REWRITE
           ELSE
               WRITE engVehicule END-WRITE
           END-IF.

       consulterRegistre.
           MOVE "N" TO plaqueConnueSW.
           MOVE SPACE TO etatAvant.
           MOVE 0 TO dateImmatAvant.
           MOVE 0 TO numeroTitulaireAvant.
           MOVE plaque TO plaqueRegistre.
           READ FiRegistre
               INVALID KEY
               NOT INVALID KEY
                   MOVE "O" TO plaqueConnueSW
                   MOVE titulaireRegistre TO titulaireAvant
                   MOVE etatRegistre TO etatAvant
                   MOVE dateImmatRegistre TO dateImmatAvant
                   MOVE numeroTitulaireRegistre
                        TO numeroTitulaireAvant
           END-READ.

       journaliserMouvement.
           MOVE plaqueMouvement TO plaqueJournal-ed.
           MOVE titulaireMouvement TO titulaireJournal-ed.
           MOVE dateJour TO dateJournal-ed.
           MOVE numeroTitulaireRegistre TO numeroTitulaireJournal-ed.
           WRITE engJournal FROM ligneJournal END-WRITE.
           IF indOpCourant NOT = 0
               ADD 1 TO opMvtAppliques(indOpCourant)
      *    quotidiens et permet de rejouer la vie d'une plaque.
      *****************************************************************
       historiserMouvement.
           PERFORM preparerHistorique.
           WRITE engHistorique END-WRITE.

       preparerHistorique.
           MOVE SPACES TO engHistorique.
           MOVE plaqueMouvement TO plaqueHisto.
           MOVE dateJourSiecle TO dateHisto.
           MOVE codeMouvement TO codeHisto.
           MOVE titulaireAvant TO titulaireAvantHisto.
           MOVE titulaireRegistre TO titulaireApresHisto.
           MOVE etatAvant TO etatAvantHisto.
           MOVE dateImmatAvant TO dateImmatAvantHisto.
           MOVE numeroTitulaireAvant TO numeroTitulaireAvantHisto.
           MOVE numeroTitulaireRegistre TO numeroTitulaireApresHisto.
           MOVE 0 TO dateAnnuleHisto.
           MOVE plaqueLiee TO plaqueLieeHisto.
           MOVE dateExpirationRegistre TO dateExpirationHisto.

       rejeterMouvement.
           ADD 1 TO nbRejets.
                   MOVE "operateur non habilite pour ce mouvement"
                        TO raisonRejet-ed
               WHEN NOT mvtImmatriculation AND NOT mvtTransfert
                    AND NOT mvtRadiation AND NOT mvtAdresse
                    AND NOT mvtAnnulation AND NOT mvtTemporaire
                    AND NOT mvtVol
                   MOVE "code mouvement inconnu" TO raisonRejet-ed
               WHEN titulaireRefuse
                   MOVE "titulaire inconnu de Titulaires.idx"
                        TO raisonRejet-ed
               WHEN titulaireNonNegociant
                   MOVE "plaque temporaire reservee au negociant"
                        TO raisonRejet-ed
               WHEN expirationInvalide
                   MOVE "date d'expiration absente ou depassee"
                        TO raisonRejet-ed
               WHEN mvtAdresse
                   MOVE "adresse incomplete" TO raisonRejet-ed
               WHEN origineNonAnnulable
                   MOVE "code d'origine non annulable"
                        TO raisonRejet-ed
               WHEN origineIntrouvable
                   MOVE "mouvement d'origine introuvable"
                        TO raisonRejet-ed
               WHEN originePasDerniere
                   MOVE "mouvement posterieur sur la plaque"
                        TO raisonRejet-ed
               WHEN vinInvalide
                   MOVE "VIN absent ou invalide" TO raisonRejet-ed
               WHEN vinDejaActif
                   MOVE "VIN deja sur une autre plaque active"
                        TO raisonRejet-ed
               WHEN vinDifferent
                   MOVE "VIN different du vehicule de la plaque"
                        TO raisonRejet-ed
               WHEN (mvtImmatriculation OR mvtTemporaire)
                    AND reservationRefusee
                   MOVE "plaque reservee pour un autre client"
                        TO raisonRejet-ed
               WHEN (mvtImmatriculation OR mvtTemporaire)
                    AND plaqueConnue
                   MOVE "plaque deja active" TO raisonRejet-ed
               WHEN mvtImmatriculation OR mvtTemporaire
                   MOVE "format de plaque invalide" TO raisonRejet-ed
               WHEN NOT plaqueConnue
                   MOVE "plaque inconnue du registre" TO raisonRejet-ed
               WHEN volPlaqueNonActive
                   MOVE "vol declare sur une plaque non active"
                        TO raisonRejet-ed
               WHEN volSansPlaqueLibre
                   MOVE "aucune plaque libre pour le remplacement"
                        TO raisonRejet-ed
               WHEN mvtTransfert AND plaqueTemporaire
                   MOVE "transfert d'une plaque temporaire"
                        TO raisonRejet-ed
               WHEN mvtTransfert
                   MOVE "transfert d'une plaque radiee"
                        TO raisonRejet-ed
           DISPLAY "Transferts appliques: " nbTransferts-ed.
           MOVE nbRadiations TO nbRadiations-ed.
           DISPLAY "Radiations appliquees: " nbRadiations-ed.
           MOVE nbAdresses TO nbAdresses-ed.
           DISPLAY "Changements d'adresse: " nbAdresses-ed.
           MOVE nbAnnulations TO nbAnnulations-ed.
           DISPLAY "Mouvements annules: " nbAnnulations-ed.
           MOVE nbTemporaires TO nbTemporaires-ed.
           DISPLAY "Plaques temporaires attribuees: " nbTemporaires-ed.
           MOVE nbVols TO nbVols-ed.
           DISPLAY "Vols declares (plaque remplacee): " nbVols-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Mouvements rejetes: " nbRejets-ed.

           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVehicules
                         NOMFIC BY "Vehicules.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTitulaires
                         NOMFIC BY "Titulaires.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "Mouvements-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistoTravail
                         NOMFIC BY "Mouvements-Historique.tmp".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReservations
                         NOMFIC BY "Reservations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPlaquesLibres
                         NOMFIC BY "PlaquesLibres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSignalees
                         NOMFIC BY "Signalees.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHabilitations
                         NOMFIC BY "HabilitationsOperateurs.seq".
