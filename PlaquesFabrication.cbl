       PROGRAM-ID. PlaquesFabrication AS "PlaquesFabrication".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiJournal ASSIGN TO DYNAMIC cheminFiJournal
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiJournal.

           SELECT OPTIONAL FiRenouvellement
               ASSIGN TO DYNAMIC cheminFiRenouvellement
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRenouvellement.

           SELECT OPTIONAL FiSequence ASSIGN TO DYNAMIC cheminFiSequence
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiSequence.

           SELECT OPTIONAL FiCommandes
               ASSIGN TO DYNAMIC cheminFiCommandes
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiCommandes.

           SELECT OPTIONAL FiRetours ASSIGN TO DYNAMIC cheminFiRetours
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRetours.

           SELECT FiFabrication ASSIGN TO DYNAMIC cheminFiFabrication
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiFabrication.

           SELECT OPTIONAL FiRegistre ASSIGN TO DYNAMIC cheminFiRegistre
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS plaqueRegistre
                           FILE STATUS IS fs-fiRegistre.

           SELECT OPTIONAL FiTitulaires
               ASSIGN TO DYNAMIC cheminFiTitulaires
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS numeroTitulaire
                           ALTERNATE RECORD KEY IS idNationalTitulaire
                           FILE STATUS IS fs-fiTitulaires.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiParametres.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.

       DATA DIVISION.

       FILE SECTION.

       FD FiJournal.
       01 engJournal.
           02 codeJournalX             PIC X.
           02 FILLER                   PIC X(3).
           02 plaqueJournalX           PIC X(6).
           02 FILLER                   PIC X(3).
           02 titulaireJournalX        PIC X(30).
           02 FILLER                   PIC X(3).
           02 dateJournalX             PIC X(8).
           02 FILLER                   PIC X(3).
           02 numeroTitulaireJournalX  PIC X(6).
           02 FILLER                   PIC X(3).
           02 codeAnnuleJournalX       PIC X.

      *    Propositions de la campagne de renouvellement produites par
      *    PlaquesRenouvellement (ancienne -> nouvelle, campagne).
       FD FiRenouvellement.
       01 engRenouvellement.
           02 anciennePlaqueRen        PIC X(6).
           02 FILLER                   PIC X(4).
           02 nouvellePlaqueRen        PIC X(6).
           02 FILLER                   PIC X(12).
           02 campagneRenX             PIC X(4).

       FD FiSequence.
       01 engSequence.
           02 numeroTransmissionX      PIC X(4).
           02 FILLER                   PIC X.
           02 dernierNumeroCommandeX   PIC X(8).
           02 FILLER                   PIC X.
           02 derniereCampagneX        PIC X(4).

       FD FiCommandes.
       01 engCommande                  PIC X(51).

      *****************************************************************
      *    Retour du fabricant : une ligne par commande dont l'etat
      *    change, F fabriquee ou E expediee, avec la date (AAAAMMJJ).
      *****************************************************************
       FD FiRetours.
       01 engRetour.
           02 numeroRetourX            PIC X(8).
           02 FILLER                   PIC X.
           02 plaqueRetour             PIC X(6).
           02 FILLER                   PIC X.
           02 statutRetour             PIC X.
               88 retourFabriquee      VALUE "F" "f".
               88 retourExpediee       VALUE "E" "e".
           02 FILLER                   PIC X.
           02 dateRetourX              PIC X(8).

       FD FiFabrication.
       01 engFabrication               PIC X(120).

       FD FiRegistre.
       01 engRegistre.
           COPY "PlaqueReg.cpy".

       FD FiTitulaires.
       01 engTitulaire.
           COPY "TitulaireReg.cpy".

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).
           02 valeurParametreX         PIC X(12).

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
       01 cheminFiJournal PIC X(80) VALUE "Mouvements-Journal.seq".
       01 cheminFiRenouvellement PIC X(80) VALUE "Renouvellement.seq".
       01 cheminFiSequence PIC X(80) VALUE "FabricationSequence.seq".
       01 cheminFiCommandes PIC X(80) VALUE "CommandesPlaques.seq".
       01 cheminFiRetours PIC X(80) VALUE "RetourFabrication.seq".
       01 cheminFiFabrication PIC X(80) VALUE
          "CommandesFabrication.seq".
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".
       01 cheminFiTitulaires PIC X(80) VALUE "Titulaires.idx".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiOuvertes PIC X(80) VALUE "CommandesOuvertes.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiJournal
                                        FSOK BY fiJournalOK
                                        FSFIN BY fiJournalFin
                                        FSABSENT BY fiJournalAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRenouvellement
                                        FSOK BY fiRenouvellementOK
                                        FSFIN BY fiRenouvellementFin
                                        FSABSENT BY fiRenouvellemAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSequence
                                        FSOK BY fiSequenceOK
                                        FSFIN BY fiSequenceFin
                                        FSABSENT BY fiSequenceAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCommandes
                                        FSOK BY fiCommandesOK
                                        FSFIN BY finFiCommandes
                                        FSABSENT BY fiCommandesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRetours
                                        FSOK BY fiRetoursOK
                                        FSFIN BY finFiRetours
                                        FSABSENT BY fiRetoursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiFabrication
                                        FSOK BY fiFabricationOK
                                        FSFIN BY fiFabricationFin
                                        FSABSENT BY fiFabricationAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY fiRegistreFin
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTitulaires
                                        FSOK BY fiTitulairesOK
                                        FSFIN BY fiTitulairesFin
                                        FSABSENT BY fiTitulairesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       COPY "PlaqueId.cpy".

       01 commandeCourante.
           COPY "CommandePlaque.cpy".

       01 registreActifSW              PIC X VALUE "N".
           88 registreActif            VALUE "O".
       01 titulairesActifsSW           PIC X VALUE "N".
           88 titulairesActifs         VALUE "O".

       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 FILLER                   PIC 99.
           02 anneeJourAA              PIC 99.
           02 moisJour                 PIC 99.
           02 jourJour                 PIC 99.
      *    Date du jour au format des lignes du journal (AA/MM/JJ).
       01 dateJourJournal.
           02 anneeJournal-ed          PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 moisJournal-ed           PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 jourJournal-ed           PIC 99.

       01 numeroTransmission           PIC 9(4) VALUE 0.
       01 dernierNumeroCommande        PIC 9(8) VALUE 0.
       01 derniereCampagne             PIC 9(4) VALUE 0.
       01 campagneMax                  PIC 9(4) VALUE 0.
       01 champSequence4               PIC X(4).
       01 champSequence4Num REDEFINES champSequence4 PIC 9(4).
       01 champSequence8               PIC X(8).
       01 champSequence8Num REDEFINES champSequence8 PIC 9(8).

      *    Delai au-dela duquel une commande non expediee est relevee
      *    (cle DELAI-FABRICATION de Parametres.seq, en jours).
       01 delaiFabrication             PIC 999 VALUE 15.
       01 valeurDelaiX                 PIC X(3).
       01 valeurDelaiNum REDEFINES valeurDelaiX PIC 999.
       01 delaiFabrication-ed          PIC ZZ9.
      *    Une commande close (expediee ou annulee) est gardee un an
      *    dans CommandesPlaques.seq puis purgee a la reecriture.
       01 joursConservation            PIC 999 VALUE 365.

       01 tabCommandes.
           02 commandeTab OCCURS 9999.
               03 imageCommandeTab     PIC X(51).
               03 nouvelleCmdSW        PIC X.
                   88 nouvelleCommande VALUE "O".
       01 nbCommandes                  PIC 9(4) VALUE 0.
       01 indCommande                  PIC 9(4).
       01 indCommandeTrouvee           PIC 9(4).
       01 tablePleineSW                PIC X VALUE "N".
           88 tableCommandesPleine     VALUE "O".

       01 motifRetenu                  PIC X.
       01 plaqueRetenue                PIC X(6).
       01 numeroTitulaireRetenu        PIC 9(6).
       01 numeroTitulaireX             PIC X(6).
       01 numeroTitulaireNum REDEFINES numeroTitulaireX PIC 9(6).
       01 ligneVolPrecedenteSW         PIC X VALUE "N".
           88 ligneVolPrecedente       VALUE "O".
       01 dejaCommandeeSW              PIC X VALUE "N".
           88 dejaCommandee            VALUE "O".
       01 dateRetour                   PIC 9(8).
       01 champDate8                   PIC X(8).
       01 champDate8Num REDEFINES champDate8 PIC 9(8).

       01 nbNouvelles                  PIC 9(6) VALUE 0.
       01 nbTransmises                 PIC 9(6) VALUE 0.
       01 nbAnnulees                   PIC 9(6) VALUE 0.
       01 nbDejaCommandees             PIC 9(6) VALUE 0.
       01 nbSansAdresse                PIC 9(6) VALUE 0.
       01 nbRetours                    PIC 9(6) VALUE 0.
       01 nbRetoursRejetes             PIC 9(6) VALUE 0.
       01 nbEnRetard                   PIC 9(6) VALUE 0.
       01 nbPurgees                    PIC 9(6) VALUE 0.
       01 nbTransmises-ed              PIC ZZZZZ9.
       01 nbAnnulees-ed                PIC ZZZZZ9.
       01 nbDejaCommandees-ed          PIC ZZZZZ9.
       01 nbSansAdresse-ed             PIC ZZZZZ9.
       01 nbRetours-ed                 PIC ZZZZZ9.
       01 nbRetoursRejetes-ed          PIC ZZZZZ9.
       01 nbEnRetard-ed                PIC ZZZZZ9.
       01 nbPurgees-ed                 PIC ZZZZZ9.
       01 numeroTransmission-ed        PIC ZZZ9.

      *    Anciennete d'une commande en jours, l'annee etant comptee
      *    a 365 jours comme dans les autres calculs d'anciennete de
      *    la chaine.
       01 dateTravail                  PIC 9(8).
       01 FILLER REDEFINES dateTravail.
           02 anneeTravail             PIC 9999.
           02 moisTravail              PIC 99.
           02 jourTravail              PIC 99.
       01 joursCumulesVal.
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
       01 REDEFINES joursCumulesVal.
           02 joursCumules OCCURS 12   PIC 9(3).
       01 joursAbsolus                 PIC 9(7).
       01 joursAbsolusJour             PIC 9(7).
       01 ageCommande                  PIC 9(7).

      *****************************************************************
      *    Fichier d'interface du fabricant (CommandesFabrication.seq),
      *    un fichier par transmission : entete 01 (date, numero de
      *    transmission), detail 02 par commande (numero, plaque,
      *    disposition, motif, titulaire et adresse de livraison
      *    tires du fichier des titulaires), fin 09 (nombre de
      *    details), sur le modele de la declaration nationale.
      *****************************************************************
       01 ligneEnteteFab.
           02 FILLER                   PIC XX VALUE "01".
           02 dateEnteteFab-ed         PIC 9(8).
           02 numeroEnteteFab-ed       PIC 9(4).
       01 ligneDetailFab.
           02 FILLER                   PIC XX VALUE "02".
           02 numeroDetailFab-ed       PIC 9(8).
           02 plaqueDetailFab-ed       PIC X(6).
           02 formatDetailFab-ed       PIC X.
           02 motifDetailFab-ed        PIC X.
           02 titulaireDetailFab-ed    PIC X(30).
           02 rueDetailFab-ed          PIC X(30).
           02 codePostalDetailFab-ed   PIC X(5).
           02 localiteDetailFab-ed     PIC X(25).
       01 ligneFinFab.
           02 FILLER                   PIC XX VALUE "09".
           02 nbDetailsFinFab-ed       PIC 9(6).

       01 titreEtatOuvertes            PIC X(40)
          VALUE "Commandes de plaques en attente".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteOuvertes          PIC X(80) VALUE
          "Commande - plaque  - motif - commandee  - etat     - jours".
       01 ligneOuverte.
           02 numeroOuverte-ed         PIC 9(8).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 plaqueOuverte-ed         PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 motifOuverte-ed          PIC X(5).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateOuverte-ed           PIC 9999/99/99.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 statutOuverte-ed         PIC X(8).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 ageOuverte-ed            PIC ZZZZ9.
       01 ligneRetourRejete.
           02 FILLER                   PIC X(16)
              VALUE "Retour rejete : ".
           02 numeroRetour-ed          PIC X(8).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 plaqueRetour-ed          PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRetour-ed          PIC X(40).

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Commandes de fabrication des plaques : chaque
      *    immatriculation, plaque temporaire et plaque de
      *    remplacement apres vol du journal du jour, et chaque
      *    proposition d'une nouvelle campagne de renouvellement,
      *    donne une commande numerotee, portee au suivi
      *    CommandesPlaques.seq et transmise au fabricant dans
      *    CommandesFabrication.seq. Le retour du fabricant fait
      *    passer les commandes a fabriquee ou expediee; les
      *    commandes non expediees au-dela du delai sont listees
      *    dans CommandesOuvertes.seq (code retour 4).
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           MOVE anneeJourAA TO anneeJournal-ed.
           MOVE moisJour TO moisJournal-ed.
           MOVE jourJour TO jourJournal-ed.
           MOVE dateJour TO dateTravail.
           PERFORM calculerJoursAbsolus.
           MOVE joursAbsolus TO joursAbsolusJour.
           PERFORM lireParametres.
           PERFORM lireSequence.
           PERFORM chargerCommandes.
           OPEN INPUT FiRegistre.
           IF fiRegistreOK
               MOVE "O" TO registreActifSW
           ELSE
               DISPLAY "Registre des plaques indisponible, statut: "
                       fs-fiRegistre ", renouvellements sans titulaire"
           END-IF.
           OPEN INPUT FiTitulaires.
           IF fiTitulairesOK
               MOVE "O" TO titulairesActifsSW
           ELSE
               DISPLAY "Titulaires.idx absent, statut: "
                       fs-fiTitulaires ", commandes sans adresse"
           END-IF.
           PERFORM releverJournal.
           PERFORM releverRenouvellements.
           PERFORM transmettreCommandes.
           CLOSE FiRegistre FiTitulaires.
           PERFORM appliquerRetours.
           PERFORM reecrireCommandes.
           PERFORM ecrireSequence.
           PERFORM imprimerCommandesOuvertes.
           MOVE nbTransmises TO nbTransmises-ed.
           MOVE numeroTransmission TO numeroTransmission-ed.
           DISPLAY "Commandes transmises: " nbTransmises-ed
                   " (transmission " numeroTransmission-ed ")".
           IF nbAnnulees NOT = 0
               MOVE nbAnnulees TO nbAnnulees-ed
               DISPLAY "Commandes annulees avant transmission: "
                       nbAnnulees-ed
           END-IF.
           IF nbDejaCommandees NOT = 0
               MOVE nbDejaCommandees TO nbDejaCommandees-ed
               DISPLAY "Plaques deja commandees, ignorees: "
                       nbDejaCommandees-ed
           END-IF.
           MOVE nbSansAdresse TO nbSansAdresse-ed.
           DISPLAY "Dont sans adresse de livraison: " nbSansAdresse-ed.
           MOVE nbRetours TO nbRetours-ed.
           DISPLAY "Retours du fabricant appliques: " nbRetours-ed.
           IF nbRetoursRejetes NOT = 0
               MOVE nbRetoursRejetes TO nbRetoursRejetes-ed
               DISPLAY "Retours rejetes: " nbRetoursRejetes-ed
           END-IF.
           IF nbPurgees NOT = 0
               MOVE nbPurgees TO nbPurgees-ed
               DISPLAY "Commandes closes purgees: " nbPurgees-ed
           END-IF.
           MOVE nbEnRetard TO nbEnRetard-ed.
           MOVE delaiFabrication TO delaiFabrication-ed.
           DISPLAY "Commandes ouvertes depuis plus de "
                   delaiFabrication-ed " jours: " nbEnRetard-ed.
           IF nbEnRetard NOT = 0 OR nbRetoursRejetes NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ecrireAudit.
           STOP RUN.

       lireParametres.
           OPEN INPUT FiParametres.
           IF fiParametresOK
               READ FiParametres END-READ
               PERFORM UNTIL finFiParametres
                   IF cleParametre = "DELAI-FABRICATION"
                       MOVE valeurParametreX(1:3) TO valeurDelaiX
                       INSPECT valeurDelaiX
                               REPLACING LEADING " " BY "0"
                       IF valeurDelaiX NUMERIC
                          AND valeurDelaiNum NOT = 0
                           MOVE valeurDelaiNum TO delaiFabrication
                       END-IF
                   END-IF
                   READ FiParametres END-READ
               END-PERFORM
           END-IF.
           CLOSE FiParametres.

       lireSequence.
           OPEN INPUT FiSequence.
           IF fiSequenceOK
               READ FiSequence
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE numeroTransmissionX TO champSequence4
                       INSPECT champSequence4
                               REPLACING LEADING " " BY "0"
                       IF champSequence4 NUMERIC
                           MOVE champSequence4Num
                                TO numeroTransmission
                       END-IF
                       MOVE dernierNumeroCommandeX TO champSequence8
                       INSPECT champSequence8
                               REPLACING LEADING " " BY "0"
                       IF champSequence8 NUMERIC
                           MOVE champSequence8Num
                                TO dernierNumeroCommande
                       END-IF
                       MOVE derniereCampagneX TO champSequence4
                       INSPECT champSequence4
                               REPLACING LEADING " " BY "0"
                       IF champSequence4 NUMERIC
                           MOVE champSequence4Num TO derniereCampagne
                       END-IF
               END-READ
           END-IF.
           CLOSE FiSequence.
           MOVE derniereCampagne TO campagneMax.

       chargerCommandes.
           OPEN INPUT FiCommandes.
           IF fiCommandesOK
               READ FiCommandes END-READ
               PERFORM UNTIL finFiCommandes OR nbCommandes >= 9999
                   ADD 1 TO nbCommandes
                   MOVE engCommande TO imageCommandeTab(nbCommandes)
                   MOVE "N" TO nouvelleCmdSW(nbCommandes)
                   READ FiCommandes END-READ
               END-PERFORM
               IF NOT finFiCommandes
                   DISPLAY "Plus de 9999 commandes suivies, arret "
                           "sans modification"
                   CLOSE FiCommandes
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FiCommandes.

      *****************************************************************
      *    Le journal du jour donne les immatriculations (I), les
      *    plaques temporaires (P) et, sur la ligne I qui suit
      *    immediatement une ligne de vol (V), la plaque de
      *    remplacement. Une annulation (X) d'une immatriculation ou
      *    d'une plaque temporaire retire la commande si elle n'est
      *    pas encore transmise.
      *****************************************************************
       releverJournal.
           OPEN INPUT FiJournal.
           IF NOT fiJournalOK
               DISPLAY "Mouvements-Journal.seq introuvable, statut: "
                       fs-fiJournal ", aucune commande du jour"
           ELSE
               MOVE "N" TO ligneVolPrecedenteSW
               READ FiJournal END-READ
               PERFORM UNTIL fiJournalFin
                   IF dateJournalX = dateJourJournal
                       PERFORM examinerLigneJournal
                   END-IF
                   READ FiJournal END-READ
               END-PERFORM
           END-IF.
           CLOSE FiJournal.

       examinerLigneJournal.
           MOVE SPACE TO motifRetenu.
           EVALUATE TRUE
               WHEN (codeJournalX = "I" OR codeJournalX = "i")
                    AND ligneVolPrecedente
                   MOVE "R" TO motifRetenu
               WHEN codeJournalX = "I" OR codeJournalX = "i"
                   MOVE "I" TO motifRetenu
               WHEN codeJournalX = "P" OR codeJournalX = "p"
                   MOVE "P" TO motifRetenu
               WHEN (codeJournalX = "X" OR codeJournalX = "x")
                    AND (codeAnnuleJournalX = "I"
                         OR codeAnnuleJournalX = "P")
                   PERFORM annulerCommandeDuJour
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF codeJournalX = "V" OR codeJournalX = "v"
               MOVE "O" TO ligneVolPrecedenteSW
           ELSE
               MOVE "N" TO ligneVolPrecedenteSW
           END-IF.
           IF motifRetenu NOT = SPACE
               MOVE plaqueJournalX TO plaqueRetenue
               MOVE numeroTitulaireJournalX TO numeroTitulaireX
               INSPECT numeroTitulaireX REPLACING LEADING " " BY "0"
               IF numeroTitulaireX NUMERIC
                   MOVE numeroTitulaireNum TO numeroTitulaireRetenu
               ELSE
                   MOVE 0 TO numeroTitulaireRetenu
               END-IF
               PERFORM creerCommande
           END-IF.

       annulerCommandeDuJour.
           MOVE 0 TO indCommandeTrouvee.
           PERFORM VARYING indCommande FROM nbCommandes BY -1
                   UNTIL indCommande < 1 OR indCommandeTrouvee NOT = 0
               MOVE imageCommandeTab(indCommande) TO commandeCourante
               IF plaqueCommande = plaqueJournalX
                  AND motifCommande = codeAnnuleJournalX
                  AND dateCommande = dateJour
                  AND commandeOuverte
                   MOVE indCommande TO indCommandeTrouvee
               END-IF
           END-PERFORM.
           IF indCommandeTrouvee NOT = 0
               IF nouvelleCommande(indCommandeTrouvee)
                   MOVE imageCommandeTab(indCommandeTrouvee)
                        TO commandeCourante
                   MOVE "A" TO statutCommande
                   MOVE dateJour TO dateStatutCommande
                   MOVE commandeCourante
                        TO imageCommandeTab(indCommandeTrouvee)
                   ADD 1 TO nbAnnulees
               ELSE
                   DISPLAY "Commande deja transmise pour la plaque "
                           "annulee " plaqueJournalX
                           ", a annuler aupres du fabricant"
               END-IF
           END-IF.

       releverRenouvellements.
           OPEN INPUT FiRenouvellement.
           IF fiRenouvellementOK
               READ FiRenouvellement END-READ
               PERFORM UNTIL fiRenouvellementFin
                   MOVE campagneRenX TO champSequence4
                   INSPECT champSequence4
                           REPLACING LEADING " " BY "0"
                   IF champSequence4 NUMERIC
                      AND champSequence4Num > derniereCampagne
                       PERFORM commanderRenouvellement
                   END-IF
                   READ FiRenouvellement END-READ
               END-PERFORM
           END-IF.
           CLOSE FiRenouvellement.

      *    La nouvelle plaque est livree au titulaire de l'ancienne.
       commanderRenouvellement.
           IF champSequence4Num > campagneMax
               MOVE champSequence4Num TO campagneMax
           END-IF.
           MOVE "N" TO motifRetenu.
           MOVE nouvellePlaqueRen TO plaqueRetenue.
           MOVE 0 TO numeroTitulaireRetenu.
           IF registreActif
               MOVE anciennePlaqueRen TO plaqueRegistre
               READ FiRegistre
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE numeroTitulaireRegistre
                            TO numeroTitulaireRetenu
               END-READ
           END-IF.
           PERFORM creerCommande.

      *    Une plaque deja commandee le meme jour pour le meme motif
      *    (journal repasse) ou deja commandee au renouvellement ne
      *    donne pas de seconde commande.
       creerCommande.
           MOVE "N" TO dejaCommandeeSW.
           PERFORM VARYING indCommande FROM 1 BY 1
                   UNTIL indCommande > nbCommandes OR dejaCommandee
               MOVE imageCommandeTab(indCommande) TO commandeCourante
               IF plaqueCommande = plaqueRetenue
                  AND motifCommande = motifRetenu
                  AND NOT commandeAnnulee
                  AND (dateCommande = dateJour
                       OR commandeRenouvellement)
                   MOVE "O" TO dejaCommandeeSW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN dejaCommandee
                   ADD 1 TO nbDejaCommandees
               WHEN nbCommandes >= 9999
                   IF NOT tableCommandesPleine
                       MOVE "O" TO tablePleineSW
                       DISPLAY "ATTENTION: plus de 9999 commandes "
                               "suivies, commandes suivantes non "
                               "emises"
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO commandeCourante
                   ADD 1 TO dernierNumeroCommande
                   MOVE dernierNumeroCommande TO numeroCommande
                   MOVE plaqueRetenue TO plaqueCommande
                   MOVE plaqueRetenue TO plaque
                   IF nombreAncienCorrect AND lettreAncienCorrecte
                       MOVE "A" TO formatCommande
                   ELSE
                       MOVE "C" TO formatCommande
                   END-IF
                   MOVE motifRetenu TO motifCommande
                   MOVE dateJour TO dateCommande
                   MOVE "O" TO statutCommande
                   MOVE dateJour TO dateStatutCommande
                   MOVE numeroTitulaireRetenu
                        TO numeroTitulaireCommande
                   MOVE 0 TO transmissionCommande
                   ADD 1 TO nbCommandes
                   MOVE commandeCourante
                        TO imageCommandeTab(nbCommandes)
                   MOVE "O" TO nouvelleCmdSW(nbCommandes)
                   ADD 1 TO nbNouvelles
           END-EVALUATE.

       transmettreCommandes.
           ADD 1 TO numeroTransmission.
           OPEN OUTPUT FiFabrication.
           MOVE dateJour TO dateEnteteFab-ed.
           MOVE numeroTransmission TO numeroEnteteFab-ed.
           WRITE engFabrication FROM ligneEnteteFab END-WRITE.
           PERFORM VARYING indCommande FROM 1 BY 1
                   UNTIL indCommande > nbCommandes
               IF nouvelleCommande(indCommande)
                   MOVE imageCommandeTab(indCommande)
                        TO commandeCourante
                   IF commandeOuverte
                       PERFORM transmettreUneCommande
                   END-IF
               END-IF
           END-PERFORM.
           MOVE nbTransmises TO nbDetailsFinFab-ed.
           WRITE engFabrication FROM ligneFinFab END-WRITE.
           CLOSE FiFabrication.

       transmettreUneCommande.
           MOVE numeroTransmission TO transmissionCommande.
           MOVE commandeCourante TO imageCommandeTab(indCommande).
           MOVE numeroCommande TO numeroDetailFab-ed.
           MOVE plaqueCommande TO plaqueDetailFab-ed.
           MOVE formatCommande TO formatDetailFab-ed.
           MOVE motifCommande TO motifDetailFab-ed.
           MOVE SPACES TO titulaireDetailFab-ed rueDetailFab-ed
                          codePostalDetailFab-ed localiteDetailFab-ed.
           IF titulairesActifs AND numeroTitulaireCommande NOT = 0
               MOVE numeroTitulaireCommande TO numeroTitulaire
               READ FiTitulaires
                   INVALID KEY
                       ADD 1 TO nbSansAdresse
                   NOT INVALID KEY
                       MOVE nomLegalTitulaire TO titulaireDetailFab-ed
                       MOVE rueTitulaire TO rueDetailFab-ed
                       MOVE codePostalTitulaire
                            TO codePostalDetailFab-ed
                       MOVE localiteTitulaire TO localiteDetailFab-ed
               END-READ
           ELSE
               ADD 1 TO nbSansAdresse
           END-IF.
           WRITE engFabrication FROM ligneDetailFab END-WRITE.
           ADD 1 TO nbTransmises.

      *****************************************************************
      *    Retours du fabricant : la commande doit exister et porter
      *    la meme plaque; une commande expediee ne revient pas a
      *    fabriquee. Les retours rejetes sont listes en tete de
      *    l'etat des commandes ouvertes.
      *****************************************************************
       appliquerRetours.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteOuvertes TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiOuvertes
                                    titreEtatOuvertes
                                    enteteEtatTampon.
           OPEN INPUT FiRetours.
           IF fiRetoursOK
               READ FiRetours END-READ
               PERFORM UNTIL finFiRetours
                   PERFORM appliquerUnRetour
                   READ FiRetours END-READ
               END-PERFORM
           END-IF.
           CLOSE FiRetours.

       appliquerUnRetour.
           MOVE SPACES TO raisonRetour-ed.
           MOVE 0 TO indCommandeTrouvee.
           MOVE numeroRetourX TO champSequence8.
           INSPECT champSequence8 REPLACING LEADING " " BY "0".
           MOVE dateRetourX TO champDate8.
           INSPECT champDate8 REPLACING LEADING " " BY "0".
           IF champDate8 NUMERIC AND champDate8Num NOT = 0
               MOVE champDate8Num TO dateRetour
           ELSE
               MOVE dateJour TO dateRetour
           END-IF.
           IF champSequence8 NOT NUMERIC
               MOVE "numero de commande illisible"
                    TO raisonRetour-ed
           ELSE
               PERFORM VARYING indCommande FROM 1 BY 1
                       UNTIL indCommande > nbCommandes
                          OR indCommandeTrouvee NOT = 0
                   MOVE imageCommandeTab(indCommande)
                        TO commandeCourante
                   IF numeroCommande = champSequence8Num
                       MOVE indCommande TO indCommandeTrouvee
                   END-IF
               END-PERFORM
           END-IF.
           IF raisonRetour-ed = SPACES
               IF indCommandeTrouvee = 0
                   MOVE "commande inconnue" TO raisonRetour-ed
               ELSE
                   MOVE imageCommandeTab(indCommandeTrouvee)
                        TO commandeCourante
                   EVALUATE TRUE
                       WHEN plaqueCommande NOT = plaqueRetour
                           MOVE "plaque differente de la commande"
                                TO raisonRetour-ed
                       WHEN commandeAnnulee
                           MOVE "commande annulee" TO raisonRetour-ed
                       WHEN retourExpediee
                           MOVE "E" TO statutCommande
                           MOVE dateRetour TO dateStatutCommande
                       WHEN retourFabriquee AND commandeExpediee
                           CONTINUE
                       WHEN retourFabriquee
                           MOVE "F" TO statutCommande
                           MOVE dateRetour TO dateStatutCommande
                       WHEN OTHER
                           MOVE "etat de retour inconnu"
                                TO raisonRetour-ed
                   END-EVALUATE
               END-IF
           END-IF.
           IF raisonRetour-ed = SPACES
               MOVE commandeCourante
                    TO imageCommandeTab(indCommandeTrouvee)
               ADD 1 TO nbRetours
           ELSE
               ADD 1 TO nbRetoursRejetes
               MOVE numeroRetourX TO numeroRetour-ed
               MOVE plaqueRetour TO plaqueRetour-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneRetourRejete TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-IF.

       reecrireCommandes.
           OPEN OUTPUT FiCommandes.
           PERFORM VARYING indCommande FROM 1 BY 1
                   UNTIL indCommande > nbCommandes
               MOVE imageCommandeTab(indCommande) TO commandeCourante
               IF (commandeExpediee OR commandeAnnulee)
                  AND dateStatutCommande NOT = 0
                   MOVE dateStatutCommande TO dateTravail
                   PERFORM calculerJoursAbsolus
                   IF joursAbsolusJour - joursAbsolus
                      > joursConservation
                       ADD 1 TO nbPurgees
                   ELSE
                       WRITE engCommande FROM commandeCourante
                             END-WRITE
                   END-IF
               ELSE
                   WRITE engCommande FROM commandeCourante END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FiCommandes.

       ecrireSequence.
           OPEN OUTPUT FiSequence.
           MOVE SPACES TO engSequence.
           MOVE numeroTransmission TO champSequence4Num.
           MOVE champSequence4 TO numeroTransmissionX.
           MOVE dernierNumeroCommande TO champSequence8Num.
           MOVE champSequence8 TO dernierNumeroCommandeX.
           MOVE campagneMax TO champSequence4Num.
           MOVE champSequence4 TO derniereCampagneX.
           WRITE engSequence END-WRITE.
           CLOSE FiSequence.

       imprimerCommandesOuvertes.
           PERFORM VARYING indCommande FROM 1 BY 1
                   UNTIL indCommande > nbCommandes
               MOVE imageCommandeTab(indCommande) TO commandeCourante
               IF commandeEnCours
                   MOVE dateCommande TO dateTravail
                   PERFORM calculerJoursAbsolus
                   IF joursAbsolusJour > joursAbsolus
                       COMPUTE ageCommande =
                               joursAbsolusJour - joursAbsolus
                   ELSE
                       MOVE 0 TO ageCommande
                   END-IF
                   IF ageCommande > delaiFabrication
                       PERFORM imprimerCommandeOuverte
                   END-IF
               END-IF
           END-PERFORM.
           CALL "ETAT-FERMER".

       imprimerCommandeOuverte.
           ADD 1 TO nbEnRetard.
           MOVE numeroCommande TO numeroOuverte-ed.
           MOVE plaqueCommande TO plaqueOuverte-ed.
           EVALUATE TRUE
               WHEN commandeImmatriculation
                   MOVE "immat" TO motifOuverte-ed
               WHEN commandeTemporaire
                   MOVE "temp." TO motifOuverte-ed
               WHEN commandeRemplacement
                   MOVE "vol" TO motifOuverte-ed
               WHEN commandeRenouvellement
                   MOVE "renou" TO motifOuverte-ed
               WHEN OTHER
                   MOVE motifCommande TO motifOuverte-ed
           END-EVALUATE.
           MOVE dateCommande TO dateOuverte-ed.
           IF commandeFabriquee
               MOVE "fabrique" TO statutOuverte-ed
           ELSE
               MOVE "ouverte" TO statutOuverte-ed
           END-IF.
           MOVE ageCommande TO ageOuverte-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneOuverte TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       calculerJoursAbsolus.
           IF moisTravail >= 1 AND moisTravail <= 12
               COMPUTE joursAbsolus = (anneeTravail * 365)
                                    + joursCumules(moisTravail)
                                    + jourTravail
           ELSE
               MOVE 0 TO joursAbsolus
           END-IF.

       ecrireAudit.
           MOVE SPACES TO resumeAudit.
           STRING "transmises=" nbTransmises
                  ", retours=" nbRetours
                  ", rejets=" nbRetoursRejetes
                  ", en retard=" nbEnRetard
                  DELIMITED BY SIZE INTO resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY "PlaquesFabrication"
                                         PROGED BY programmeAudit-ed
                                         RESUME BY resumeAudit
                                         RESUMEED BY resumeAudit-ed
                                         FSRAW BY fs-FiAudit
                                         ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiJournal
                         NOMFIC BY "Mouvements-Journal.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRenouvellement
                         NOMFIC BY "Renouvellement.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSequence
                         NOMFIC BY "FabricationSequence.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCommandes
                         NOMFIC BY "CommandesPlaques.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRetours
                         NOMFIC BY "RetourFabrication.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiFabrication
                         NOMFIC BY "CommandesFabrication.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTitulaires
                         NOMFIC BY "Titulaires.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiOuvertes
                         NOMFIC BY "CommandesOuvertes.seq".

       END PROGRAM PlaquesFabrication.
