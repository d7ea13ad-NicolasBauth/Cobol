                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiJournal.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistorique.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                           ORGANIZATION IS LINE SEQUENTIAL
                         etatRegistre BY etatRegScan
                         plaqueActive BY plaqueActiveScan
                         plaqueRadiee BY plaqueRadieeScan
                         plaqueTemporaire BY plaqueTemporaireScan
                         titulaireRegistre BY titulaireRegScan
                         numeroTitulaireRegistre
                             BY numeroTitulaireRegScan
                         dateExpirationRegistre
                             BY dateExpirationRegScan.

       FD FiRegistre.
       01 engRegistre.
       FD FiJournal.
       01 engJournal                   PIC X(60).

       FD FiHistorique.
       01 engHistorique.
           COPY "HistoMouvement.cpy".

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).
       01 cheminFiDelai PIC X(80) VALUE "QuarantaineAnnees.seq".
       01 cheminFiPlaquesLibres PIC X(80) VALUE "PlaquesLibres.seq".
       01 cheminFiJournal PIC X(80) VALUE "LiberationsJournal.seq".
       01 cheminFiHistorique PIC X(80) VALUE
          "Mouvements-Historique.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiVerrou PIC X(80) VALUE "Registre.lck".

                                        FSFIN BY fiJournalFin
                                        FSABSENT BY fiJournalAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY fiHistoriqueFin
                                        FSABSENT BY fiHistoriqueAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
      *    absents (statut 05).
           OPEN EXTEND FiPlaquesLibres.
           OPEN EXTEND FiJournal.
           OPEN EXTEND FiHistorique.
           IF NOT fiHistoriqueOK AND fs-fiHistorique NOT = "05"
               DISPLAY "Historique des mouvements indisponible, "
                       "statut: " fs-fiHistorique
               CLOSE FiPlaquesLibres FiJournal FiRegistre
               PERFORM libererVerrou
               STOP RUN
           END-IF.
           OPEN INPUT FiTravail.
           READ FiTravail END-READ.
           PERFORM UNTIL finFiTravail
               END-IF
               READ FiTravail END-READ
           END-PERFORM.
           CLOSE FiTravail FiPlaquesLibres FiJournal FiHistorique
                 FiRegistre.
           PERFORM libererVerrou.

       lireForceVerrou.
               END-PERFORM
           END-IF.

      *    La fiche est relue avant suppression pour porter a
      *    l'historique le dernier etat de la plaque (code L) : la
      *    plaque disparait du registre rejoue a partir de ce jour.
       libererUnePlaque.
           MOVE plaque TO plaqueRegistre.
           READ FiRegistre
               INVALID KEY
                   DISPLAY "Plaque " plaque
                           " absente du registre, ignoree"
               NOT INVALID KEY
                   PERFORM supprimerPlaqueRegistre
           END-READ.

       supprimerPlaqueRegistre.
           MOVE SPACES TO engHistorique.
           MOVE plaqueRegistre TO plaqueHisto.
           MOVE dateJour TO dateHisto.
           MOVE "L" TO codeHisto.
           MOVE titulaireRegistre TO titulaireAvantHisto.
           MOVE SPACES TO titulaireApresHisto.
           MOVE etatRegistre TO etatAvantHisto.
           MOVE dateImmatRegistre TO dateImmatAvantHisto.
           MOVE numeroTitulaireRegistre TO numeroTitulaireAvantHisto.
           MOVE 0 TO numeroTitulaireApresHisto.
           MOVE 0 TO dateAnnuleHisto.
           MOVE dateExpirationRegistre TO dateExpirationHisto.
           DELETE FiRegistre
               INVALID KEY
                   DISPLAY "Suppression du registre impossible pour "
                           plaque ", statut: " fs-fiRegistre
               NOT INVALID KEY
                   ADD 1 TO nbLiberees
                   WRITE engHistorique END-WRITE
                   MOVE plaque TO engPlaqueLibre
                   WRITE engPlaqueLibre END-WRITE
                   MOVE dateJour TO dateLiberation-ed
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiJournal
                         NOMFIC BY "LiberationsJournal.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "Mouvements-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
