                         RECORD KEY IS cleArchive
                         FILE STATUS IS fs-fiArchiveScan.

           SELECT OPTIONAL FiCredits ASSIGN TO DYNAMIC cheminFiCredits
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCredits.

           SELECT FiReleve ASSIGN TO DYNAMIC cheminFiReleve
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiReleve.
       01 engArchive.
           COPY "ResultArch.cpy".

       FD FiCredits.
       01 engCredit.
           COPY "CreditHisto.cpy".

       FD FiReleve.
       01 engReleve                    PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiArchiveScan PIC X(80) VALUE "ArchiveResultats.idx".
       01 cheminFiCredits PIC X(80) VALUE "CreditsHistorique.seq".
       01 cheminFiReleve PIC X(80) VALUE "ReleveNotes.seq".


                                        FSFIN BY finFiArchiveScan
                                        FSABSENT BY fiArchiveScanAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCredits
                                        FSOK BY fiCreditsOK
                                        FSFIN BY finFiCredits
                                        FSABSENT BY fiCreditsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReleve
                                        FSOK BY fiReleveOK
                                        FSFIN BY fiReleveFin
       01 nbLignesReleve               PIC 999 VALUE 0.
       01 nbLignesReleve-ed            PIC ZZ9.

      *    Credits acquis par exercice pour le matricule demande.
       01 tabCreditsExercice.
           02 creditsExerciceTab OCCURS 20.
               03 exerciceCreditTab    PIC 9(4).
               03 totalCreditTab       PIC 9(4).
       01 nbCreditsExercice            PIC 99 VALUE 0.
       01 indCreditExercice            PIC 99.
       01 indCreditTrouve              PIC 99.
       01 totalCreditsReleve           PIC 9(4) VALUE 0.

       01 ligneTitreReleve.
           02 FILLER                   PIC X(23)
              VALUE "Releve pour matricule: ".
           02 decisionReleve-ed        PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 mentionReleve-ed         PIC X(15).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 creditsReleve-ed         PIC ZZZ9.
           02 FILLER                   PIC X(8) VALUE " credits".
       01 ligneTotalCredits.
           02 FILLER                   PIC X(26)
              VALUE "Total des credits acquis: ".
           02 totalCreditsReleve-ed    PIC ZZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ResultatsTranscript"
                         NIVEAU BY "L".
           OPEN OUTPUT FiReleve.
           PERFORM obtenirMatricule.
           PERFORM UNTIL matriculeDemande = "zzz"
      *****************************************************************
       imprimerReleve.
           MOVE 0 TO nbLignesReleve.
           PERFORM chargerCreditsMatricule.
           OPEN INPUT FiArchiveScan.
           IF NOT fiArchiveScanOK
               DISPLAY "ArchiveResultats.idx indisponible, statut: "
               ELSE
                   MOVE nbLignesReleve TO nbLignesReleve-ed
                   DISPLAY "Exercices releves: " nbLignesReleve-ed
                   MOVE totalCreditsReleve TO totalCreditsReleve-ed
                   WRITE engReleve FROM ligneTotalCredits END-WRITE
                   DISPLAY ligneTotalCredits
               END-IF
               CLOSE FiArchiveScan
           END-IF.
           MOVE moyenneArchive TO moyenneReleve-ed.
           MOVE decisionArchive TO decisionReleve-ed.
           MOVE mentionArchive TO mentionReleve-ed.
           MOVE 0 TO creditsReleve-ed.
           PERFORM VARYING indCreditExercice FROM 1 BY 1
                   UNTIL indCreditExercice > nbCreditsExercice
               IF exerciceCreditTab(indCreditExercice)
                  = exerciceArchive
                   MOVE totalCreditTab(indCreditExercice)
                        TO creditsReleve-ed
               END-IF
           END-PERFORM.
           WRITE engReleve FROM ligneReleve END-WRITE.
           DISPLAY ligneReleve.

      *    L'historique des credits est cumule par exercice pour le
      *    seul matricule du releve.
       chargerCreditsMatricule.
           MOVE 0 TO nbCreditsExercice.
           MOVE 0 TO totalCreditsReleve.
           OPEN INPUT FiCredits.
           IF fiCreditsOK
               READ FiCredits END-READ
               PERFORM UNTIL finFiCredits
                   IF matriculeCredit = matriculeDemande
                      AND creditsAcquis NUMERIC
                       PERFORM cumulerCreditExercice
                   END-IF
                   READ FiCredits END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCredits.

       cumulerCreditExercice.
           MOVE 0 TO indCreditTrouve.
           PERFORM VARYING indCreditExercice FROM 1 BY 1
                   UNTIL indCreditExercice > nbCreditsExercice
                      OR indCreditTrouve NOT = 0
               IF exerciceCreditTab(indCreditExercice)
                  = exerciceCredit
                   MOVE indCreditExercice TO indCreditTrouve
               END-IF
           END-PERFORM.
           IF indCreditTrouve = 0 AND nbCreditsExercice < 20
               ADD 1 TO nbCreditsExercice
               MOVE nbCreditsExercice TO indCreditTrouve
               MOVE exerciceCredit
                    TO exerciceCreditTab(nbCreditsExercice)
               MOVE 0 TO totalCreditTab(nbCreditsExercice)
           END-IF.
           IF indCreditTrouve NOT = 0
               ADD creditsAcquis TO totalCreditTab(indCreditTrouve)
               ADD creditsAcquis TO totalCreditsReleve
           END-IF.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiArchiveScan
                         NOMFIC BY "ArchiveResultats.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCredits
                         NOMFIC BY "CreditsHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReleve
                         NOMFIC BY "ReleveNotes.seq".
