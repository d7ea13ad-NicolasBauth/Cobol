       PROGRAM-ID. CreditsProgression AS "CreditsProgression".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiSections ASSIGN TO DYNAMIC cheminFiSections
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSections.

           SELECT OPTIONAL FiCredits ASSIGN TO DYNAMIC cheminFiCredits
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCredits.

       DATA DIVISION.

       FILE SECTION.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

      *    Le referentiel des sections porte en colonnes 27-29 le
      *    total de credits exige pour le diplome.
       FD FiSections.
       01 engSection.
           02 codeSectionRef           PIC XX.
           02 FILLER                   PIC X.
           02 libelleSectionRef        PIC X(20).
           02 FILLER                   PIC X.
           02 familleSectionRef        PIC X.
           02 FILLER                   PIC X.
           02 creditsRequisX           PIC X(3).

       FD FiCredits.
       01 engCredit.
           COPY "CreditHisto.cpy".

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiSections PIC X(80) VALUE "Sections.seq".
       01 cheminFiCredits PIC X(80) VALUE "CreditsHistorique.seq".
       01 cheminFiProgression PIC X(80) VALUE
          "CreditsProgression.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSections
                                        FSOK BY fiSectionsOK
                                        FSFIN BY finFiSections
                                        FSABSENT BY fiSectionsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCredits
                                        FSOK BY fiCreditsOK
                                        FSFIN BY finFiCredits
                                        FSABSENT BY fiCreditsAbsent.

       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 resteDateJour            PIC 9(4).

      *    Sans referentiel ou sans total, une section exige 60
      *    credits par annee jusqu'a son annee finale (famille T :
      *    trois ans, autres familles : quatre ans).
       01 tabSections.
           02 sectionTab OCCURS 20.
               03 codeSectionTab       PIC XX.
               03 anneeFinaleTab       PIC 9.
               03 creditsRequisTab     PIC 999.
       01 nbSections                   PIC 99 VALUE 0.
       01 indSection                   PIC 99.
       01 indSectionTrouvee            PIC 99.
       01 champ3                       PIC X(3).
       01 champ3Num REDEFINES champ3   PIC 999.

       01 tabAcquis.
           02 acquisTab OCCURS 2000.
               03 matriculeAcquis      PIC X(6).
               03 totalAcquis          PIC 9(4).
               03 exerciceEnCoursSW    PIC X.
                   88 exerciceEnCoursCapitalise VALUE "O".
       01 nbAcquis                     PIC 9(4) VALUE 0.
       01 indAcquis                    PIC 9(4).
       01 indAcquisTrouve              PIC 9(4).

       01 anneeFinaleCourante          PIC 9.
       01 creditsRequisCourants        PIC 999.
       01 creditsAcquisCourants        PIC 9(4).
       01 capaciteAnnuelle             PIC 999.
       01 anneesRestantes              PIC S9.
       01 creditsAtteignables          PIC 9(5).
       01 creditsManquants             PIC 9(4).

       01 nbEtudiantsLus               PIC 9(4) VALUE 0.
       01 nbDiplomables                PIC 9(4) VALUE 0.
       01 nbInatteignables             PIC 9(4) VALUE 0.
       01 nbEtudiantsLus-ed            PIC ZZZ9.
       01 nbDiplomables-ed             PIC ZZZ9.
       01 nbInatteignables-ed          PIC ZZZ9.

       01 titreEtatProgression         PIC X(40)
          VALUE "Progression des credits vers le diplome".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteProgression.
           02 FILLER                   PIC X(9) VALUE "Matr.".
           02 FILLER                   PIC X(33) VALUE "Nom".
           02 FILLER                   PIC X(10) VALUE "Classe".
           02 FILLER                   PIC X(9) VALUE "Acquis".
           02 FILLER                   PIC X(9) VALUE "Requis".
           02 FILLER                   PIC X(9) VALUE "Manque".
           02 FILLER                   PIC X(9) VALUE "Annees".
       01 ligneProgression.
           02 matriculeProg-ed         PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomProg-ed               PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 sectionProg-ed           PIC XX.
           02 FILLER                   PIC X VALUE SPACE.
           02 anneeProg-ed             PIC 9.
           02 FILLER                   PIC X(6) VALUE "    - ".
           02 acquisProg-ed            PIC ZZZ9.
           02 FILLER                   PIC X(5) VALUE "  -  ".
           02 requisProg-ed            PIC ZZ9.
           02 FILLER                   PIC X(6) VALUE "   -  ".
           02 manqueProg-ed            PIC ZZZ9.
           02 FILLER                   PIC X(5) VALUE "  -  ".
           02 anneesProg-ed            PIC 9.
           02 FILLER                   PIC X(4) VALUE "  - ".
           02 alerteProg-ed            PIC X(21).
       01 ligneTotalProgression.
           02 FILLER                   PIC X(21)
              VALUE "Etudiants suivis :   ".
           02 totalSuivis-ed           PIC ZZZ9.
           02 FILLER                   PIC X(24)
              VALUE "   - total atteint :    ".
           02 totalDiplomables-ed      PIC ZZZ9.
           02 FILLER                   PIC X(24)
              VALUE "   - hors d'atteinte :  ".
           02 totalInatteignables-ed   PIC ZZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "CreditsProgression"
                         NIVEAU BY "L".
           PERFORM determinerExercice.
           PERFORM chargerSections.
           PERFORM chargerCredits.
           PERFORM imprimerProgression.
           MOVE nbEtudiantsLus TO nbEtudiantsLus-ed.
           DISPLAY "Etudiants suivis: " nbEtudiantsLus-ed.
           MOVE nbDiplomables TO nbDiplomables-ed.
           DISPLAY "Total de credits atteint: " nbDiplomables-ed.
           MOVE nbInatteignables TO nbInatteignables-ed.
           DISPLAY "Total hors d'atteinte dans les annees restantes: "
                   nbInatteignables-ed.
           IF nbInatteignables NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    L'exercice en cours compte encore comme annee restante
      *    tant que ses credits ne sont pas capitalises.
       determinerExercice.
           DISPLAY "Exercice en cours (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               ACCEPT dateJour FROM DATE YYYYMMDD
               MOVE anneeJour TO exerciceCourant
           END-IF.

       chargerSections.
           OPEN INPUT FiSections.
           IF fiSectionsOK
               READ FiSections END-READ
               PERFORM UNTIL finFiSections OR nbSections >= 20
                   ADD 1 TO nbSections
                   MOVE codeSectionRef TO codeSectionTab(nbSections)
                   IF familleSectionRef = "T"
                       MOVE 3 TO anneeFinaleTab(nbSections)
                   ELSE
                       MOVE 4 TO anneeFinaleTab(nbSections)
                   END-IF
                   MOVE creditsRequisX TO champ3
                   INSPECT champ3 REPLACING LEADING " " BY "0"
                   IF champ3 NUMERIC AND champ3Num NOT = 0
                       MOVE champ3Num TO creditsRequisTab(nbSections)
                   ELSE
                       COMPUTE creditsRequisTab(nbSections) =
                               60 * anneeFinaleTab(nbSections)
                   END-IF
                   READ FiSections END-READ
               END-PERFORM
           ELSE
               DISPLAY "Sections.seq absent, statut: " fs-fiSections
                       ", 60 credits par annee sur quatre ans"
           END-IF.
           CLOSE FiSections.

       chargerCredits.
           OPEN INPUT FiCredits.
           IF fiCreditsOK
               READ FiCredits END-READ
               PERFORM UNTIL finFiCredits
                   PERFORM cumulerCredit
                   READ FiCredits END-READ
               END-PERFORM
           ELSE
               DISPLAY "CreditsHistorique.seq absent, statut: "
                       fs-fiCredits ", aucun credit acquis"
           END-IF.
           CLOSE FiCredits.

       cumulerCredit.
           MOVE 0 TO indAcquisTrouve.
           PERFORM VARYING indAcquis FROM 1 BY 1
                   UNTIL indAcquis > nbAcquis
                      OR indAcquisTrouve NOT = 0
               IF matriculeAcquis(indAcquis) = matriculeCredit
                   MOVE indAcquis TO indAcquisTrouve
               END-IF
           END-PERFORM.
           IF indAcquisTrouve = 0 AND nbAcquis < 2000
               ADD 1 TO nbAcquis
               MOVE nbAcquis TO indAcquisTrouve
               MOVE matriculeCredit TO matriculeAcquis(nbAcquis)
               MOVE 0 TO totalAcquis(nbAcquis)
               MOVE "N" TO exerciceEnCoursSW(nbAcquis)
           END-IF.
           IF indAcquisTrouve NOT = 0
               IF creditsAcquis NUMERIC
                   ADD creditsAcquis TO totalAcquis(indAcquisTrouve)
               END-IF
               IF exerciceCredit = exerciceCourant
                   MOVE "O" TO exerciceEnCoursSW(indAcquisTrouve)
               END-IF
           END-IF.

      *****************************************************************
      *    Un etudiant est hors d'atteinte quand ses credits acquis,
      *    augmentes de la charge annuelle normale (total exige
      *    divise par le nombre d'annees) pour chaque annee restante,
      *    n'atteignent pas le total de sa section.
      *****************************************************************
       imprimerProgression.
           OPEN INPUT FiEtud.
           IF NOT fiEtudOK
               DISPLAY "FiEtud introuvable ou inaccessible, code "
                       "statut: " fs-fiEtud
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteProgression TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiProgression
                                    titreEtatProgression
                                    enteteEtatTampon.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud
               ADD 1 TO nbEtudiantsLus
               PERFORM evaluerProgression
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE nbEtudiantsLus TO totalSuivis-ed.
           MOVE nbDiplomables TO totalDiplomables-ed.
           MOVE nbInatteignables TO totalInatteignables-ed.
           MOVE ligneTotalProgression TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           CALL "ETAT-FERMER".

       evaluerProgression.
           MOVE 0 TO indSectionTrouvee.
           PERFORM VARYING indSection FROM 1 BY 1
                   UNTIL indSection > nbSections
                      OR indSectionTrouvee NOT = 0
               IF codeSectionTab(indSection) = codeSection
                   MOVE indSection TO indSectionTrouvee
               END-IF
           END-PERFORM.
           IF indSectionTrouvee = 0
               MOVE 4 TO anneeFinaleCourante
               MOVE 240 TO creditsRequisCourants
           ELSE
               MOVE anneeFinaleTab(indSectionTrouvee)
                    TO anneeFinaleCourante
               MOVE creditsRequisTab(indSectionTrouvee)
                    TO creditsRequisCourants
           END-IF.
           MOVE 0 TO creditsAcquisCourants.
           MOVE 0 TO indAcquisTrouve.
           PERFORM VARYING indAcquis FROM 1 BY 1
                   UNTIL indAcquis > nbAcquis
                      OR indAcquisTrouve NOT = 0
               IF matriculeAcquis(indAcquis) = matricule
                   MOVE indAcquis TO indAcquisTrouve
                   MOVE totalAcquis(indAcquis)
                        TO creditsAcquisCourants
               END-IF
           END-PERFORM.
           COMPUTE anneesRestantes = anneeFinaleCourante - annee + 1.
           IF indAcquisTrouve NOT = 0
               IF exerciceEnCoursCapitalise(indAcquisTrouve)
                   SUBTRACT 1 FROM anneesRestantes
               END-IF
           END-IF.
           IF anneesRestantes < 0
               MOVE 0 TO anneesRestantes
           END-IF.
           DIVIDE creditsRequisCourants BY anneeFinaleCourante
                  GIVING capaciteAnnuelle ROUNDED.
           COMPUTE creditsAtteignables = creditsAcquisCourants
                   + (capaciteAnnuelle * anneesRestantes).
           IF creditsAcquisCourants >= creditsRequisCourants
               MOVE 0 TO creditsManquants
           ELSE
               COMPUTE creditsManquants =
                       creditsRequisCourants - creditsAcquisCourants
           END-IF.
           EVALUATE TRUE
               WHEN creditsManquants = 0
                   ADD 1 TO nbDiplomables
                   MOVE "total atteint" TO alerteProg-ed
               WHEN creditsAtteignables < creditsRequisCourants
                   ADD 1 TO nbInatteignables
                   MOVE "** HORS D'ATTEINTE **" TO alerteProg-ed
               WHEN OTHER
                   MOVE SPACES TO alerteProg-ed
           END-EVALUATE.
           MOVE matricule TO matriculeProg-ed.
           MOVE nomPrenom TO nomProg-ed.
           MOVE codeSection TO sectionProg-ed.
           MOVE annee TO anneeProg-ed.
           MOVE creditsAcquisCourants TO acquisProg-ed.
           MOVE creditsRequisCourants TO requisProg-ed.
           MOVE creditsManquants TO manqueProg-ed.
           MOVE anneesRestantes TO anneesProg-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneProgression TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSections
                         NOMFIC BY "Sections.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCredits
                         NOMFIC BY "CreditsHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiProgression
                         NOMFIC BY "CreditsProgression.seq".

       END PROGRAM CreditsProgression.
