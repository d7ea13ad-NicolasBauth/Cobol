       PROGRAM-ID. CreditsCapitalisation AS "CreditsCapitalisation".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiCours ASSIGN TO DYNAMIC cheminFiCours
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCours.

           SELECT OPTIONAL FiCotesCours
               ASSIGN TO DYNAMIC cheminFiCotesCours
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCotesCours.

           SELECT OPTIONAL FiCredits ASSIGN TO DYNAMIC cheminFiCredits
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCredits.

       DATA DIVISION.

       FILE SECTION.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

      *    Cours.seq porte les credits ECTS du cours en colonnes 39-40.
       FD FiCours.
       01 engCours.
           02 codeCours                PIC X(6).
           02 titreCours               PIC X(30).
           02 coefCoursX               PIC XX.
           02 creditsCoursX            PIC XX.

       FD FiCotesCours.
       01 engCoteCours.
           02 nomEtudiantCote          PIC X(30).
           02 codeCoursCote            PIC X(6).
           02 coteCoursX               PIC XXX.

       FD FiCredits.
       01 engCredit.
           COPY "CreditHisto.cpy".

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiCours PIC X(80) VALUE "Cours.seq".
       01 cheminFiCotesCours PIC X(80) VALUE "CotesCours.seq".
       01 cheminFiCredits PIC X(80) VALUE "CreditsHistorique.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCours
                                        FSOK BY fiCoursOK
                                        FSFIN BY finFiCours
                                        FSABSENT BY fiCoursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCotesCours
                                        FSOK BY fiCotesCoursOK
                                        FSFIN BY finFiCotesCours
                                        FSABSENT BY fiCotesCoursAbs.

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

       01 tabEtudiants.
           02 etudiantTab OCCURS 2000.
               03 nomEtudiantTab       PIC X(30).
               03 matriculeEtudiantTab PIC X(6).
       01 nbEtudiants                  PIC 9(4) VALUE 0.
       01 indEtudiant                  PIC 9(4).
       01 matriculeTrouve              PIC X(6).

       01 tabCours.
           02 coursTab OCCURS 100.
               03 codeCoursTab         PIC X(6).
               03 creditsCoursTab      PIC 99.
       01 nbCours                      PIC 999 VALUE 0.
       01 indCours                     PIC 999.
       01 indCoursTrouve               PIC 999.
       01 champ2                       PIC XX.
       01 champ2Num REDEFINES champ2   PIC 99.
       01 coteBrute                    PIC XXX.
       01 coteBruteNum REDEFINES coteBrute PIC 99V9.

      *    Meilleure cote de l'exercice par etudiant et par cours :
      *    une cote de seconde session remplace celle de la premiere.
       01 tabAcquis.
           02 acquisTab OCCURS 9999.
               03 matriculeAcquis      PIC X(6).
               03 codeCoursAcquis      PIC X(6).
               03 creditsAcquisTab     PIC 99.
               03 coteAcquis           PIC 99V9.
       01 nbAcquis                     PIC 9(4) VALUE 0.
       01 indAcquis                    PIC 9(4).
       01 indAcquisTrouve              PIC 9(4).

      *    Historique des autres exercices, recopie tel quel.
       01 tabHistorique.
           02 historiqueTab OCCURS 30000 PIC X(30).
       01 nbHistorique                 PIC 9(5) VALUE 0.
       01 indHistorique                PIC 9(5).

       01 nbCotesLues                  PIC 9(5) VALUE 0.
       01 nbSansMatricule              PIC 9(4) VALUE 0.
       01 nbCoursInconnus              PIC 9(4) VALUE 0.
       01 nbLignesEcrites              PIC 9(4) VALUE 0.
       01 nbLignesRemplacees           PIC 9(4) VALUE 0.
       01 totalCredits                 PIC 9(6) VALUE 0.
       01 nbCotesLues-ed               PIC ZZZZ9.
       01 nbSansMatricule-ed           PIC ZZZ9.
       01 nbCoursInconnus-ed           PIC ZZZ9.
       01 nbLignesEcrites-ed           PIC ZZZ9.
       01 nbLignesRemplacees-ed        PIC ZZZ9.
       01 totalCredits-ed              PIC ZZZZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "CreditsCapitalisation"
                         NIVEAU BY "M".
           PERFORM determinerExercice.
           PERFORM chargerEtudiants.
           PERFORM chargerCours.
           PERFORM relireCotes.
           PERFORM chargerHistorique.
           PERFORM reecrireHistorique.
           MOVE nbCotesLues TO nbCotesLues-ed.
           DISPLAY "Cotes lues: " nbCotesLues-ed.
           MOVE nbLignesEcrites TO nbLignesEcrites-ed.
           DISPLAY "Cours reussis capitalises: " nbLignesEcrites-ed.
           MOVE totalCredits TO totalCredits-ed.
           DISPLAY "Credits acquis sur l'exercice: " totalCredits-ed.
           MOVE nbLignesRemplacees TO nbLignesRemplacees-ed.
           DISPLAY "Lignes de l'exercice remplacees: "
                   nbLignesRemplacees-ed.
           MOVE nbSansMatricule TO nbSansMatricule-ed.
           DISPLAY "Cotes sans matricule retrouve: "
                   nbSansMatricule-ed.
           MOVE nbCoursInconnus TO nbCoursInconnus-ed.
           DISPLAY "Cotes sur des cours inconnus: " nbCoursInconnus-ed.
           IF nbSansMatricule NOT = 0 OR nbCoursInconnus NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       determinerExercice.
           DISPLAY "Exercice a capitaliser (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               ACCEPT dateJour FROM DATE YYYYMMDD
               MOVE anneeJour TO exerciceCourant
           END-IF.
           DISPLAY "Capitalisation des credits de l'exercice "
                   exerciceCourant.

       chargerEtudiants.
           OPEN INPUT FiEtud.
           IF NOT fiEtudOK
               DISPLAY "FiEtud introuvable ou inaccessible, code "
                       "statut: " fs-fiEtud
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud OR nbEtudiants >= 2000
               ADD 1 TO nbEtudiants
               MOVE nomPrenom TO nomEtudiantTab(nbEtudiants)
               MOVE matricule TO matriculeEtudiantTab(nbEtudiants)
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.

       chargerCours.
           OPEN INPUT FiCours.
           IF fiCoursOK
               READ FiCours END-READ
               PERFORM UNTIL finFiCours OR nbCours >= 100
                   ADD 1 TO nbCours
                   MOVE codeCours TO codeCoursTab(nbCours)
                   MOVE creditsCoursX TO champ2
                   INSPECT champ2 REPLACING LEADING " " BY "0"
                   IF champ2 NUMERIC
                       MOVE champ2Num TO creditsCoursTab(nbCours)
                   ELSE
                       MOVE 0 TO creditsCoursTab(nbCours)
                       DISPLAY "Cours sans credits lisibles: "
                               codeCours
                   END-IF
                   READ FiCours END-READ
               END-PERFORM
           ELSE
               DISPLAY "Cours.seq absent, statut: " fs-fiCours
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FiCours.

       relireCotes.
           OPEN INPUT FiCotesCours.
           IF NOT fiCotesCoursOK
               DISPLAY "CotesCours.seq introuvable, statut: "
                       fs-fiCotesCours
               CLOSE FiCotesCours
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiCotesCours END-READ.
           PERFORM UNTIL finFiCotesCours
               ADD 1 TO nbCotesLues
               PERFORM retenirCote
               READ FiCotesCours END-READ
           END-PERFORM.
           CLOSE FiCotesCours.

       retenirCote.
           MOVE SPACES TO matriculeTrouve.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
                      OR matriculeTrouve NOT = SPACES
               IF nomEtudiantTab(indEtudiant) = nomEtudiantCote
                   MOVE matriculeEtudiantTab(indEtudiant)
                        TO matriculeTrouve
               END-IF
           END-PERFORM.
           MOVE 0 TO indCoursTrouve.
           PERFORM VARYING indCours FROM 1 BY 1
                   UNTIL indCours > nbCours OR indCoursTrouve NOT = 0
               IF codeCoursTab(indCours) = codeCoursCote
                   MOVE indCours TO indCoursTrouve
               END-IF
           END-PERFORM.
           MOVE coteCoursX TO coteBrute.
           INSPECT coteBrute REPLACING LEADING " " BY "0".
           EVALUATE TRUE
               WHEN matriculeTrouve = SPACES
                   ADD 1 TO nbSansMatricule
               WHEN indCoursTrouve = 0
                   ADD 1 TO nbCoursInconnus
               WHEN coteBrute NOT NUMERIC
                   CONTINUE
               WHEN OTHER
                   PERFORM memoriserAcquis
           END-EVALUATE.

       memoriserAcquis.
           MOVE 0 TO indAcquisTrouve.
           PERFORM VARYING indAcquis FROM 1 BY 1
                   UNTIL indAcquis > nbAcquis
                      OR indAcquisTrouve NOT = 0
               IF matriculeAcquis(indAcquis) = matriculeTrouve
                  AND codeCoursAcquis(indAcquis) = codeCoursCote
                   MOVE indAcquis TO indAcquisTrouve
               END-IF
           END-PERFORM.
           IF indAcquisTrouve = 0
               IF nbAcquis < 9999
                   ADD 1 TO nbAcquis
                   MOVE matriculeTrouve TO matriculeAcquis(nbAcquis)
                   MOVE codeCoursCote TO codeCoursAcquis(nbAcquis)
                   MOVE creditsCoursTab(indCoursTrouve)
                        TO creditsAcquisTab(nbAcquis)
                   MOVE coteBruteNum TO coteAcquis(nbAcquis)
               END-IF
           ELSE
               IF coteBruteNum > coteAcquis(indAcquisTrouve)
                   MOVE coteBruteNum TO coteAcquis(indAcquisTrouve)
               END-IF
           END-IF.

      *****************************************************************
      *    Une nouvelle capitalisation du meme exercice (apres la
      *    seconde session) remplace les lignes de cet exercice ;
      *    les autres exercices sont recopies sans changement.
      *****************************************************************
       chargerHistorique.
           OPEN INPUT FiCredits.
           IF fiCreditsOK
               READ FiCredits END-READ
               PERFORM UNTIL finFiCredits
                   IF exerciceCredit = exerciceCourant
                       ADD 1 TO nbLignesRemplacees
                   ELSE
                       IF nbHistorique >= 30000
                           DISPLAY "Historique des credits plein, "
                                   "capitalisation abandonnee"
                           CLOSE FiCredits
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO nbHistorique
                       MOVE engCredit TO historiqueTab(nbHistorique)
                   END-IF
                   READ FiCredits END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCredits.

       reecrireHistorique.
           OPEN OUTPUT FiCredits.
           PERFORM VARYING indHistorique FROM 1 BY 1
                   UNTIL indHistorique > nbHistorique
               MOVE historiqueTab(indHistorique) TO engCredit
               WRITE engCredit END-WRITE
           END-PERFORM.
           PERFORM VARYING indAcquis FROM 1 BY 1
                   UNTIL indAcquis > nbAcquis
               IF coteAcquis(indAcquis) >= 10
                  AND creditsAcquisTab(indAcquis) NOT = 0
                   MOVE SPACES TO engCredit
                   MOVE matriculeAcquis(indAcquis) TO matriculeCredit
                   MOVE exerciceCourant TO exerciceCredit
                   MOVE codeCoursAcquis(indAcquis) TO codeCoursCredit
                   MOVE creditsAcquisTab(indAcquis) TO creditsAcquis
                   MOVE coteAcquis(indAcquis) TO coteCredit
                   WRITE engCredit END-WRITE
                   ADD 1 TO nbLignesEcrites
                   ADD creditsAcquisTab(indAcquis) TO totalCredits
               END-IF
           END-PERFORM.
           CLOSE FiCredits.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCours
                         NOMFIC BY "Cours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCotesCours
                         NOMFIC BY "CotesCours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCredits
                         NOMFIC BY "CreditsHistorique.seq".

       END PROGRAM CreditsCapitalisation.
