       PROGRAM-ID. ConseilsClasse AS "ConseilsClasse".

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

           SELECT OPTIONAL FiInscriptions
               ASSIGN TO DYNAMIC cheminFiInscriptions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiInscriptions.

           SELECT OPTIONAL FiCumul ASSIGN TO DYNAMIC cheminFiCumul
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCumul.

           SELECT OPTIONAL FiSeuil ASSIGN TO DYNAMIC cheminFiSeuil
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSeuil.

           SELECT OPTIONAL FiNonEnRegle
               ASSIGN TO DYNAMIC cheminFiNonEnRegle
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiNonEnRegle.

           SELECT OPTIONAL FiEvaluations
               ASSIGN TO DYNAMIC cheminFiEvaluations
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEvaluations.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

       DATA DIVISION.

       FILE SECTION.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiCours.
       01 engCours.
           02 codeCours                PIC X(6).
           02 titreCours               PIC X(30).
           02 coefCoursX               PIC XX.

       FD FiCotesCours.
       01 engCoteCours.
           02 nomEtudiantCote          PIC X(30).
           02 codeCoursCote            PIC X(6).
           02 coteCoursX               PIC XXX.

       FD FiInscriptions.
       01 engInscription.
           COPY "InscriptionCours.cpy".

       FD FiCumul.
       01 engCumul.
           02 nomCumul                 PIC X(30).
           02 FILLER                   PIC X.
           02 totalCumulX              PIC X(4).

       FD FiSeuil.
       01 engSeuil.
           02 seuilAbsencesX           PIC X(3).

       FD FiNonEnRegle.
       01 engNonEnRegle.
           02 matriculeNonEnRegle      PIC X(6).
           02 FILLER                   PIC X.
           02 nomNonEnRegle            PIC X(30).

       FD FiEvaluations.
       01 engEvaluation.
           02 nomEntrepriseEval        PIC X(30).
           02 FILLER                   PIC X.
           02 nomEtudiantEval          PIC X(30).
           02 FILLER                   PIC X.
           02 coteEvalX                PIC X(3).
           02 FILLER                   PIC X.
           02 appreciationEval         PIC X(40).

       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiCours PIC X(80) VALUE "Cours.seq".
       01 cheminFiCotesCours PIC X(80) VALUE "CotesCours.seq".
       01 cheminFiInscriptions PIC X(80) VALUE "Inscriptions.seq".
       01 cheminFiCumul PIC X(80) VALUE "AbsencesCumul.seq".
       01 cheminFiSeuil PIC X(80) VALUE "SeuilAbsences.seq".
       01 cheminFiNonEnRegle PIC X(80) VALUE "EtudiantsNonEnRegle.seq".
       01 cheminFiEvaluations PIC X(80) VALUE "EvaluationsStages.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".
      *    Un dossier par groupe : ConseilClasseSSAG.seq (section,
      *    annee, lettre du groupe).
       01 cheminFiConseil              PIC X(80).
       01 nomFiConseil                 PIC X(30).


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

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiInscriptions
                                        FSOK BY fiInscriptionsOK
                                        FSFIN BY finFiInscriptions
                                        FSABSENT BY fiInscriptionsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCumul
                                        FSOK BY fiCumulOK
                                        FSFIN BY finFiCumul
                                        FSABSENT BY fiCumulAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSeuil
                                        FSOK BY fiSeuilOK
                                        FSFIN BY finFiSeuil
                                        FSABSENT BY fiSeuilAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiNonEnRegle
                                        FSOK BY fiNonEnRegleOK
                                        FSFIN BY finFiNonEnRegle
                                        FSABSENT BY fiNonEnRegleAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEvaluations
                                        FSOK BY fiEvaluationsOK
                                        FSFIN BY finFiEvaluations
                                        FSABSENT BY fiEvaluationsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAbandons
                                        FSOK BY fiAbandonsOK
                                        FSFIN BY finFiAbandons
                                        FSABSENT BY fiAbandonsAbsent.

       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 FILLER                   PIC 9(4).

       01 tabCours.
           02 coursTab OCCURS 30.
               03 codeCoursTab         PIC X(6).
               03 coefCoursTab         PIC 99.
       01 nbCours                      PIC 99 VALUE 0.
       01 indCours                     PIC 99.
       01 indCoursTrouve               PIC 99.
       01 coefBrut                     PIC XX.
       01 coefBrutNum REDEFINES coefBrut PIC 99.
       01 coteBrute                    PIC XXX.
       01 coteBruteNum REDEFINES coteBrute PIC 99V9.

      *****************************************************************
      *    Dossier de chaque etudiant : cotes par cours (la derniere
      *    ligne de CotesCours.seq fait foi, comme au carnet),
      *    absences, minerval, stage et abandon eventuel.
      *****************************************************************
       01 tabEtudiants.
           02 etudiantTab OCCURS 2000.
               03 nomEtudiantTab       PIC X(30).
               03 matriculeEtudiantTab PIC X(6).
               03 cleGroupeEtudTab     PIC X(4).
               03 sommePondereeTab     PIC 9(6)V9.
               03 sommeCoefsTab        PIC 9(4).
               03 moyenneEtudTab       PIC 99V99.
               03 nbEchecsEtudTab      PIC 99.
               03 absencesEtudTab      PIC 9(4).
               03 minervalEtudTab      PIC X.
               03 coteStageTab         PIC 99V9.
               03 stageEvalueTab       PIC X.
               03 dateAbandonTab       PIC 9(8).
               03 coteEtudCours OCCURS 30.
                   04 coteValeurTab    PIC 99V9.
                   04 cotePresenteTab  PIC X.
       01 nbEtudiants                  PIC 9(4) VALUE 0.
       01 indEtudiant                  PIC 9(4).
       01 indEtudiantTrouve            PIC 9(4).

       01 tabInscriptions.
           02 inscriptionTab OCCURS 9999.
               03 matriculeInscrTab    PIC X(6).
               03 codeCoursInscrTab    PIC X(6).
               03 statutInscrTab       PIC X.
       01 nbInscriptions               PIC 9(4) VALUE 0.
       01 indInscription               PIC 9(4).
       01 inscriptionsSW               PIC X VALUE "N".
           88 inscriptionsDisponibles  VALUE "O".
       01 inscritSW                    PIC X VALUE "N".
           88 inscritAuCours           VALUE "O".

       01 minervalSW                   PIC X VALUE "N".
           88 minervalConnu            VALUE "O".
       01 seuilAbsences                PIC 999 VALUE 10.
       01 champTotal4                  PIC X(4).
       01 champTotal4Num REDEFINES champTotal4 PIC 9(4).

       01 tabGroupes.
           02 cleGroupeTab OCCURS 300  PIC X(4).
       01 nbGroupes                    PIC 999 VALUE 0.
       01 indGroupe                    PIC 999.
       01 indGroupeTrouve              PIC 999.
       01 cleGroupeTemp                PIC X(4).
       01 cleGroupeCourant.
           02 codeSectionGroupe        PIC XX.
           02 anneeGroupe              PIC 9.
           02 lettreGroupeCourant      PIC X.

       01 tabMembres.
           02 indMembreTab OCCURS 300  PIC 9(4).
       01 nbMembres                    PIC 999 VALUE 0.
       01 indMembre                    PIC 999.
       01 membreTemp                   PIC 9(4).
       01 indBalaie                    PIC 999.
       01 indCompare                   PIC 999.
       01 indA                         PIC 9(4).
       01 indB                         PIC 9(4).
       01 echangerSW                   PIC X VALUE "N".
           88 aEchanger                VALUE "O".

       01 rang                         PIC 999.
       01 aDeliberer                   PIC X VALUE "N".
           88 etudiantADeliberer       VALUE "O".
       01 motifsConseil                PIC X(22).
       01 pointeurMotifs               PIC 99.
       01 ligneEchecs                  PIC X(120).
       01 pointeurEchecs               PIC 999.

      *    Statistiques du groupe courant.
       01 nbActifsGroupe               PIC 999.
       01 nbCotesGroupe                PIC 999.
       01 sommeMoyennesGroupe          PIC 9(5)V99.
       01 moyenneGroupe                PIC 99V99.
       01 moyenneMinGroupe             PIC 99V99.
       01 moyenneMaxGroupe             PIC 99V99.
       01 nbReussitesGroupe            PIC 999.
       01 tauxReussiteGroupe           PIC 999V9.
       01 nbAvecEchecsGroupe           PIC 999.
       01 nbAbsencesGroupe             PIC 999.
       01 nbNonEnRegleGroupe           PIC 999.
       01 nbStagesGroupe               PIC 999.
       01 sommeStagesGroupe            PIC 9(5)V9.
       01 moyenneStagesGroupe          PIC 99V99.
       01 nbDelibererGroupe            PIC 999.
       01 nbAbandonsGroupe             PIC 999.

       01 nbDossiers                   PIC 999 VALUE 0.
       01 nbEtudiantsListes            PIC 9(4) VALUE 0.
       01 nbDelibererTotal             PIC 9(4) VALUE 0.
       01 nbCotesIgnorees              PIC 9(4) VALUE 0.
       01 nbDossiers-ed                PIC ZZ9.
       01 nbEtudiantsListes-ed         PIC ZZZ9.
       01 nbDelibererTotal-ed          PIC ZZZ9.
       01 nbCotesIgnorees-ed           PIC ZZZ9.

       01 titreEtatConseil             PIC X(40).
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneTitreConseil.
           02 FILLER                   PIC X(28)
              VALUE "Conseil de classe du groupe".
           02 cleGroupeTitre-ed        PIC X(4).
       01 ligneEnteteConseil.
           02 FILLER                   PIC X(5) VALUE "Rang".
           02 FILLER                   PIC X(7) VALUE "Matr.".
           02 FILLER                   PIC X(31) VALUE "Nom".
           02 FILLER                   PIC X(8) VALUE "Moyenne".
           02 FILLER                   PIC X(8) VALUE "Echecs".
           02 FILLER                   PIC X(11) VALUE "Absences".
           02 FILLER                   PIC X(14) VALUE "Minerval".
           02 FILLER                   PIC X(7) VALUE "Stage".
           02 FILLER                   PIC X(22) VALUE "Conseil".
       01 ligneEtudiant.
           02 rang-ed                  PIC ZZZ.
           02 FILLER                   PIC XX VALUE SPACES.
           02 matricule-ed             PIC X(6).
           02 FILLER                   PIC X VALUE SPACE.
           02 nom-ed                   PIC X(30).
           02 FILLER                   PIC X VALUE SPACE.
           02 moyenne-ed               PIC X(5).
           02 FILLER                   PIC X(5) VALUE SPACES.
           02 nbEchecs-ed              PIC Z9.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 absences-ed              PIC ZZZ9.
           02 FILLER                   PIC X VALUE "/".
           02 seuil-ed                 PIC ZZ9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 minerval-ed              PIC X(12).
           02 FILLER                   PIC XX VALUE SPACES.
           02 stage-ed                 PIC X(4).
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 conseil-ed               PIC X(22).
       01 moyenneZone-ed               PIC Z9.99.
       01 stageZone-ed                 PIC Z9.9.

       01 ligneStatTexte.
           02 libelleStat-ed           PIC X(40).
           02 valeurStat-ed            PIC ZZZ9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 complementStat-ed        PIC X(40).
       01 ligneStatMoyenne.
           02 libelleStatMoy-ed        PIC X(40).
           02 valeurStatMoy-ed         PIC Z9.99.
       01 tauxZone-ed                  PIC ZZ9.9.
       01 ligneLegende1                PIC X(60) VALUE
          "Conseil : MOY moyenne < 10, ECH cours en echec, SC sans".
       01 ligneLegende2                PIC X(60) VALUE
          "          cote, ABS absences > seuil, STG stage < 10".

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ConseilsClasse"
                         NIVEAU BY "L".
           DISPLAY "Exercice du conseil (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               MOVE anneeJour TO exerciceCourant
           END-IF.
           PERFORM chargerEtudiants.
           PERFORM chargerCours.
           PERFORM chargerInscriptions.
           PERFORM chargerCotes.
           PERFORM calculerMoyennes.
           PERFORM chargerSeuil.
           PERFORM chargerAbsences.
           PERFORM chargerMinerval.
           PERFORM chargerStages.
           PERFORM chargerAbandons.
           PERFORM trierGroupes.
           PERFORM VARYING indGroupe FROM 1 BY 1
                   UNTIL indGroupe > nbGroupes
               PERFORM produireDossierGroupe
           END-PERFORM.
           MOVE nbDossiers TO nbDossiers-ed.
           DISPLAY "Dossiers de conseil produits: " nbDossiers-ed.
           MOVE nbEtudiantsListes TO nbEtudiantsListes-ed.
           DISPLAY "Etudiants presentes: " nbEtudiantsListes-ed.
           MOVE nbDelibererTotal TO nbDelibererTotal-ed.
           DISPLAY "Etudiants a deliberer: " nbDelibererTotal-ed.
           IF nbCotesIgnorees NOT = 0
               MOVE nbCotesIgnorees TO nbCotesIgnorees-ed
               DISPLAY "Cotes ignorees (cours ou etudiant inconnu, "
                       "cours non suivi): " nbCotesIgnorees-ed
           END-IF.
           STOP RUN.

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
               MOVE SPACES TO cleGroupeEtudTab(nbEtudiants)
               STRING codeSection annee lettreGroupe
                      DELIMITED BY SIZE
                      INTO cleGroupeEtudTab(nbEtudiants)
               MOVE 0 TO sommePondereeTab(nbEtudiants)
               MOVE 0 TO sommeCoefsTab(nbEtudiants)
               MOVE 0 TO moyenneEtudTab(nbEtudiants)
               MOVE 0 TO nbEchecsEtudTab(nbEtudiants)
               MOVE 0 TO absencesEtudTab(nbEtudiants)
               MOVE "?" TO minervalEtudTab(nbEtudiants)
               MOVE 0 TO coteStageTab(nbEtudiants)
               MOVE "N" TO stageEvalueTab(nbEtudiants)
               MOVE 0 TO dateAbandonTab(nbEtudiants)
               PERFORM VARYING indCours FROM 1 BY 1
                       UNTIL indCours > 30
                   MOVE 0 TO coteValeurTab(nbEtudiants indCours)
                   MOVE "N" TO cotePresenteTab(nbEtudiants indCours)
               END-PERFORM
               PERFORM recenserGroupe
               READ FiEtud END-READ
           END-PERFORM.
           IF NOT finFiEtud
               DISPLAY "ATTENTION: plus de 2000 etudiants, dossiers "
                       "incomplets"
           END-IF.
           CLOSE FiEtud.

       recenserGroupe.
           MOVE 0 TO indGroupeTrouve.
           PERFORM VARYING indGroupe FROM 1 BY 1
                   UNTIL indGroupe > nbGroupes
                      OR indGroupeTrouve NOT = 0
               IF cleGroupeTab(indGroupe)
                  = cleGroupeEtudTab(nbEtudiants)
                   MOVE indGroupe TO indGroupeTrouve
               END-IF
           END-PERFORM.
           IF indGroupeTrouve = 0
               IF nbGroupes >= 300
                   DISPLAY "ATTENTION: plus de 300 groupes, "
                           nomPrenom " sans dossier"
               ELSE
                   ADD 1 TO nbGroupes
                   MOVE cleGroupeEtudTab(nbEtudiants)
                        TO cleGroupeTab(nbGroupes)
               END-IF
           END-IF.

       chargerCours.
           OPEN INPUT FiCours.
           IF fiCoursOK
               READ FiCours END-READ
               PERFORM UNTIL finFiCours OR nbCours >= 30
                   MOVE coefCoursX TO coefBrut
                   INSPECT coefBrut REPLACING LEADING " " BY "0"
                   IF coefBrut NUMERIC AND coefBrutNum NOT = 0
                       ADD 1 TO nbCours
                       MOVE codeCours TO codeCoursTab(nbCours)
                       MOVE coefBrutNum TO coefCoursTab(nbCours)
                   END-IF
                   READ FiCours END-READ
               END-PERFORM
           ELSE
               DISPLAY "Cours.seq absent, statut: " fs-fiCours
                       ", moyennes non calculees"
           END-IF.
           CLOSE FiCours.

      *    Comme au carnet : seuls les cours inscrits (I) ou
      *    reportes (R) de l'exercice comptent dans la moyenne.
       chargerInscriptions.
           OPEN INPUT FiInscriptions.
           IF fiInscriptionsOK
               MOVE "O" TO inscriptionsSW
               READ FiInscriptions END-READ
               PERFORM UNTIL finFiInscriptions
                       OR nbInscriptions >= 9999
                   IF exerciceInscr = exerciceCourant AND inscrACoter
                       ADD 1 TO nbInscriptions
                       MOVE matriculeInscr
                            TO matriculeInscrTab(nbInscriptions)
                       MOVE codeCoursInscr
                            TO codeCoursInscrTab(nbInscriptions)
                       MOVE statutInscr
                            TO statutInscrTab(nbInscriptions)
                   END-IF
                   READ FiInscriptions END-READ
               END-PERFORM
           END-IF.
           CLOSE FiInscriptions.

       chargerCotes.
           OPEN INPUT FiCotesCours.
           IF fiCotesCoursOK
               READ FiCotesCours END-READ
               PERFORM UNTIL finFiCotesCours
                   PERFORM enregistrerCote
                   READ FiCotesCours END-READ
               END-PERFORM
           ELSE
               DISPLAY "CotesCours.seq absent, statut: "
                       fs-fiCotesCours ", aucune cote"
           END-IF.
           CLOSE FiCotesCours.

       enregistrerCote.
           MOVE 0 TO indCoursTrouve.
           PERFORM VARYING indCours FROM 1 BY 1
                   UNTIL indCours > nbCours
                      OR indCoursTrouve NOT = 0
               IF codeCoursTab(indCours) = codeCoursCote
                   MOVE indCours TO indCoursTrouve
               END-IF
           END-PERFORM.
           MOVE 0 TO indEtudiantTrouve.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
                      OR indEtudiantTrouve NOT = 0
               IF nomEtudiantTab(indEtudiant) = nomEtudiantCote
                   MOVE indEtudiant TO indEtudiantTrouve
               END-IF
           END-PERFORM.
           MOVE coteCoursX TO coteBrute.
           INSPECT coteBrute REPLACING LEADING " " BY "0".
           MOVE "O" TO inscritSW.
           IF inscriptionsDisponibles AND indEtudiantTrouve NOT = 0
               MOVE "N" TO inscritSW
               PERFORM VARYING indInscription FROM 1 BY 1
                       UNTIL indInscription > nbInscriptions
                          OR inscritAuCours
                   IF matriculeInscrTab(indInscription)
                      = matriculeEtudiantTab(indEtudiantTrouve)
                      AND codeCoursInscrTab(indInscription)
                          = codeCoursCote
                       MOVE "O" TO inscritSW
                   END-IF
               END-PERFORM
           END-IF.
           IF indCoursTrouve = 0 OR indEtudiantTrouve = 0
              OR NOT inscritAuCours OR coteBrute NOT NUMERIC
               ADD 1 TO nbCotesIgnorees
           ELSE
               MOVE coteBruteNum
                    TO coteValeurTab(indEtudiantTrouve indCoursTrouve)
               MOVE "O"
                    TO cotePresenteTab(indEtudiantTrouve
                                       indCoursTrouve)
           END-IF.

      *    Moyenne ponderee et echecs de cours, regles du carnet.
       calculerMoyennes.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               PERFORM VARYING indCours FROM 1 BY 1
                       UNTIL indCours > nbCours
                   IF cotePresenteTab(indEtudiant indCours) = "O"
                       COMPUTE sommePondereeTab(indEtudiant) =
                               sommePondereeTab(indEtudiant)
                               + (coteValeurTab(indEtudiant indCours)
                                  * coefCoursTab(indCours))
                       ADD coefCoursTab(indCours)
                           TO sommeCoefsTab(indEtudiant)
                       IF coteValeurTab(indEtudiant indCours) < 10
                           ADD 1 TO nbEchecsEtudTab(indEtudiant)
                       END-IF
                   END-IF
               END-PERFORM
               IF sommeCoefsTab(indEtudiant) NOT = 0
                   COMPUTE moyenneEtudTab(indEtudiant) ROUNDED =
                           sommePondereeTab(indEtudiant)
                           / sommeCoefsTab(indEtudiant)
               END-IF
           END-PERFORM.

      *    Meme seuil d'alerte que le cumul mensuel des absences.
       chargerSeuil.
           OPEN INPUT FiSeuil.
           IF fiSeuilOK
               READ FiSeuil
                   AT END
                       CONTINUE
                   NOT AT END
                       INSPECT seuilAbsencesX
                               REPLACING LEADING " " BY "0"
                       IF seuilAbsencesX NUMERIC
                          AND seuilAbsencesX NOT = "000"
                           MOVE seuilAbsencesX TO seuilAbsences
                       END-IF
               END-READ
           END-IF.
           CLOSE FiSeuil.

       chargerAbsences.
           OPEN INPUT FiCumul.
           IF fiCumulOK
               READ FiCumul END-READ
               PERFORM UNTIL finFiCumul
                   MOVE totalCumulX TO champTotal4
                   INSPECT champTotal4 REPLACING LEADING " " BY "0"
                   IF champTotal4 NUMERIC
                       PERFORM VARYING indEtudiant FROM 1 BY 1
                               UNTIL indEtudiant > nbEtudiants
                           IF nomEtudiantTab(indEtudiant) = nomCumul
                               MOVE champTotal4Num
                                    TO absencesEtudTab(indEtudiant)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ FiCumul END-READ
               END-PERFORM
           ELSE
               DISPLAY "AbsencesCumul.seq absent, statut: "
                       fs-fiCumul ", absences a zero"
           END-IF.
           CLOSE FiCumul.

       chargerMinerval.
           OPEN INPUT FiNonEnRegle.
           IF fiNonEnRegleOK
               MOVE "O" TO minervalSW
               PERFORM VARYING indEtudiant FROM 1 BY 1
                       UNTIL indEtudiant > nbEtudiants
                   MOVE "R" TO minervalEtudTab(indEtudiant)
               END-PERFORM
               READ FiNonEnRegle END-READ
               PERFORM UNTIL finFiNonEnRegle
                   PERFORM VARYING indEtudiant FROM 1 BY 1
                           UNTIL indEtudiant > nbEtudiants
                       IF matriculeEtudiantTab(indEtudiant)
                          = matriculeNonEnRegle
                           MOVE "N" TO minervalEtudTab(indEtudiant)
                       END-IF
                   END-PERFORM
                   READ FiNonEnRegle END-READ
               END-PERFORM
           ELSE
               DISPLAY "EtudiantsNonEnRegle.seq absent, statut: "
                       fs-fiNonEnRegle ", situation de minerval "
                       "inconnue"
           END-IF.
           CLOSE FiNonEnRegle.

       chargerStages.
           OPEN INPUT FiEvaluations.
           IF fiEvaluationsOK
               READ FiEvaluations END-READ
               PERFORM UNTIL finFiEvaluations
                   MOVE coteEvalX TO coteBrute
                   INSPECT coteBrute REPLACING LEADING " " BY "0"
                   IF coteBrute NUMERIC AND coteBruteNum <= 20
                       PERFORM VARYING indEtudiant FROM 1 BY 1
                               UNTIL indEtudiant > nbEtudiants
                           IF nomEtudiantTab(indEtudiant)
                              = nomEtudiantEval
                               MOVE coteBruteNum
                                    TO coteStageTab(indEtudiant)
                               MOVE "O" TO stageEvalueTab(indEtudiant)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ FiEvaluations END-READ
               END-PERFORM
           END-IF.
           CLOSE FiEvaluations.

      *    Un etudiant retire pendant l'exercice figure au dossier
      *    pour memoire, hors statistiques et hors deliberation.
       chargerAbandons.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons
                   IF exerciceAbandon = exerciceCourant
                       PERFORM VARYING indEtudiant FROM 1 BY 1
                               UNTIL indEtudiant > nbEtudiants
                           IF matriculeEtudiantTab(indEtudiant)
                              = matriculeAbandon
                               MOVE dateEffetAbandon
                                    TO dateAbandonTab(indEtudiant)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ FiAbandons END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAbandons.

       trierGroupes.
           IF nbGroupes > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
                       UNTIL indBalaie > nbGroupes - 1
                   PERFORM VARYING indCompare FROM 1 BY 1
                           UNTIL indCompare > nbGroupes - indBalaie
                       IF cleGroupeTab(indCompare)
                          > cleGroupeTab(indCompare + 1)
                           MOVE cleGroupeTab(indCompare)
                                TO cleGroupeTemp
                           MOVE cleGroupeTab(indCompare + 1)
                                TO cleGroupeTab(indCompare)
                           MOVE cleGroupeTemp
                                TO cleGroupeTab(indCompare + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *****************************************************************
      *    Dossier d'un groupe : classement par moyenne ponderee
      *    decroissante (les etudiants sans cote puis les abandons en
      *    fin de liste), une ligne par etudiant, les cours en echec
      *    en dessous, puis les statistiques du groupe.
      *****************************************************************
       produireDossierGroupe.
           MOVE cleGroupeTab(indGroupe) TO cleGroupeCourant.
           MOVE 0 TO nbMembres.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               IF cleGroupeEtudTab(indEtudiant) = cleGroupeCourant
                  AND nbMembres < 300
                   ADD 1 TO nbMembres
                   MOVE indEtudiant TO indMembreTab(nbMembres)
               END-IF
           END-PERFORM.
           PERFORM trierMembres.
           MOVE 0 TO nbActifsGroupe nbCotesGroupe sommeMoyennesGroupe
                     moyenneGroupe moyenneMaxGroupe nbReussitesGroupe
                     nbAvecEchecsGroupe nbAbsencesGroupe
                     nbNonEnRegleGroupe nbStagesGroupe
                     sommeStagesGroupe moyenneStagesGroupe
                     nbDelibererGroupe nbAbandonsGroupe.
           MOVE 20 TO moyenneMinGroupe.
           MOVE SPACES TO nomFiConseil.
           STRING "ConseilClasse" cleGroupeCourant ".seq"
                  DELIMITED BY SIZE INTO nomFiConseil.
           MOVE nomFiConseil TO cheminFiConseil.
           IF dossierDonnees NOT = SPACES
               MOVE SPACES TO cheminFiConseil
               STRING dossierDonnees DELIMITED BY "  "
                      nomFiConseil DELIMITED BY "  "
                      INTO cheminFiConseil
           END-IF.
           MOVE cleGroupeCourant TO cleGroupeTitre-ed.
           MOVE ligneTitreConseil TO titreEtatConseil.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteConseil TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiConseil
                                    titreEtatConseil
                                    enteteEtatTampon.
           MOVE 0 TO rang.
           PERFORM VARYING indMembre FROM 1 BY 1
                   UNTIL indMembre > nbMembres
               MOVE indMembreTab(indMembre) TO indEtudiant
               PERFORM imprimerEtudiant
           END-PERFORM.
           PERFORM imprimerStatistiques.
           CALL "ETAT-FERMER".
           ADD 1 TO nbDossiers.
           DISPLAY "Dossier " cleGroupeCourant ": " cheminFiConseil.

       trierMembres.
           IF nbMembres > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
                       UNTIL indBalaie > nbMembres - 1
                   PERFORM VARYING indCompare FROM 1 BY 1
                           UNTIL indCompare > nbMembres - indBalaie
                       PERFORM comparerMembres
                       IF aEchanger
                           MOVE indMembreTab(indCompare) TO membreTemp
                           MOVE indMembreTab(indCompare + 1)
                                TO indMembreTab(indCompare)
                           MOVE membreTemp
                                TO indMembreTab(indCompare + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       comparerMembres.
           MOVE indMembreTab(indCompare) TO indA.
           MOVE indMembreTab(indCompare + 1) TO indB.
           MOVE "N" TO echangerSW.
           EVALUATE TRUE
               WHEN dateAbandonTab(indA) NOT = 0
                   IF dateAbandonTab(indB) = 0
                       MOVE "O" TO echangerSW
                   END-IF
               WHEN dateAbandonTab(indB) NOT = 0
                   CONTINUE
               WHEN sommeCoefsTab(indA) = 0
                   IF sommeCoefsTab(indB) NOT = 0
                       MOVE "O" TO echangerSW
                   END-IF
               WHEN sommeCoefsTab(indB) = 0
                   CONTINUE
               WHEN moyenneEtudTab(indA) < moyenneEtudTab(indB)
                   MOVE "O" TO echangerSW
           END-EVALUATE.

       imprimerEtudiant.
           MOVE matriculeEtudiantTab(indEtudiant) TO matricule-ed.
           MOVE nomEtudiantTab(indEtudiant) TO nom-ed.
           MOVE absencesEtudTab(indEtudiant) TO absences-ed.
           MOVE seuilAbsences TO seuil-ed.
           MOVE nbEchecsEtudTab(indEtudiant) TO nbEchecs-ed.
           IF sommeCoefsTab(indEtudiant) = 0
               MOVE "  -  " TO moyenne-ed
           ELSE
               MOVE moyenneEtudTab(indEtudiant) TO moyenneZone-ed
               MOVE moyenneZone-ed TO moyenne-ed
           END-IF.
           EVALUATE minervalEtudTab(indEtudiant)
               WHEN "R"
                   MOVE "en regle" TO minerval-ed
               WHEN "N"
                   MOVE "NON EN REGLE" TO minerval-ed
               WHEN OTHER
                   MOVE "inconnu" TO minerval-ed
           END-EVALUATE.
           IF stageEvalueTab(indEtudiant) = "O"
               MOVE coteStageTab(indEtudiant) TO stageZone-ed
               MOVE stageZone-ed TO stage-ed
           ELSE
               MOVE "  - " TO stage-ed
           END-IF.
           IF dateAbandonTab(indEtudiant) NOT = 0
               MOVE 0 TO rang-ed
               MOVE SPACES TO conseil-ed
               STRING "abandon " dateAbandonTab(indEtudiant)
                      DELIMITED BY SIZE INTO conseil-ed
               ADD 1 TO nbAbandonsGroupe
           ELSE
               ADD 1 TO rang
               MOVE rang TO rang-ed
               PERFORM evaluerConseil
               MOVE motifsConseil TO conseil-ed
               PERFORM cumulerStatistiques
           END-IF.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneEtudiant TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           ADD 1 TO nbEtudiantsListes.
           IF nbEchecsEtudTab(indEtudiant) NOT = 0
               PERFORM imprimerEchecs
           END-IF.

      *    Les motifs qui appellent une decision du conseil.
       evaluerConseil.
           MOVE "N" TO aDeliberer.
           MOVE SPACES TO motifsConseil.
           MOVE 4 TO pointeurMotifs.
           IF sommeCoefsTab(indEtudiant) = 0
               MOVE "O" TO aDeliberer
               STRING "SC " DELIMITED BY SIZE
                      INTO motifsConseil WITH POINTER pointeurMotifs
           ELSE
               IF moyenneEtudTab(indEtudiant) < 10
                   MOVE "O" TO aDeliberer
                   STRING "MOY " DELIMITED BY SIZE
                          INTO motifsConseil
                          WITH POINTER pointeurMotifs
               END-IF
               IF nbEchecsEtudTab(indEtudiant) NOT = 0
                   MOVE "O" TO aDeliberer
                   STRING "ECH " DELIMITED BY SIZE
                          INTO motifsConseil
                          WITH POINTER pointeurMotifs
               END-IF
           END-IF.
           IF absencesEtudTab(indEtudiant) > seuilAbsences
               MOVE "O" TO aDeliberer
               STRING "ABS " DELIMITED BY SIZE
                      INTO motifsConseil WITH POINTER pointeurMotifs
           END-IF.
           IF stageEvalueTab(indEtudiant) = "O"
              AND coteStageTab(indEtudiant) < 10
               MOVE "O" TO aDeliberer
               STRING "STG" DELIMITED BY SIZE
                      INTO motifsConseil WITH POINTER pointeurMotifs
           END-IF.
           IF etudiantADeliberer
               MOVE "**" TO motifsConseil(1:2)
           END-IF.

       imprimerEchecs.
           MOVE SPACES TO ligneEchecs.
           MOVE "      Cours en echec : " TO ligneEchecs.
           MOVE 24 TO pointeurEchecs.
           PERFORM VARYING indCours FROM 1 BY 1
                   UNTIL indCours > nbCours
               IF cotePresenteTab(indEtudiant indCours) = "O"
                  AND coteValeurTab(indEtudiant indCours) < 10
                   IF pointeurEchecs > 108
                       MOVE ligneEchecs TO ligneEtatTampon
                       CALL "ETAT-LIGNE" USING ligneEtatTampon
                       MOVE SPACES TO ligneEchecs
                       MOVE 24 TO pointeurEchecs
                   END-IF
                   MOVE coteValeurTab(indEtudiant indCours)
                        TO stageZone-ed
                   STRING codeCoursTab(indCours) " (" stageZone-ed
                          ") " DELIMITED BY SIZE
                          INTO ligneEchecs
                          WITH POINTER pointeurEchecs
               END-IF
           END-PERFORM.
           MOVE ligneEchecs TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       cumulerStatistiques.
           ADD 1 TO nbActifsGroupe.
           IF sommeCoefsTab(indEtudiant) NOT = 0
               ADD 1 TO nbCotesGroupe
               ADD moyenneEtudTab(indEtudiant) TO sommeMoyennesGroupe
               IF moyenneEtudTab(indEtudiant) < moyenneMinGroupe
                   MOVE moyenneEtudTab(indEtudiant)
                        TO moyenneMinGroupe
               END-IF
               IF moyenneEtudTab(indEtudiant) > moyenneMaxGroupe
                   MOVE moyenneEtudTab(indEtudiant)
                        TO moyenneMaxGroupe
               END-IF
               IF moyenneEtudTab(indEtudiant) >= 10
                   ADD 1 TO nbReussitesGroupe
               END-IF
           END-IF.
           IF nbEchecsEtudTab(indEtudiant) NOT = 0
               ADD 1 TO nbAvecEchecsGroupe
           END-IF.
           IF absencesEtudTab(indEtudiant) > seuilAbsences
               ADD 1 TO nbAbsencesGroupe
           END-IF.
           IF minervalEtudTab(indEtudiant) = "N"
               ADD 1 TO nbNonEnRegleGroupe
           END-IF.
           IF stageEvalueTab(indEtudiant) = "O"
               ADD 1 TO nbStagesGroupe
               ADD coteStageTab(indEtudiant) TO sommeStagesGroupe
           END-IF.
           IF etudiantADeliberer
               ADD 1 TO nbDelibererGroupe
               ADD 1 TO nbDelibererTotal
           END-IF.

       imprimerStatistiques.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE "Statistiques du groupe" TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO complementStat-ed.
           MOVE "  Etudiants presentes au conseil" TO libelleStat-ed.
           MOVE nbActifsGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           MOVE "  Etudiants cotes" TO libelleStat-ed.
           MOVE nbCotesGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           IF nbCotesGroupe NOT = 0
               COMPUTE moyenneGroupe ROUNDED =
                       sommeMoyennesGroupe / nbCotesGroupe
               COMPUTE tauxReussiteGroupe ROUNDED =
                       100 * nbReussitesGroupe / nbCotesGroupe
               MOVE "  Moyenne du groupe" TO libelleStatMoy-ed
               MOVE moyenneGroupe TO valeurStatMoy-ed
               PERFORM ecrireLigneStatMoyenne
               MOVE "  Moyenne la plus basse" TO libelleStatMoy-ed
               MOVE moyenneMinGroupe TO valeurStatMoy-ed
               PERFORM ecrireLigneStatMoyenne
               MOVE "  Moyenne la plus haute" TO libelleStatMoy-ed
               MOVE moyenneMaxGroupe TO valeurStatMoy-ed
               PERFORM ecrireLigneStatMoyenne
               MOVE tauxReussiteGroupe TO tauxZone-ed
               MOVE SPACES TO complementStat-ed
               STRING "soit " tauxZone-ed " % des etudiants cotes"
                      DELIMITED BY SIZE INTO complementStat-ed
           END-IF.
           MOVE "  Moyenne ponderee d'au moins 10" TO libelleStat-ed.
           MOVE nbReussitesGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           MOVE SPACES TO complementStat-ed.
           MOVE "  Avec au moins un cours en echec" TO libelleStat-ed.
           MOVE nbAvecEchecsGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           MOVE "  Absences au-dela du seuil" TO libelleStat-ed.
           MOVE nbAbsencesGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           MOVE "  Minerval non en regle" TO libelleStat-ed.
           MOVE nbNonEnRegleGroupe TO valeurStat-ed.
           IF NOT minervalConnu
               MOVE "situation de minerval inconnue"
                    TO complementStat-ed
           END-IF.
           PERFORM ecrireLigneStat.
           MOVE SPACES TO complementStat-ed.
           MOVE "  Stages evalues" TO libelleStat-ed.
           MOVE nbStagesGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           IF nbStagesGroupe NOT = 0
               COMPUTE moyenneStagesGroupe ROUNDED =
                       sommeStagesGroupe / nbStagesGroupe
               MOVE "  Moyenne des stages" TO libelleStatMoy-ed
               MOVE moyenneStagesGroupe TO valeurStatMoy-ed
               PERFORM ecrireLigneStatMoyenne
           END-IF.
           MOVE "  Abandons en cours d'annee" TO libelleStat-ed.
           MOVE nbAbandonsGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           MOVE "  ** Etudiants a deliberer" TO libelleStat-ed.
           MOVE nbDelibererGroupe TO valeurStat-ed.
           PERFORM ecrireLigneStat.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneLegende1 TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneLegende2 TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       ecrireLigneStat.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneStatTexte TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       ecrireLigneStatMoyenne.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneStatMoyenne TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

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
               REPLACING CHEMIN BY cheminFiInscriptions
                         NOMFIC BY "Inscriptions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCumul
                         NOMFIC BY "AbsencesCumul.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSeuil
                         NOMFIC BY "SeuilAbsences.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiNonEnRegle
                         NOMFIC BY "EtudiantsNonEnRegle.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEvaluations
                         NOMFIC BY "EvaluationsStages.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".

       END PROGRAM ConseilsClasse.
