       PROGRAM-ID. ExamensPlacement AS "ExamensPlacement".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FiCalendrier ASSIGN TO DYNAMIC cheminFiCalendrier
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCalendrier.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiSalles ASSIGN TO DYNAMIC cheminFiSalles
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSalles.

           SELECT OPTIONAL FiCours ASSIGN TO DYNAMIC cheminFiCours
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCours.

           SELECT OPTIONAL FiCoursGroupes
               ASSIGN TO DYNAMIC cheminFiCoursGroupes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCoursGroupes.

           SELECT OPTIONAL FiDecisionsExtrait
               ASSIGN TO DYNAMIC cheminFiDecisionsExtrait
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiDecisionsExt.

           SELECT OPTIONAL FiCotesCours
               ASSIGN TO DYNAMIC cheminFiCotesCours
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCotesCours.

           SELECT FiConvocExamens
               ASSIGN TO DYNAMIC cheminFiConvocExamens
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiConvocExamens.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *    Calendrier des examens : session (1 premiere, 2 seconde),
      *    cours, date AAAAMMJJ et creneau de la journee (AM, PM ou
      *    tout code de deux caracteres). Les examens d'une meme date
      *    et d'un meme creneau se partagent les salles.
      *****************************************************************
       FD FiCalendrier.
       01 engCalendrier.
           02 sessionCal               PIC X.
           02 FILLER                   PIC X.
           02 codeCoursCal             PIC X(6).
           02 FILLER                   PIC X.
           02 dateCalX                 PIC X(8).
           02 FILLER                   PIC X.
           02 creneauCal               PIC XX.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiSalles.
       01 engSalle.
           02 codeSalleRef             PIC X(6).
           02 FILLER                   PIC X.
           02 capaciteSalleX           PIC X(3).

       FD FiCours.
       01 engCours.
           02 codeCours                PIC X(6).
           02 titreCours               PIC X(30).
           02 coefCoursX               PIC XX.

       FD FiCoursGroupes.
       01 engCoursGroupe.
           02 codeCoursPaire           PIC X(6).
           02 FILLER                   PIC X.
           02 groupePaire              PIC X(4).

       FD FiDecisionsExtrait.
       01 engDecisionExtrait.
           02 nomExtraitDec            PIC X(30).
           02 FILLER                   PIC X.
           02 decisionExtraitDec       PIC X(10).
           02 FILLER                   PIC X.
           02 coteRetenueExtraitDec    PIC 999.

       FD FiCotesCours.
       01 engCoteCours.
           02 nomEtudiantCote          PIC X(30).
           02 codeCoursCote            PIC X(6).
           02 coteCoursX               PIC XXX.

      *****************************************************************
      *    Extrait de convocation : une ligne par etudiant et par
      *    examen, dans l'ordre du fichier des etudiants.
      *****************************************************************
       FD FiConvocExamens.
       01 engConvocExamen.
           02 matriculeConv            PIC 9(6).
           02 FILLER                   PIC X.
           02 nomConv                  PIC X(30).
           02 FILLER                   PIC X.
           02 groupeConv               PIC X(4).
           02 FILLER                   PIC X.
           02 sessionConv              PIC X.
           02 FILLER                   PIC X.
           02 codeCoursConv            PIC X(6).
           02 FILLER                   PIC X.
           02 titreCoursConv           PIC X(30).
           02 FILLER                   PIC X.
           02 dateConv                 PIC X(8).
           02 FILLER                   PIC X.
           02 creneauConv              PIC XX.
           02 FILLER                   PIC X.
           02 salleConv                PIC X(6).
           02 FILLER                   PIC X.
           02 placeConv                PIC 999.

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiCalendrier PIC X(80) VALUE "CalendrierExamens.seq".
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiSalles PIC X(80) VALUE "Salles.seq".
       01 cheminFiCours PIC X(80) VALUE "Cours.seq".
       01 cheminFiCoursGroupes PIC X(80) VALUE "CoursGroupes.seq".
       01 cheminFiDecisionsExtrait PIC X(80) VALUE
          "DecisionsExtrait.seq".
       01 cheminFiCotesCours PIC X(80) VALUE "CotesCours.seq".
       01 cheminFiConvocExamens PIC X(80) VALUE
          "ExamensConvocations.seq".
       01 cheminFiPlans PIC X(80) VALUE "ExamensPlansSalles.seq".
       01 cheminFiPresences PIC X(80) VALUE "ExamensPresences.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCalendrier
                                        FSOK BY fiCalendrierOK
                                        FSFIN BY finFiCalendrier
                                        FSABSENT BY fiCalendrierAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSalles
                                        FSOK BY fiSallesOK
                                        FSFIN BY finFiSalles
                                        FSABSENT BY fiSallesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCours
                                        FSOK BY fiCoursOK
                                        FSFIN BY finFiCours
                                        FSABSENT BY fiCoursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCoursGroupes
                                        FSOK BY fiCoursGroupesOK
                                        FSFIN BY finFiCoursGroupes
                                        FSABSENT BY fiCoursGroupesAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDecisionsExt
                                        FSOK BY fiDecisionsExtOK
                                        FSFIN BY finFiDecisionsExt
                                        FSABSENT BY fiDecisionsExtAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCotesCours
                                        FSOK BY fiCotesCoursOK
                                        FSFIN BY finFiCotesCours
                                        FSABSENT BY fiCotesCoursAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiConvocExamens
                                        FSOK BY fiConvocExamensOK
                                        FSFIN BY fiConvocExamensFin
                                        FSABSENT BY fiConvocExamensAbs.

       01 sessionSaisie                PIC X VALUE SPACE.
           88 sessionValide            VALUE "1" "2".
           88 secondeSession           VALUE "2".

       01 tabExamens.
           02 examenTab OCCURS 200.
               03 codeCoursExam        PIC X(6).
               03 titreCoursExam       PIC X(30).
               03 dateExam             PIC X(8).
               03 creneauExam          PIC XX.
               03 nbConvoquesExam      PIC 9(4).
       01 nbExamens                    PIC 999 VALUE 0.
       01 indExamen                    PIC 999.
       01 indBalaie                    PIC 999.
       01 indCompare                   PIC 999.
       01 examenTemp                   PIC X(50).

      *    Une seance = une date et un creneau ; chaque seance garde
      *    la plage de ses places attribuees dans tabPlaces.
       01 tabSeances.
           02 seanceTab OCCURS 200.
               03 dateSeance           PIC X(8).
               03 creneauSeance        PIC XX.
               03 premierePlaceSeance  PIC 9(4).
               03 dernierePlaceSeance  PIC 9(4).
       01 nbSeances                    PIC 999 VALUE 0.
       01 indSeance                    PIC 999.

       01 tabSalles.
           02 salleTab OCCURS 100.
               03 codeSalleTab         PIC X(6).
               03 capaciteSalleTab     PIC 999.
               03 placesPrisesSalle    PIC 999.
       01 nbSalles                     PIC 999 VALUE 0.
       01 indSalle                     PIC 999.
       01 indSalleChoisie              PIC 999.
       01 placesLibres                 PIC 999.
       01 meilleurResteLibre           PIC 999.
       01 capaciteSalleBrute           PIC X(3).
       01 capaciteSalleNum REDEFINES capaciteSalleBrute PIC 999.

       01 cleGroupe.
           02 codeSectionCle           PIC XX.
           02 anneeCle                 PIC 9.
           02 lettreGroupeCle          PIC X.

      *    Etudiants : groupe, situation de seconde session et
      *    derniere seance ou ils ont recu une place.
       01 tabEtudiants.
           02 etudiantTab OCCURS 3000.
               03 nomEtudTab           PIC X(30).
               03 groupeEtudTab        PIC X(4).
               03 matriculeEtudTab     PIC 9(6).
               03 ajourneSW            PIC X.
                   88 etudAjourne      VALUE "O".
               03 seancePlaceeEtud     PIC 999.
       01 nbEtudiants                  PIC 9(4) VALUE 0.
       01 indEtudiant                  PIC 9(4).

       01 tabPaires.
           02 paireTab OCCURS 999.
               03 codeCoursPaireTab    PIC X(6).
               03 groupePaireTab       PIC X(4).
       01 nbPaires                     PIC 999 VALUE 0.
       01 indPaire                     PIC 999.

       01 tabEchecs.
           02 echecTab OCCURS 3000.
               03 nomEchecTab          PIC X(30).
               03 coursEchecTab        PIC X(6).
       01 nbEchecs                     PIC 9(4) VALUE 0.
       01 indEchec                     PIC 9(4).
       01 coteBrute                    PIC XXX.
       01 coteBruteNum REDEFINES coteBrute PIC 99V9.

      *    Groupes concernes par l'examen en cours de placement, dans
      *    l'ordre de rencontre dans le fichier des etudiants.
       01 tabBlocs.
           02 blocTab OCCURS 300.
               03 groupeBloc           PIC X(4).
               03 tailleBloc           PIC 9(4).
       01 nbBlocs                      PIC 999 VALUE 0.
       01 indBloc                      PIC 999.
       01 indBlocTrouve                PIC 999.

       01 concerneSW                   PIC X VALUE "N".
           88 etudConcerne             VALUE "O".
       01 trouveSW                     PIC X VALUE "N".
           88 trouve                   VALUE "O".
       01 resteBloc                    PIC 9(4).

       01 tabPlaces.
           02 placeTab OCCURS 6000.
               03 examenPlace          PIC 999.
               03 etudiantPlace        PIC 9(4).
               03 sallePlace           PIC 999.
               03 numeroPlace          PIC 999.
       01 nbPlaces                     PIC 9(4) VALUE 0.
       01 indPlace                     PIC 9(4).
       01 nbPlacesSalle                PIC 999.

       01 tabNonPlaces.
           02 nonPlaceTab OCCURS 500.
               03 examenNonPlace       PIC 999.
               03 etudiantNonPlace     PIC 9(4).
               03 motifNonPlaceTab     PIC X(30).
       01 nbNonPlaces                  PIC 999 VALUE 0.
       01 indNonPlace                  PIC 999.
       01 motifNonPlace                PIC X(30).

       01 nbGroupesScindes             PIC 999 VALUE 0.
       01 nbExamens-ed                 PIC ZZ9.
       01 nbPlaces-ed                  PIC ZZZ9.
       01 nbNonPlaces-ed               PIC ZZ9.
       01 nbGroupesScindes-ed          PIC ZZ9.

       01 titreEtatPlans               PIC X(40)
          VALUE "Plans de salles d'examen".
       01 titreEtatPresences           PIC X(40)
          VALUE "Listes de presence aux examens".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteSession.
           02 FILLER                   PIC X(10) VALUE "Session : ".
           02 sessionEntete-ed         PIC X(20).
       01 ligneTitreSeance.
           02 FILLER                   PIC X(6) VALUE "Salle ".
           02 salleSeance-ed           PIC X(6).
           02 FILLER                   PIC X(6) VALUE " - le ".
           02 dateSeance-ed            PIC X(10).
           02 FILLER                   PIC X(9) VALUE " creneau ".
           02 creneauSeance-ed         PIC XX.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 occupeesSeance-ed        PIC ZZ9.
           02 FILLER                   PIC X(5) VALUE " sur ".
           02 capaciteSeance-ed        PIC ZZ9.
           02 FILLER                   PIC X(7) VALUE " places".
       01 lignePlace.
           02 FILLER                   PIC X(6) VALUE "Place ".
           02 numeroPlace-ed           PIC ZZ9.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 matriculePlace-ed        PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomPlace-ed              PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 groupePlace-ed           PIC X(4).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 coursPlace-ed            PIC X(6).
       01 lignePresence.
           02 numeroPresence-ed        PIC ZZ9.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 matriculePresence-ed     PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomPresence-ed           PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 coursPresence-ed         PIC X(6).
           02 FILLER                   PIC X(14) VALUE
              "   Signature :".
           02 FILLER                   PIC X(20) VALUE ALL "_".
       01 lignePiedPresence.
           02 FILLER                   PIC X(20) VALUE
              "Presents : ______   ".
           02 FILLER                   PIC X(20) VALUE
              "Absents : ______    ".
           02 FILLER                   PIC X(35) VALUE
              "Surveillant : _____________________".
       01 dateLisible.
           02 jourLisible              PIC XX.
           02 FILLER                   PIC X VALUE "/".
           02 moisLisible              PIC XX.
           02 FILLER                   PIC X VALUE "/".
           02 anneeLisible             PIC X(4).
       01 ligneTitreNonPlaces          PIC X(70) VALUE
          "Etudiants sans place :".
       01 ligneNonPlace.
           02 matriculeNonPlace-ed     PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomNonPlace-ed           PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 coursNonPlace-ed         PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 motifNonPlace-ed         PIC X(30).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ExamensPlacement"
                         NIVEAU BY "L".
           PERFORM obtenirSession.
           PERFORM chargerSalles.
           IF nbSalles = 0
               DISPLAY "Salles.seq absent ou vide, placement "
                       "impossible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM chargerCalendrier.
           IF nbExamens = 0
               DISPLAY "Aucun examen au calendrier pour la session "
                       sessionSaisie
               STOP RUN
           END-IF.
           PERFORM trierExamens.
           PERFORM chargerCours.
           PERFORM chargerEtudiants.
           IF secondeSession
               PERFORM chargerAjournes
               PERFORM chargerEchecs
           ELSE
               PERFORM chargerPaires
           END-IF.
           PERFORM placerSeances.
           PERFORM imprimerPlans.
           PERFORM imprimerPresences.
           PERFORM ecrireConvocations.
           MOVE nbExamens TO nbExamens-ed.
           DISPLAY "Examens planifies: " nbExamens-ed.
           MOVE nbPlaces TO nbPlaces-ed.
           DISPLAY "Places attribuees: " nbPlaces-ed.
           MOVE nbGroupesScindes TO nbGroupesScindes-ed.
           DISPLAY "Groupes repartis sur plusieurs salles: "
                   nbGroupesScindes-ed.
           MOVE nbNonPlaces TO nbNonPlaces-ed.
           DISPLAY "Etudiants sans place: " nbNonPlaces-ed.
           IF nbNonPlaces NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       obtenirSession.
           DISPLAY "Session d'examens (1 = premiere, 2 = seconde, "
                   "blanc = 1): " NO ADVANCING.
           ACCEPT sessionSaisie.
           IF sessionSaisie = SPACE
               MOVE "1" TO sessionSaisie
           END-IF.
           PERFORM UNTIL sessionValide
               DISPLAY "Session invalide, ressaisir (1 ou 2): "
                       NO ADVANCING
               ACCEPT sessionSaisie
           END-PERFORM.
           IF secondeSession
               MOVE "seconde session" TO sessionEntete-ed
           ELSE
               MOVE "premiere session" TO sessionEntete-ed
           END-IF.

       chargerSalles.
           OPEN INPUT FiSalles.
           IF fiSallesOK
               READ FiSalles END-READ
               PERFORM UNTIL finFiSalles OR nbSalles >= 100
                   MOVE capaciteSalleX TO capaciteSalleBrute
                   INSPECT capaciteSalleBrute
                           REPLACING LEADING " " BY "0"
                   IF capaciteSalleBrute NUMERIC
                      AND capaciteSalleNum > 0
                       ADD 1 TO nbSalles
                       MOVE codeSalleRef TO codeSalleTab(nbSalles)
                       MOVE capaciteSalleNum
                            TO capaciteSalleTab(nbSalles)
                   ELSE
                       DISPLAY "Salle a la capacite illisible "
                               "ignoree: " codeSalleRef
                   END-IF
                   READ FiSalles END-READ
               END-PERFORM
           END-IF.
           CLOSE FiSalles.

       chargerCalendrier.
           OPEN INPUT FiCalendrier.
           IF NOT fiCalendrierOK
               DISPLAY "CalendrierExamens.seq introuvable, statut: "
                       fs-fiCalendrier
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiCalendrier END-READ.
           PERFORM UNTIL finFiCalendrier OR nbExamens >= 200
               IF sessionCal = sessionSaisie
                   PERFORM memoriserExamen
               END-IF
               READ FiCalendrier END-READ
           END-PERFORM.
           IF NOT finFiCalendrier
               DISPLAY "ATTENTION: plus de 200 examens au "
                       "calendrier, suite ignoree"
           END-IF.
           CLOSE FiCalendrier.

       memoriserExamen.
           IF dateCalX NOT NUMERIC OR codeCoursCal = SPACES
               DISPLAY "Ligne de calendrier illisible ignoree: "
                       codeCoursCal " " dateCalX
           ELSE
               ADD 1 TO nbExamens
               MOVE codeCoursCal TO codeCoursExam(nbExamens)
               MOVE codeCoursCal TO titreCoursExam(nbExamens)
               MOVE dateCalX TO dateExam(nbExamens)
               MOVE creneauCal TO creneauExam(nbExamens)
               MOVE 0 TO nbConvoquesExam(nbExamens)
           END-IF.

      *    Tri par date puis creneau : les examens d'une meme seance
      *    se suivent et se placent ensemble.
       trierExamens.
           IF nbExamens > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
                       UNTIL indBalaie > nbExamens - 1
                   PERFORM VARYING indCompare FROM 1 BY 1
                           UNTIL indCompare > nbExamens - indBalaie
                       IF dateExam(indCompare) >
                          dateExam(indCompare + 1)
                          OR (dateExam(indCompare) =
                              dateExam(indCompare + 1)
                              AND creneauExam(indCompare) >
                                  creneauExam(indCompare + 1))
                           MOVE examenTab(indCompare) TO examenTemp
                           MOVE examenTab(indCompare + 1)
                                TO examenTab(indCompare)
                           MOVE examenTemp
                                TO examenTab(indCompare + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       chargerCours.
           OPEN INPUT FiCours.
           IF fiCoursOK
               READ FiCours END-READ
               PERFORM UNTIL finFiCours
                   PERFORM VARYING indExamen FROM 1 BY 1
                           UNTIL indExamen > nbExamens
                       IF codeCoursExam(indExamen) = codeCours
                           MOVE titreCours TO titreCoursExam(indExamen)
                       END-IF
                   END-PERFORM
                   READ FiCours END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCours.

       chargerEtudiants.
           OPEN INPUT FiEtud.
           IF NOT fiEtudOK
               DISPLAY "FiEtud.seq introuvable, statut: " fs-fiEtud
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud OR nbEtudiants >= 3000
               ADD 1 TO nbEtudiants
               MOVE nomPrenom TO nomEtudTab(nbEtudiants)
               MOVE codeSection TO codeSectionCle
               MOVE annee TO anneeCle
               MOVE lettreGroupe TO lettreGroupeCle
               MOVE cleGroupe TO groupeEtudTab(nbEtudiants)
               MOVE matricule TO matriculeEtudTab(nbEtudiants)
               MOVE "N" TO ajourneSW(nbEtudiants)
               MOVE 0 TO seancePlaceeEtud(nbEtudiants)
               READ FiEtud END-READ
           END-PERFORM.
           IF NOT finFiEtud
               DISPLAY "ATTENTION: plus de 3000 etudiants, "
                       "suite ignoree"
           END-IF.
           CLOSE FiEtud.

       chargerPaires.
           OPEN INPUT FiCoursGroupes.
           IF fiCoursGroupesOK
               READ FiCoursGroupes END-READ
               PERFORM UNTIL finFiCoursGroupes OR nbPaires >= 999
                   ADD 1 TO nbPaires
                   MOVE codeCoursPaire TO codeCoursPaireTab(nbPaires)
                   MOVE groupePaire TO groupePaireTab(nbPaires)
                   READ FiCoursGroupes END-READ
               END-PERFORM
           ELSE
               DISPLAY "CoursGroupes.seq absent, statut: "
                       fs-fiCoursGroupes ", aucun groupe concerne"
           END-IF.
           CLOSE FiCoursGroupes.

      *****************************************************************
      *    En seconde session, seuls les ajournes de la deliberation
      *    (DecisionsExtrait.seq) passent, et seulement les cours
      *    qu'ils ont en echec au carnet : memes regles que
      *    ConvocationsSession2.
      *****************************************************************
       chargerAjournes.
           OPEN INPUT FiDecisionsExtrait.
           IF fiDecisionsExtOK
               READ FiDecisionsExtrait END-READ
               PERFORM UNTIL finFiDecisionsExt
                   IF decisionExtraitDec = "ajourne"
                       PERFORM marquerAjourne
                   END-IF
                   READ FiDecisionsExtrait END-READ
               END-PERFORM
           ELSE
               DISPLAY "DecisionsExtrait.seq introuvable, statut: "
                       fs-fiDecisionsExt ", aucun ajourne"
           END-IF.
           CLOSE FiDecisionsExtrait.

       marquerAjourne.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               IF nomEtudTab(indEtudiant) = nomExtraitDec
                   MOVE "O" TO ajourneSW(indEtudiant)
               END-IF
           END-PERFORM.

       chargerEchecs.
           OPEN INPUT FiCotesCours.
           IF fiCotesCoursOK
               READ FiCotesCours END-READ
               PERFORM UNTIL finFiCotesCours OR nbEchecs >= 3000
                   MOVE coteCoursX TO coteBrute
                   INSPECT coteBrute REPLACING LEADING " " BY "0"
                   IF coteBrute NUMERIC AND coteBruteNum < 10
                       ADD 1 TO nbEchecs
                       MOVE nomEtudiantCote TO nomEchecTab(nbEchecs)
                       MOVE codeCoursCote TO coursEchecTab(nbEchecs)
                   END-IF
                   READ FiCotesCours END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCotesCours.

      *****************************************************************
      *    Pour chaque seance, les salles repartent vides. Chaque
      *    examen est place groupe par groupe : un groupe va entier
      *    dans la salle qui lui laisse le moins de places perdues ;
      *    si aucune salle ne peut le prendre entier, il remplit la
      *    salle la plus libre et deborde dans la suivante.
      *****************************************************************
       placerSeances.
           PERFORM VARYING indExamen FROM 1 BY 1
                   UNTIL indExamen > nbExamens
               IF nbSeances = 0
                   PERFORM ouvrirSeance
               ELSE
                   IF dateExam(indExamen) NOT = dateSeance(nbSeances)
                      OR creneauExam(indExamen)
                         NOT = creneauSeance(nbSeances)
                       PERFORM ouvrirSeance
                   END-IF
               END-IF
               PERFORM placerExamen
               MOVE nbPlaces TO dernierePlaceSeance(nbSeances)
           END-PERFORM.

       ouvrirSeance.
           ADD 1 TO nbSeances.
           MOVE dateExam(indExamen) TO dateSeance(nbSeances).
           MOVE creneauExam(indExamen) TO creneauSeance(nbSeances).
           COMPUTE premierePlaceSeance(nbSeances) = nbPlaces + 1.
           MOVE nbPlaces TO dernierePlaceSeance(nbSeances).
           PERFORM VARYING indSalle FROM 1 BY 1
                   UNTIL indSalle > nbSalles
               MOVE 0 TO placesPrisesSalle(indSalle)
           END-PERFORM.

       placerExamen.
           PERFORM recenserBlocs.
           PERFORM VARYING indBloc FROM 1 BY 1
                   UNTIL indBloc > nbBlocs
               PERFORM placerBloc
           END-PERFORM.

       recenserBlocs.
           MOVE 0 TO nbBlocs.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               PERFORM determinerConcerne
               IF etudConcerne
                   PERFORM compterDansBloc
               END-IF
           END-PERFORM.

       determinerConcerne.
           MOVE "N" TO concerneSW.
           IF secondeSession
               IF etudAjourne(indEtudiant)
                   PERFORM VARYING indEchec FROM 1 BY 1
                           UNTIL indEchec > nbEchecs OR etudConcerne
                       IF nomEchecTab(indEchec)
                          = nomEtudTab(indEtudiant)
                          AND coursEchecTab(indEchec)
                          = codeCoursExam(indExamen)
                           MOVE "O" TO concerneSW
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               PERFORM VARYING indPaire FROM 1 BY 1
                       UNTIL indPaire > nbPaires OR etudConcerne
                   IF codeCoursPaireTab(indPaire)
                      = codeCoursExam(indExamen)
                      AND groupePaireTab(indPaire)
                      = groupeEtudTab(indEtudiant)
                       MOVE "O" TO concerneSW
                   END-IF
               END-PERFORM
           END-IF.

       compterDansBloc.
           MOVE 0 TO indBlocTrouve.
           PERFORM VARYING indBloc FROM 1 BY 1
                   UNTIL indBloc > nbBlocs OR indBlocTrouve NOT = 0
               IF groupeBloc(indBloc) = groupeEtudTab(indEtudiant)
                   MOVE indBloc TO indBlocTrouve
               END-IF
           END-PERFORM.
           IF indBlocTrouve = 0 AND nbBlocs < 300
               ADD 1 TO nbBlocs
               MOVE groupeEtudTab(indEtudiant) TO groupeBloc(nbBlocs)
               MOVE 0 TO tailleBloc(nbBlocs)
               MOVE nbBlocs TO indBlocTrouve
           END-IF.
           IF indBlocTrouve NOT = 0
               ADD 1 TO tailleBloc(indBlocTrouve)
           END-IF.

       placerBloc.
           MOVE tailleBloc(indBloc) TO resteBloc.
           PERFORM choisirSalle.
           IF indSalleChoisie NOT = 0
              AND capaciteSalleTab(indSalleChoisie)
                  - placesPrisesSalle(indSalleChoisie) < resteBloc
               ADD 1 TO nbGroupesScindes
           END-IF.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               IF groupeEtudTab(indEtudiant) = groupeBloc(indBloc)
                   PERFORM determinerConcerne
                   IF etudConcerne
                       PERFORM placerEtudiant
                   END-IF
               END-IF
           END-PERFORM.

      *    Plus petite salle restante qui prend le reste du groupe
      *    entier, sinon la salle la plus libre.
       choisirSalle.
           MOVE 0 TO indSalleChoisie.
           MOVE 999 TO meilleurResteLibre.
           PERFORM VARYING indSalle FROM 1 BY 1
                   UNTIL indSalle > nbSalles
               COMPUTE placesLibres = capaciteSalleTab(indSalle)
                                    - placesPrisesSalle(indSalle)
               IF placesLibres >= resteBloc
                  AND placesLibres - resteBloc < meilleurResteLibre
                   MOVE indSalle TO indSalleChoisie
                   COMPUTE meilleurResteLibre = placesLibres
                                              - resteBloc
               END-IF
           END-PERFORM.
           IF indSalleChoisie = 0
               MOVE 0 TO meilleurResteLibre
               PERFORM VARYING indSalle FROM 1 BY 1
                       UNTIL indSalle > nbSalles
                   COMPUTE placesLibres = capaciteSalleTab(indSalle)
                                        - placesPrisesSalle(indSalle)
                   IF placesLibres > meilleurResteLibre
                       MOVE indSalle TO indSalleChoisie
                       MOVE placesLibres TO meilleurResteLibre
                   END-IF
               END-PERFORM
           END-IF.

       placerEtudiant.
           EVALUATE TRUE
               WHEN seancePlaceeEtud(indEtudiant) = nbSeances
                   MOVE "deja convoque a cette seance"
                        TO motifNonPlace
                   PERFORM memoriserNonPlace
               WHEN indSalleChoisie = 0
                   MOVE "plus de place libre" TO motifNonPlace
                   PERFORM memoriserNonPlace
               WHEN nbPlaces >= 6000
                   MOVE "table des places pleine" TO motifNonPlace
                   PERFORM memoriserNonPlace
               WHEN OTHER
                   ADD 1 TO nbPlaces
                   ADD 1 TO placesPrisesSalle(indSalleChoisie)
                   MOVE indExamen TO examenPlace(nbPlaces)
                   MOVE indEtudiant TO etudiantPlace(nbPlaces)
                   MOVE indSalleChoisie TO sallePlace(nbPlaces)
                   MOVE placesPrisesSalle(indSalleChoisie)
                        TO numeroPlace(nbPlaces)
                   MOVE nbSeances TO seancePlaceeEtud(indEtudiant)
                   ADD 1 TO nbConvoquesExam(indExamen)
                   SUBTRACT 1 FROM resteBloc
                   IF placesPrisesSalle(indSalleChoisie)
                      >= capaciteSalleTab(indSalleChoisie)
                      AND resteBloc > 0
                       PERFORM choisirSalle
                   END-IF
           END-EVALUATE.

       memoriserNonPlace.
           IF nbNonPlaces < 500
               ADD 1 TO nbNonPlaces
               MOVE indExamen TO examenNonPlace(nbNonPlaces)
               MOVE indEtudiant TO etudiantNonPlace(nbNonPlaces)
               MOVE motifNonPlace TO motifNonPlaceTab(nbNonPlaces)
           END-IF.
           IF resteBloc > 0
               SUBTRACT 1 FROM resteBloc
           END-IF.

      *****************************************************************
      *    Plan de chaque salle occupee, seance par seance, dans
      *    l'ordre des places ; en fin d'etat les etudiants qui n'ont
      *    pas recu de place.
      *****************************************************************
       imprimerPlans.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteSession TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiPlans
                                    titreEtatPlans
                                    enteteEtatTampon.
           PERFORM VARYING indSeance FROM 1 BY 1
                   UNTIL indSeance > nbSeances
               PERFORM VARYING indSalle FROM 1 BY 1
                       UNTIL indSalle > nbSalles
                   PERFORM compterPlacesSalle
                   IF nbPlacesSalle NOT = 0
                       PERFORM imprimerTitreSeance
                       PERFORM VARYING indPlace
                               FROM premierePlaceSeance(indSeance)
                               BY 1
                               UNTIL indPlace
                                     > dernierePlaceSeance(indSeance)
                           IF sallePlace(indPlace) = indSalle
                               PERFORM imprimerPlace
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO ligneEtatTampon
                       CALL "ETAT-LIGNE" USING ligneEtatTampon
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF nbNonPlaces NOT = 0
               MOVE ligneTitreNonPlaces TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               PERFORM VARYING indNonPlace FROM 1 BY 1
                       UNTIL indNonPlace > nbNonPlaces
                   PERFORM imprimerNonPlace
               END-PERFORM
           END-IF.
           CALL "ETAT-FERMER".

       compterPlacesSalle.
           MOVE 0 TO nbPlacesSalle.
           PERFORM VARYING indPlace FROM premierePlaceSeance(indSeance)
                   BY 1 UNTIL indPlace > dernierePlaceSeance(indSeance)
               IF sallePlace(indPlace) = indSalle
                   ADD 1 TO nbPlacesSalle
               END-IF
           END-PERFORM.

       imprimerTitreSeance.
           MOVE codeSalleTab(indSalle) TO salleSeance-ed.
           MOVE dateSeance(indSeance)(7:2) TO jourLisible.
           MOVE dateSeance(indSeance)(5:2) TO moisLisible.
           MOVE dateSeance(indSeance)(1:4) TO anneeLisible.
           MOVE dateLisible TO dateSeance-ed.
           MOVE creneauSeance(indSeance) TO creneauSeance-ed.
           MOVE nbPlacesSalle TO occupeesSeance-ed.
           MOVE capaciteSalleTab(indSalle) TO capaciteSeance-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneTitreSeance TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerPlace.
           MOVE numeroPlace(indPlace) TO numeroPlace-ed.
           MOVE matriculeEtudTab(etudiantPlace(indPlace))
                TO matriculePlace-ed.
           MOVE nomEtudTab(etudiantPlace(indPlace)) TO nomPlace-ed.
           MOVE groupeEtudTab(etudiantPlace(indPlace))
                TO groupePlace-ed.
           MOVE codeCoursExam(examenPlace(indPlace)) TO coursPlace-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE lignePlace TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerNonPlace.
           MOVE matriculeEtudTab(etudiantNonPlace(indNonPlace))
                TO matriculeNonPlace-ed.
           MOVE nomEtudTab(etudiantNonPlace(indNonPlace))
                TO nomNonPlace-ed.
           MOVE codeCoursExam(examenNonPlace(indNonPlace))
                TO coursNonPlace-ed.
           MOVE motifNonPlaceTab(indNonPlace) TO motifNonPlace-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneNonPlace TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

      *****************************************************************
      *    Liste de presence a signer, une par salle et par seance,
      *    avec le pied a remplir par le surveillant.
      *****************************************************************
       imprimerPresences.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteSession TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiPresences
                                    titreEtatPresences
                                    enteteEtatTampon.
           PERFORM VARYING indSeance FROM 1 BY 1
                   UNTIL indSeance > nbSeances
               PERFORM VARYING indSalle FROM 1 BY 1
                       UNTIL indSalle > nbSalles
                   PERFORM compterPlacesSalle
                   IF nbPlacesSalle NOT = 0
                       PERFORM imprimerTitreSeance
                       PERFORM VARYING indPlace
                               FROM premierePlaceSeance(indSeance)
                               BY 1
                               UNTIL indPlace
                                     > dernierePlaceSeance(indSeance)
                           IF sallePlace(indPlace) = indSalle
                               PERFORM imprimerPresence
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO ligneEtatTampon
                       CALL "ETAT-LIGNE" USING ligneEtatTampon
                       MOVE lignePiedPresence TO ligneEtatTampon
                       CALL "ETAT-LIGNE" USING ligneEtatTampon
                       MOVE SPACES TO ligneEtatTampon
                       CALL "ETAT-LIGNE" USING ligneEtatTampon
                   END-IF
               END-PERFORM
           END-PERFORM.
           CALL "ETAT-FERMER".

       imprimerPresence.
           MOVE numeroPlace(indPlace) TO numeroPresence-ed.
           MOVE matriculeEtudTab(etudiantPlace(indPlace))
                TO matriculePresence-ed.
           MOVE nomEtudTab(etudiantPlace(indPlace)) TO nomPresence-ed.
           MOVE codeCoursExam(examenPlace(indPlace))
                TO coursPresence-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE lignePresence TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       ecrireConvocations.
           OPEN OUTPUT FiConvocExamens.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               PERFORM VARYING indPlace FROM 1 BY 1
                       UNTIL indPlace > nbPlaces
                   IF etudiantPlace(indPlace) = indEtudiant
                       PERFORM ecrireConvocation
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE FiConvocExamens.

       ecrireConvocation.
           MOVE SPACES TO engConvocExamen.
           MOVE matriculeEtudTab(indEtudiant) TO matriculeConv.
           MOVE nomEtudTab(indEtudiant) TO nomConv.
           MOVE groupeEtudTab(indEtudiant) TO groupeConv.
           MOVE sessionSaisie TO sessionConv.
           MOVE codeCoursExam(examenPlace(indPlace)) TO codeCoursConv.
           MOVE titreCoursExam(examenPlace(indPlace))
                TO titreCoursConv.
           MOVE dateExam(examenPlace(indPlace)) TO dateConv.
           MOVE creneauExam(examenPlace(indPlace)) TO creneauConv.
           MOVE codeSalleTab(sallePlace(indPlace)) TO salleConv.
           MOVE numeroPlace(indPlace) TO placeConv.
           WRITE engConvocExamen END-WRITE.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCalendrier
                         NOMFIC BY "CalendrierExamens.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSalles
                         NOMFIC BY "Salles.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCours
                         NOMFIC BY "Cours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCoursGroupes
                         NOMFIC BY "CoursGroupes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDecisionsExtrait
                         NOMFIC BY "DecisionsExtrait.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCotesCours
                         NOMFIC BY "CotesCours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiConvocExamens
                         NOMFIC BY "ExamensConvocations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPlans
                         NOMFIC BY "ExamensPlansSalles.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPresences
                         NOMFIC BY "ExamensPresences.seq".

       END PROGRAM ExamensPlacement.
