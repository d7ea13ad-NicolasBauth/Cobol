       PROGRAM-ID. InscriptionsMaintenance AS "InscriptionsMaintenance".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiInscriptions
               ASSIGN TO DYNAMIC cheminFiInscriptions
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiInscriptions.

           SELECT OPTIONAL FiMouvementsInscr
               ASSIGN TO DYNAMIC cheminFiMouvementsInscr
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiMouvementsInscr.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiCours ASSIGN TO DYNAMIC cheminFiCours
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiCours.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRejets.

       DATA DIVISION.

       FILE SECTION.

       FD FiInscriptions.
       01 engInscription.
           COPY "InscriptionCours.cpy".

      *    Mouvements : A ajout, R retrait, C changement de statut.
       FD FiMouvementsInscr.
       01 engMouvementInscr.
           02 codeMvtInscr             PIC X.
               88 mvtAjoutInscr        VALUE "A" "a".
               88 mvtRetraitInscr      VALUE "R" "r".
               88 mvtChangementInscr   VALUE "C" "c".
           02 FILLER                   PIC X.
           02 matriculeMvt             PIC X(6).
           02 FILLER                   PIC X.
           02 codeCoursMvt             PIC X(6).
           02 FILLER                   PIC X.
           02 exerciceMvtX             PIC X(4).
           02 exerciceMvtNum REDEFINES exerciceMvtX PIC 9(4).
           02 FILLER                   PIC X.
           02 statutMvt                PIC X.
               88 statutMvtValide      VALUE "I" "D" "R".

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiCours.
       01 engCours.
           02 codeCours                PIC X(6).
           02 titreCours               PIC X(30).
           02 coefCoursX               PIC XX.

       FD FiRejets.
       01 engRejet                     PIC X(70).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiInscriptions PIC X(80) VALUE "Inscriptions.seq".
       01 cheminFiMouvementsInscr PIC X(80) VALUE
          "InscriptionsMouvements.seq".
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiCours PIC X(80) VALUE "Cours.seq".
       01 cheminFiRejets PIC X(80) VALUE "InscriptionsRejets.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiInscriptions
                                        FSOK BY fiInscriptionsOK
                                        FSFIN BY finFiInscriptions
                                        FSABSENT BY fiInscriptionsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiMouvementsInscr
                                        FSOK BY fiMouvementsInscrOK
                                        FSFIN BY finFiMouvementsInscr
                                        FSABSENT BY fiMvtInscrAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCours
                                        FSOK BY fiCoursOK
                                        FSFIN BY finFiCours
                                        FSABSENT BY fiCoursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       01 tabInscriptions.
           02 inscriptionTab OCCURS 9999.
               03 matriculeInscrTab    PIC X(6).
               03 codeCoursInscrTab    PIC X(6).
               03 exerciceInscrTab     PIC 9(4).
               03 statutInscrTab       PIC X.
               03 inscrRetireeSW       PIC X.
                   88 inscrRetiree     VALUE "O".
       01 nbInscriptions               PIC 9(4) VALUE 0.
       01 indInscription               PIC 9(4).
       01 indInscrTrouvee              PIC 9(4).

       01 tabMatricules.
           02 matriculeConnu OCCURS 2000 PIC X(6).
       01 nbMatricules                 PIC 9(4) VALUE 0.
       01 indMatricule                 PIC 9(4).
       01 tabCodesCours.
           02 codeCoursConnu OCCURS 100 PIC X(6).
       01 nbCodesCours                 PIC 999 VALUE 0.
       01 indCodeCours                 PIC 999.
       01 etudiantConnuSW              PIC X VALUE "N".
           88 etudiantConnu            VALUE "O".
       01 coursConnuSW                 PIC X VALUE "N".
           88 coursConnu               VALUE "O".

       01 nbAjouts                     PIC 9(4) VALUE 0.
       01 nbRetraits                   PIC 9(4) VALUE 0.
       01 nbChangements                PIC 9(4) VALUE 0.
       01 nbRejets                     PIC 9(4) VALUE 0.
       01 nbAjouts-ed                  PIC ZZZ9.
       01 nbRetraits-ed                PIC ZZZ9.
       01 nbChangements-ed             PIC ZZZ9.
       01 nbRejets-ed                  PIC ZZZ9.

       01 ligneRejet.
           02 codeRejet-ed             PIC X.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 matriculeRejet-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 coursRejet-ed            PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 exerciceRejet-ed         PIC X(4).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerReferences.
           PERFORM chargerInscriptions.
           OPEN OUTPUT FiRejets.
           PERFORM appliquerMouvements.
           CLOSE FiRejets.
           PERFORM reecrireInscriptions.
           MOVE nbAjouts TO nbAjouts-ed.
           DISPLAY "Inscriptions ajoutees: " nbAjouts-ed.
           MOVE nbRetraits TO nbRetraits-ed.
           DISPLAY "Inscriptions retirees: " nbRetraits-ed.
           MOVE nbChangements TO nbChangements-ed.
           DISPLAY "Statuts modifies: " nbChangements-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Mouvements rejetes: " nbRejets-ed.
           IF nbRejets NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Matricules de FiEtud et codes de Cours.seq admis dans
      *    les mouvements.
       chargerReferences.
           OPEN INPUT FiEtud.
           IF NOT fiEtudOK
               DISPLAY "FiEtud introuvable ou inaccessible, code "
                       "statut: " fs-fiEtud
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud OR nbMatricules >= 2000
               ADD 1 TO nbMatricules
               MOVE matricule TO matriculeConnu(nbMatricules)
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.
           OPEN INPUT FiCours.
           IF fiCoursOK
               READ FiCours END-READ
               PERFORM UNTIL finFiCours OR nbCodesCours >= 100
                   ADD 1 TO nbCodesCours
                   MOVE codeCours TO codeCoursConnu(nbCodesCours)
                   READ FiCours END-READ
               END-PERFORM
           ELSE
               DISPLAY "Cours.seq absent, statut: " fs-fiCours
                       ", aucun cours admis"
           END-IF.
           CLOSE FiCours.

       chargerInscriptions.
           OPEN INPUT FiInscriptions.
           IF fiInscriptionsOK
               READ FiInscriptions END-READ
               PERFORM UNTIL finFiInscriptions
                      OR nbInscriptions >= 9999
                   ADD 1 TO nbInscriptions
                   MOVE matriculeInscr
                        TO matriculeInscrTab(nbInscriptions)
                   MOVE codeCoursInscr
                        TO codeCoursInscrTab(nbInscriptions)
                   MOVE exerciceInscr
                        TO exerciceInscrTab(nbInscriptions)
                   MOVE statutInscr TO statutInscrTab(nbInscriptions)
                   MOVE "N" TO inscrRetireeSW(nbInscriptions)
                   READ FiInscriptions END-READ
               END-PERFORM
               IF NOT finFiInscriptions
                   DISPLAY "ATTENTION: plus de 9999 inscriptions, "
                           "suite ignoree"
               END-IF
           END-IF.
           CLOSE FiInscriptions.

       appliquerMouvements.
           OPEN INPUT FiMouvementsInscr.
           IF fiMouvementsInscrOK
               READ FiMouvementsInscr END-READ
               PERFORM UNTIL finFiMouvementsInscr
                   PERFORM appliquerUnMouvement
                   READ FiMouvementsInscr END-READ
               END-PERFORM
           ELSE
               DISPLAY "InscriptionsMouvements.seq absent, statut: "
                       fs-fiMouvementsInscr ", aucun mouvement"
           END-IF.
           CLOSE FiMouvementsInscr.

       appliquerUnMouvement.
           PERFORM rechercherInscription.
           EVALUATE TRUE
               WHEN matriculeMvt = SPACES OR codeCoursMvt = SPACES
                   MOVE "matricule ou cours absent" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN exerciceMvtX NOT NUMERIC
                   MOVE "exercice illisible" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN mvtAjoutInscr
                   PERFORM ajouterInscription
               WHEN mvtRetraitInscr
                   PERFORM retirerInscription
               WHEN mvtChangementInscr
                   PERFORM changerInscription
               WHEN OTHER
                   MOVE "code mouvement inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
           END-EVALUATE.

       rechercherInscription.
           MOVE 0 TO indInscrTrouvee.
           IF exerciceMvtX NUMERIC
               PERFORM VARYING indInscription FROM 1 BY 1
                       UNTIL indInscription > nbInscriptions
                          OR indInscrTrouvee NOT = 0
                   IF matriculeInscrTab(indInscription) = matriculeMvt
                      AND codeCoursInscrTab(indInscription)
                          = codeCoursMvt
                      AND exerciceInscrTab(indInscription)
                          = exerciceMvtNum
                      AND NOT inscrRetiree(indInscription)
                       MOVE indInscription TO indInscrTrouvee
                   END-IF
               END-PERFORM
           END-IF.

       controlerReferences.
           MOVE "N" TO etudiantConnuSW.
           PERFORM VARYING indMatricule FROM 1 BY 1
                   UNTIL indMatricule > nbMatricules OR etudiantConnu
               IF matriculeConnu(indMatricule) = matriculeMvt
                   MOVE "O" TO etudiantConnuSW
               END-IF
           END-PERFORM.
           MOVE "N" TO coursConnuSW.
           PERFORM VARYING indCodeCours FROM 1 BY 1
                   UNTIL indCodeCours > nbCodesCours OR coursConnu
               IF codeCoursConnu(indCodeCours) = codeCoursMvt
                   MOVE "O" TO coursConnuSW
               END-IF
           END-PERFORM.

       ajouterInscription.
           PERFORM controlerReferences.
           EVALUATE TRUE
               WHEN indInscrTrouvee NOT = 0
                   MOVE "inscription deja connue" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN NOT etudiantConnu
                   MOVE "matricule inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN NOT coursConnu
                   MOVE "cours inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN NOT statutMvtValide
                   MOVE "statut invalide (I, D ou R)" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN nbInscriptions >= 9999
                   MOVE "fichier des inscriptions plein"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN OTHER
                   ADD 1 TO nbInscriptions
                   MOVE matriculeMvt
                        TO matriculeInscrTab(nbInscriptions)
                   MOVE codeCoursMvt
                        TO codeCoursInscrTab(nbInscriptions)
                   MOVE exerciceMvtNum
                        TO exerciceInscrTab(nbInscriptions)
                   MOVE statutMvt TO statutInscrTab(nbInscriptions)
                   MOVE "N" TO inscrRetireeSW(nbInscriptions)
                   ADD 1 TO nbAjouts
           END-EVALUATE.

       retirerInscription.
           IF indInscrTrouvee = 0
               MOVE "inscription inconnue" TO raisonRejet-ed
               PERFORM rejeterMouvementInscr
           ELSE
               MOVE "O" TO inscrRetireeSW(indInscrTrouvee)
               ADD 1 TO nbRetraits
           END-IF.

       changerInscription.
           EVALUATE TRUE
               WHEN indInscrTrouvee = 0
                   MOVE "inscription inconnue" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN NOT statutMvtValide
                   MOVE "statut invalide (I, D ou R)" TO raisonRejet-ed
                   PERFORM rejeterMouvementInscr
               WHEN OTHER
                   MOVE statutMvt TO statutInscrTab(indInscrTrouvee)
                   ADD 1 TO nbChangements
           END-EVALUATE.

       rejeterMouvementInscr.
           ADD 1 TO nbRejets.
           MOVE codeMvtInscr TO codeRejet-ed.
           MOVE matriculeMvt TO matriculeRejet-ed.
           MOVE codeCoursMvt TO coursRejet-ed.
           MOVE exerciceMvtX TO exerciceRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

       reecrireInscriptions.
           OPEN OUTPUT FiInscriptions.
           PERFORM VARYING indInscription FROM 1 BY 1
                   UNTIL indInscription > nbInscriptions
               IF NOT inscrRetiree(indInscription)
                   MOVE SPACES TO engInscription
                   MOVE matriculeInscrTab(indInscription)
                        TO matriculeInscr
                   MOVE codeCoursInscrTab(indInscription)
                        TO codeCoursInscr
                   MOVE exerciceInscrTab(indInscription)
                        TO exerciceInscr
                   MOVE statutInscrTab(indInscription) TO statutInscr
                   WRITE engInscription END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FiInscriptions.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiInscriptions
                         NOMFIC BY "Inscriptions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiMouvementsInscr
                         NOMFIC BY "InscriptionsMouvements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCours
                         NOMFIC BY "Cours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "InscriptionsRejets.seq".

       END PROGRAM InscriptionsMaintenance.
