       PROGRAM-ID. HorairesGeneration AS "HorairesGeneration".

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

           SELECT OPTIONAL FiCoursGroupes
               ASSIGN TO DYNAMIC cheminFiCoursGroupes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCoursGroupes.

           SELECT OPTIONAL FiSalles ASSIGN TO DYNAMIC cheminFiSalles
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSalles.

           SELECT OPTIONAL FiPlan ASSIGN TO DYNAMIC cheminFiPlan
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiPlan.

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

       FD FiCoursGroupes.
       01 engCoursGroupe.
           02 codeCoursPaire           PIC X(6).
           02 FILLER                   PIC X.
           02 groupePaire              PIC X(4).

       FD FiSalles.
       01 engSalle.
           02 codeSalleRef             PIC X(6).
           02 FILLER                   PIC X.
           02 capaciteSalleX           PIC X(3).

      *    Plan des salles produit par SallesAffectation : la salle
      *    attribuee a chaque groupe est sa salle de reference.
       FD FiPlan.
       01 engPlan.
           02 cleGroupePlan            PIC X(4).
           02 FILLER                   PIC X(21).
           02 sallePlan                PIC X(6).
           02 FILLER                   PIC X(39).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiCours PIC X(80) VALUE "Cours.seq".
       01 cheminFiCoursGroupes PIC X(80) VALUE "CoursGroupes.seq".
       01 cheminFiSalles PIC X(80) VALUE "Salles.seq".
       01 cheminFiPlan PIC X(80) VALUE "PlanSalles.seq".
       01 cheminFiHorGroupes PIC X(80) VALUE "HorairesGroupes.seq".
       01 cheminFiHorSalles PIC X(80) VALUE "HorairesSalles.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCours
                                        FSOK BY fiCoursOK
                                        FSFIN BY finFiCours
                                        FSABSENT BY fiCoursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCoursGroupes
                                        FSOK BY fiCoursGroupesOK
                                        FSFIN BY finFiCoursGroupes
                                        FSABSENT BY fiCoursGroupesAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSalles
                                        FSOK BY fiSallesOK
                                        FSFIN BY finFiSalles
                                        FSABSENT BY fiSallesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiPlan
                                        FSOK BY fiPlanOK
                                        FSFIN BY finFiPlan
                                        FSABSENT BY fiPlanAbsent.

      *****************************************************************
      *    Semaine de cinq jours de huit periodes : le creneau n
      *    (1 a 40) est la periode ((n - 1) mod 8) + 1 du jour
      *    ((n - 1) / 8) + 1.
      *****************************************************************
       01 nbJours                      PIC 9 VALUE 5.
       01 nbPeriodes                   PIC 9 VALUE 8.
       01 joursVal.
           02 FILLER PIC X(14) VALUE "Lundi".
           02 FILLER PIC X(14) VALUE "Mardi".
           02 FILLER PIC X(14) VALUE "Mercredi".
           02 FILLER PIC X(14) VALUE "Jeudi".
           02 FILLER PIC X(14) VALUE "Vendredi".
       01 REDEFINES joursVal.
           02 libelleJour OCCURS 5     PIC X(14).
       01 jour                         PIC 9.
       01 periode                      PIC 9.
       01 creneau                      PIC 99.
       01 creneauChoisi                PIC 99.

       01 tabCours.
           02 coursTab OCCURS 100.
               03 codeCoursTab         PIC X(6).
               03 coefCoursTab         PIC 99.
       01 nbCours                      PIC 999 VALUE 0.
       01 indCours                     PIC 999.
       01 indCoursTrouve               PIC 999.
       01 coefBrut                     PIC XX.
       01 coefBrutNum REDEFINES coefBrut PIC 99.

       01 tabSalles.
           02 salleTab OCCURS 100.
               03 codeSalleTab         PIC X(6).
               03 capaciteSalleTab     PIC 999.
               03 paireSalle OCCURS 40 PIC 9(4).
       01 nbSalles                     PIC 999 VALUE 0.
       01 indSalle                     PIC 999.
       01 indSalleChoisie              PIC 999.
       01 capaciteMin                  PIC 999.
       01 capaciteSalleBrute           PIC X(3).
       01 capaciteSalleNum REDEFINES capaciteSalleBrute PIC 999.

       01 cleGroupe.
           02 codeSectionCle           PIC XX.
           02 anneeCle                 PIC 9.
           02 lettreGroupeCle          PIC X.

      *    Pour chaque groupe et chaque creneau : la paire cours/groupe
      *    placee (0 = libre) et la salle ou elle se tient.
       01 tabGroupes.
           02 groupeTab OCCURS 300.
               03 cleGroupeTab         PIC X(4).
               03 nbEtudiantsGroupe    PIC 999.
               03 indSalleReference    PIC 999.
               03 creneauGroupe OCCURS 40.
                   04 paireGroupe      PIC 9(4).
                   04 salleGroupe      PIC 999.
       01 nbGroupes                    PIC 999 VALUE 0.
       01 indGroupe                    PIC 999.
       01 indGroupeTrouve              PIC 999.
       01 groupeCherche                PIC X(4).

       01 tabPaires.
           02 paireTab OCCURS 999.
               03 codeCoursPaireTab    PIC X(6).
               03 groupePaireTab       PIC X(4).
               03 indCoursPaire        PIC 999.
               03 indGroupePaire       PIC 999.
               03 periodesDues         PIC 99.
               03 periodesPlacees      PIC 99.
               03 motifNonPlace        PIC X(30).
       01 nbPaires                     PIC 9(4) VALUE 0.
       01 indPaire                     PIC 9(4).

       01 etalerSW                     PIC X VALUE "O".
           88 etalerSurLaSemaine       VALUE "O".
       01 coursDejaCeJourSW            PIC X VALUE "N".
           88 coursDejaCeJour          VALUE "O".
       01 periodeJour                  PIC 9.
       01 creneauJour                  PIC 99.

       01 nbPeriodesPlacees            PIC 9(5) VALUE 0.
       01 nbPeriodesDues               PIC 9(5) VALUE 0.
       01 nbNonPlacees                 PIC 9(4) VALUE 0.
       01 nbPeriodesPlacees-ed         PIC ZZZZ9.
       01 nbPeriodesDues-ed            PIC ZZZZ9.
       01 nbNonPlacees-ed              PIC ZZZ9.

       01 titreEtatGroupes             PIC X(40)
          VALUE "Horaire hebdomadaire par groupe".
       01 titreEtatSalles              PIC X(40)
          VALUE "Horaire hebdomadaire par salle".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteJours.
           02 FILLER                   PIC X(5) VALUE "Per. ".
           02 enteteJour-ed OCCURS 5   PIC X(14).
       01 ligneTitreGroupe.
           02 FILLER                   PIC X(7) VALUE "Groupe ".
           02 cleTitreGroupe-ed        PIC X(4).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nbEtudiantsTitre-ed      PIC ZZ9.
           02 FILLER                   PIC X(22)
              VALUE " etudiants - salle de ".
           02 FILLER                   PIC X(12) VALUE "reference : ".
           02 salleTitreGroupe-ed      PIC X(6).
       01 ligneTitreSalle.
           02 FILLER                   PIC X(6) VALUE "Salle ".
           02 codeTitreSalle-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 capaciteTitre-ed         PIC ZZ9.
           02 FILLER                   PIC X(7) VALUE " places".
       01 lignePeriode.
           02 FILLER                   PIC X VALUE "P".
           02 periode-ed               PIC 9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 cellule-ed OCCURS 5      PIC X(14).
       01 celluleGroupe.
           02 coursCellule-ed          PIC X(6).
           02 FILLER                   PIC X VALUE "/".
           02 salleCellule-ed          PIC X(6).
       01 celluleSalle.
           02 groupeCellule-ed         PIC X(4).
           02 FILLER                   PIC X VALUE SPACE.
           02 coursCelluleSalle-ed     PIC X(6).
       01 ligneTitreNonPlacees         PIC X(70) VALUE
          "Paires cours/groupe non placees ou placees en partie :".
       01 ligneNonPlacee.
           02 FILLER                   PIC X(6) VALUE "Cours ".
           02 coursNonPlace-ed         PIC X(6).
           02 FILLER                   PIC X(8) VALUE " groupe ".
           02 groupeNonPlace-ed        PIC X(4).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 placeesNonPlace-ed       PIC Z9.
           02 FILLER                   PIC X(5) VALUE " sur ".
           02 duesNonPlace-ed          PIC Z9.
           02 FILLER                   PIC X(12) VALUE " periodes - ".
           02 motifNonPlace-ed         PIC X(30).

       PROCEDURE DIVISION.

      *****************************************************************
      *    Horaire hebdomadaire des groupes : chaque paire
      *    cours/groupe de CoursGroupes.seq recoit autant de periodes
      *    que le coefficient du cours. Un groupe n'a jamais deux
      *    cours sur un meme creneau et une salle n'accueille jamais
      *    deux groupes a la fois. Le groupe garde sa salle de
      *    reference du plan des salles quand elle est libre, sinon
      *    la plus petite salle libre qui le contient.
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerSalles.
           IF nbSalles = 0
               DISPLAY "Salles.seq absent ou vide, horaire impossible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM chargerCours.
           PERFORM recenserGroupes.
           PERFORM chargerPlanSalles.
           PERFORM chargerPaires.
           PERFORM VARYING indPaire FROM 1 BY 1
                   UNTIL indPaire > nbPaires
               PERFORM placerPaire
           END-PERFORM.
           PERFORM imprimerHorairesGroupes.
           PERFORM imprimerHorairesSalles.
           MOVE nbPeriodesDues TO nbPeriodesDues-ed.
           MOVE nbPeriodesPlacees TO nbPeriodesPlacees-ed.
           MOVE nbNonPlacees TO nbNonPlacees-ed.
           DISPLAY "Periodes placees: " nbPeriodesPlacees-ed
                   " sur " nbPeriodesDues-ed.
           DISPLAY "Paires non placees ou incompletes: "
                   nbNonPlacees-ed.
           IF nbNonPlacees NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       chargerSalles.
           OPEN INPUT FiSalles.
           IF fiSallesOK
               READ FiSalles END-READ
               PERFORM UNTIL finFiSalles OR nbSalles >= 100
                   MOVE capaciteSalleX TO capaciteSalleBrute
                   INSPECT capaciteSalleBrute
                           REPLACING LEADING " " BY "0"
                   IF capaciteSalleBrute NUMERIC
                       ADD 1 TO nbSalles
                       MOVE codeSalleRef TO codeSalleTab(nbSalles)
                       MOVE capaciteSalleNum
                            TO capaciteSalleTab(nbSalles)
                       PERFORM VARYING creneau FROM 1 BY 1
                               UNTIL creneau > 40
                           MOVE 0 TO paireSalle(nbSalles, creneau)
                       END-PERFORM
                   ELSE
                       DISPLAY "Salle a la capacite illisible "
                               "ignoree: " codeSalleRef
                   END-IF
                   READ FiSalles END-READ
               END-PERFORM
           END-IF.
           CLOSE FiSalles.

      *    Le coefficient du cours donne son nombre de periodes par
      *    semaine.
       chargerCours.
           OPEN INPUT FiCours.
           IF fiCoursOK
               READ FiCours END-READ
               PERFORM UNTIL finFiCours OR nbCours >= 100
                   MOVE coefCoursX TO coefBrut
                   INSPECT coefBrut REPLACING LEADING " " BY "0"
                   IF coefBrut NUMERIC AND coefBrutNum NOT = 0
                       ADD 1 TO nbCours
                       MOVE codeCours TO codeCoursTab(nbCours)
                       MOVE coefBrutNum TO coefCoursTab(nbCours)
                   ELSE
                       DISPLAY "Cours au coefficient illisible "
                               "ignore: " codeCours
                   END-IF
                   READ FiCours END-READ
               END-PERFORM
           ELSE
               DISPLAY "Cours.seq absent, statut: " fs-fiCours
           END-IF.
           CLOSE FiCours.

       recenserGroupes.
           OPEN INPUT FiEtud.
           IF NOT fiEtudOK
               DISPLAY "FiEtud introuvable ou inaccessible, code "
                       "statut: " fs-fiEtud
               STOP RUN
           END-IF.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud
               PERFORM cumulerGroupe
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.

       cumulerGroupe.
           MOVE codeSection TO codeSectionCle.
           MOVE annee TO anneeCle.
           MOVE lettreGroupe TO lettreGroupeCle.
           MOVE cleGroupe TO groupeCherche.
           PERFORM trouverGroupe.
           IF indGroupeTrouve NOT = 0
               ADD 1 TO nbEtudiantsGroupe(indGroupeTrouve)
           ELSE
               IF nbGroupes >= 300
                   DISPLAY "ATTENTION: plus de 300 groupes, horaire "
                           "incomplet"
               ELSE
                   ADD 1 TO nbGroupes
                   MOVE cleGroupe TO cleGroupeTab(nbGroupes)
                   MOVE 1 TO nbEtudiantsGroupe(nbGroupes)
                   MOVE 0 TO indSalleReference(nbGroupes)
                   PERFORM VARYING creneau FROM 1 BY 1
                           UNTIL creneau > 40
                       MOVE 0 TO paireGroupe(nbGroupes, creneau)
                       MOVE 0 TO salleGroupe(nbGroupes, creneau)
                   END-PERFORM
               END-IF
           END-IF.

       trouverGroupe.
           MOVE 0 TO indGroupeTrouve.
           PERFORM VARYING indGroupe FROM 1 BY 1
                   UNTIL indGroupe > nbGroupes
                      OR indGroupeTrouve NOT = 0
               IF cleGroupeTab(indGroupe) = groupeCherche
                   MOVE indGroupe TO indGroupeTrouve
               END-IF
           END-PERFORM.

      *    Sans plan des salles, chaque periode prend la plus petite
      *    salle libre qui contient le groupe.
       chargerPlanSalles.
           OPEN INPUT FiPlan.
           IF fiPlanOK
               READ FiPlan END-READ
               PERFORM UNTIL finFiPlan
                   IF sallePlan NOT = SPACES
                       MOVE cleGroupePlan TO groupeCherche
                       PERFORM trouverGroupe
                       IF indGroupeTrouve NOT = 0
                           PERFORM salleReferenceGroupe
                       END-IF
                   END-IF
                   READ FiPlan END-READ
               END-PERFORM
           ELSE
               DISPLAY "PlanSalles.seq absent, salles choisies a "
                       "chaque periode"
           END-IF.
           CLOSE FiPlan.

       salleReferenceGroupe.
           PERFORM VARYING indSalle FROM 1 BY 1
                   UNTIL indSalle > nbSalles
               IF codeSalleTab(indSalle) = sallePlan
                   MOVE indSalle TO indSalleReference(indGroupeTrouve)
               END-IF
           END-PERFORM.

       chargerPaires.
           OPEN INPUT FiCoursGroupes.
           IF NOT fiCoursGroupesOK
               DISPLAY "CoursGroupes.seq absent, statut: "
                       fs-fiCoursGroupes ", aucun cours a placer"
           ELSE
               READ FiCoursGroupes END-READ
               PERFORM UNTIL finFiCoursGroupes OR nbPaires >= 999
                   ADD 1 TO nbPaires
                   PERFORM enregistrerPaire
                   READ FiCoursGroupes END-READ
               END-PERFORM
               IF NOT finFiCoursGroupes
                   DISPLAY "ATTENTION: plus de 999 paires cours/"
                           "groupe, suite ignoree"
               END-IF
           END-IF.
           CLOSE FiCoursGroupes.

       enregistrerPaire.
           MOVE codeCoursPaire TO codeCoursPaireTab(nbPaires).
           MOVE groupePaire TO groupePaireTab(nbPaires).
           MOVE 0 TO periodesDues(nbPaires).
           MOVE 0 TO periodesPlacees(nbPaires).
           MOVE SPACES TO motifNonPlace(nbPaires).
           MOVE 0 TO indCoursTrouve.
           PERFORM VARYING indCours FROM 1 BY 1
                   UNTIL indCours > nbCours OR indCoursTrouve NOT = 0
               IF codeCoursTab(indCours) = codeCoursPaire
                   MOVE indCours TO indCoursTrouve
               END-IF
           END-PERFORM.
           MOVE groupePaire TO groupeCherche.
           PERFORM trouverGroupe.
           MOVE indCoursTrouve TO indCoursPaire(nbPaires).
           MOVE indGroupeTrouve TO indGroupePaire(nbPaires).
           EVALUATE TRUE
               WHEN indCoursTrouve = 0
                   MOVE "cours absent de Cours.seq"
                        TO motifNonPlace(nbPaires)
               WHEN indGroupeTrouve = 0
                   MOVE "groupe sans etudiant"
                        TO motifNonPlace(nbPaires)
               WHEN OTHER
                   MOVE coefCoursTab(indCoursTrouve)
                        TO periodesDues(nbPaires)
           END-EVALUATE.
           IF periodesDues(nbPaires) = 0
               MOVE 1 TO periodesDues(nbPaires)
           END-IF.
           ADD periodesDues(nbPaires) TO nbPeriodesDues.

      *****************************************************************
      *    Chaque periode due est placee d'abord sur un jour ou le
      *    groupe n'a pas encore ce cours, les creneaux etant balayes
      *    periode par periode sur toute la semaine pour etaler les
      *    cours; a defaut, un second passage accepte un jour ou le
      *    cours figure deja.
      *****************************************************************
       placerPaire.
           IF motifNonPlace(indPaire) = SPACES
               MOVE indGroupePaire(indPaire) TO indGroupe
               PERFORM UNTIL periodesPlacees(indPaire)
                             >= periodesDues(indPaire)
                          OR motifNonPlace(indPaire) NOT = SPACES
                   MOVE "O" TO etalerSW
                   PERFORM chercherCreneau
                   IF creneauChoisi = 0
                       MOVE "N" TO etalerSW
                       PERFORM chercherCreneau
                   END-IF
                   IF creneauChoisi = 0
                       MOVE "aucun creneau ni salle libre"
                            TO motifNonPlace(indPaire)
                   ELSE
                       MOVE indPaire
                            TO paireGroupe(indGroupe, creneauChoisi)
                       MOVE indSalleChoisie
                            TO salleGroupe(indGroupe, creneauChoisi)
                       MOVE indPaire
                            TO paireSalle(indSalleChoisie,
                                          creneauChoisi)
                       ADD 1 TO periodesPlacees(indPaire)
                       ADD 1 TO nbPeriodesPlacees
                   END-IF
               END-PERFORM
           END-IF.
           IF periodesPlacees(indPaire) < periodesDues(indPaire)
               ADD 1 TO nbNonPlacees
           END-IF.

       chercherCreneau.
           MOVE 0 TO creneauChoisi.
           PERFORM VARYING periode FROM 1 BY 1
                   UNTIL periode > nbPeriodes OR creneauChoisi NOT = 0
               PERFORM VARYING jour FROM 1 BY 1
                       UNTIL jour > nbJours OR creneauChoisi NOT = 0
                   COMPUTE creneau = (jour - 1) * 8 + periode
                   IF paireGroupe(indGroupe, creneau) = 0
                       PERFORM verifierJour
                       IF NOT coursDejaCeJour
                          OR NOT etalerSurLaSemaine
                           PERFORM choisirSalle
                           IF indSalleChoisie NOT = 0
                               MOVE creneau TO creneauChoisi
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       verifierJour.
           MOVE "N" TO coursDejaCeJourSW.
           PERFORM VARYING periodeJour FROM 1 BY 1
                   UNTIL periodeJour > nbPeriodes
               COMPUTE creneauJour = (jour - 1) * 8 + periodeJour
               IF paireGroupe(indGroupe, creneauJour) NOT = 0
                   IF codeCoursPaireTab(paireGroupe(indGroupe,
                                                    creneauJour))
                      = codeCoursPaireTab(indPaire)
                       MOVE "O" TO coursDejaCeJourSW
                   END-IF
               END-IF
           END-PERFORM.

       choisirSalle.
           MOVE 0 TO indSalleChoisie.
           IF indSalleReference(indGroupe) NOT = 0
               IF paireSalle(indSalleReference(indGroupe), creneau) = 0
                   MOVE indSalleReference(indGroupe) TO indSalleChoisie
               END-IF
           END-IF.
           IF indSalleChoisie = 0
               MOVE 999 TO capaciteMin
               PERFORM VARYING indSalle FROM 1 BY 1
                       UNTIL indSalle > nbSalles
                   IF paireSalle(indSalle, creneau) = 0
                      AND capaciteSalleTab(indSalle)
                          >= nbEtudiantsGroupe(indGroupe)
                      AND (indSalleChoisie = 0
                           OR capaciteSalleTab(indSalle) < capaciteMin)
                       MOVE capaciteSalleTab(indSalle) TO capaciteMin
                       MOVE indSalle TO indSalleChoisie
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *    Une grille par groupe (cours/salle par jour et periode),
      *    dans l'ordre des paires lues, puis la liste des paires non
      *    placees ou placees en partie avec leur motif.
      *****************************************************************
       imprimerHorairesGroupes.
           PERFORM preparerEnteteJours.
           CALL "ETAT-OUVRIR" USING cheminFiHorGroupes
                                    titreEtatGroupes
                                    enteteEtatTampon.
           PERFORM VARYING indGroupe FROM 1 BY 1
                   UNTIL indGroupe > nbGroupes
               MOVE cleGroupeTab(indGroupe) TO cleTitreGroupe-ed
               MOVE nbEtudiantsGroupe(indGroupe)
                    TO nbEtudiantsTitre-ed
               IF indSalleReference(indGroupe) = 0
                   MOVE "aucune" TO salleTitreGroupe-ed
               ELSE
                   MOVE codeSalleTab(indSalleReference(indGroupe))
                        TO salleTitreGroupe-ed
               END-IF
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneTitreGroupe TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               PERFORM VARYING periode FROM 1 BY 1
                       UNTIL periode > nbPeriodes
                   PERFORM imprimerPeriodeGroupe
               END-PERFORM
               MOVE SPACES TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.
           IF nbNonPlacees NOT = 0
               MOVE ligneTitreNonPlacees TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               PERFORM VARYING indPaire FROM 1 BY 1
                       UNTIL indPaire > nbPaires
                   IF periodesPlacees(indPaire)
                      < periodesDues(indPaire)
                       PERFORM imprimerPaireNonPlacee
                   END-IF
               END-PERFORM
           END-IF.
           CALL "ETAT-FERMER".

       imprimerPeriodeGroupe.
           MOVE periode TO periode-ed.
           PERFORM VARYING jour FROM 1 BY 1 UNTIL jour > nbJours
               COMPUTE creneau = (jour - 1) * 8 + periode
               IF paireGroupe(indGroupe, creneau) = 0
                   MOVE SPACES TO cellule-ed(jour)
               ELSE
                   MOVE codeCoursPaireTab(paireGroupe(indGroupe,
                                                      creneau))
                        TO coursCellule-ed
                   MOVE codeSalleTab(salleGroupe(indGroupe, creneau))
                        TO salleCellule-ed
                   MOVE celluleGroupe TO cellule-ed(jour)
               END-IF
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           MOVE lignePeriode TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerPaireNonPlacee.
           MOVE codeCoursPaireTab(indPaire) TO coursNonPlace-ed.
           MOVE groupePaireTab(indPaire) TO groupeNonPlace-ed.
           MOVE periodesPlacees(indPaire) TO placeesNonPlace-ed.
           MOVE periodesDues(indPaire) TO duesNonPlace-ed.
           MOVE motifNonPlace(indPaire) TO motifNonPlace-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneNonPlacee TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerHorairesSalles.
           PERFORM preparerEnteteJours.
           CALL "ETAT-OUVRIR" USING cheminFiHorSalles
                                    titreEtatSalles
                                    enteteEtatTampon.
           PERFORM VARYING indSalle FROM 1 BY 1
                   UNTIL indSalle > nbSalles
               MOVE codeSalleTab(indSalle) TO codeTitreSalle-ed
               MOVE capaciteSalleTab(indSalle) TO capaciteTitre-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneTitreSalle TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               PERFORM VARYING periode FROM 1 BY 1
                       UNTIL periode > nbPeriodes
                   PERFORM imprimerPeriodeSalle
               END-PERFORM
               MOVE SPACES TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.
           CALL "ETAT-FERMER".

       imprimerPeriodeSalle.
           MOVE periode TO periode-ed.
           PERFORM VARYING jour FROM 1 BY 1 UNTIL jour > nbJours
               COMPUTE creneau = (jour - 1) * 8 + periode
               IF paireSalle(indSalle, creneau) = 0
                   MOVE SPACES TO cellule-ed(jour)
               ELSE
                   MOVE groupePaireTab(paireSalle(indSalle, creneau))
                        TO groupeCellule-ed
                   MOVE codeCoursPaireTab(paireSalle(indSalle,
                                                     creneau))
                        TO coursCelluleSalle-ed
                   MOVE celluleSalle TO cellule-ed(jour)
               END-IF
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           MOVE lignePeriode TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       preparerEnteteJours.
           PERFORM VARYING jour FROM 1 BY 1 UNTIL jour > nbJours
               MOVE libelleJour(jour) TO enteteJour-ed(jour)
           END-PERFORM.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteJours TO enteteEtatTampon.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCours
                         NOMFIC BY "Cours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCoursGroupes
                         NOMFIC BY "CoursGroupes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSalles
                         NOMFIC BY "Salles.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPlan
                         NOMFIC BY "PlanSalles.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHorGroupes
                         NOMFIC BY "HorairesGroupes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHorSalles
                         NOMFIC BY "HorairesSalles.seq".

       END PROGRAM HorairesGeneration.
