       PROGRAM-ID. CotesCorrections AS "CotesCorrections".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiCorrections
               ASSIGN TO DYNAMIC cheminFiCorrections
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCorrections.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiCours ASSIGN TO DYNAMIC cheminFiCours
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCours.

           SELECT OPTIONAL FiInscriptions
               ASSIGN TO DYNAMIC cheminFiInscriptions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiInscriptions.

           SELECT OPTIONAL FiCotesCours
               ASSIGN TO DYNAMIC cheminFiCotesCours
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCotesCours.

           SELECT OPTIONAL FiCotesSession2
               ASSIGN TO DYNAMIC cheminFiCotesSession2
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCotesSession2.

           SELECT OPTIONAL FiCarnetExtrait
               ASSIGN TO DYNAMIC cheminFiCarnetExtrait
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCarnetExtrait.

           SELECT OPTIONAL FiDecisionsExtrait
               ASSIGN TO DYNAMIC cheminFiDecisionsExtrait
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiDecisionsExt.

           SELECT OPTIONAL FiArchive ASSIGN TO DYNAMIC cheminFiArchive
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS cleArchive
                         FILE STATUS IS fs-fiArchive.

           SELECT FiAuditCorrections
               ASSIGN TO DYNAMIC cheminFiAuditCorrections
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAuditCorrections.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *    Corrections de cotes : matricule, cours, ancienne et
      *    nouvelle cote (dixiemes implicites), motif et personne
      *    qui autorise la correction.
      *****************************************************************
       FD FiCorrections.
       01 engCorrection.
           02 matriculeCorr            PIC X(6).
           02 FILLER                   PIC X.
           02 codeCoursCorr            PIC X(6).
           02 FILLER                   PIC X.
           02 ancienneCoteCorrX        PIC XXX.
           02 FILLER                   PIC X.
           02 nouvelleCoteCorrX        PIC XXX.
           02 FILLER                   PIC X.
           02 motifCorr                PIC X(30).
           02 FILLER                   PIC X.
           02 autoriseParCorr          PIC X(20).

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiCours.
       01 engCours.
           02 codeCours                PIC X(6).
           02 titreCours               PIC X(30).
           02 coefCoursX               PIC XX.

       FD FiInscriptions.
       01 engInscription.
           COPY "InscriptionCours.cpy".

       FD FiCotesCours.
       01 engCoteCours.
           02 nomEtudiantCote          PIC X(30).
           02 codeCoursCote            PIC X(6).
           02 coteCoursX               PIC XXX.

       FD FiCotesSession2.
       01 engCoteSession2.
           02 nomSession2              PIC X(30).
           02 coteSession2X            PIC XXX.

       FD FiCarnetExtrait.
       01 engCarnetExtrait.
           02 nomExtrait               PIC X(30).
           02 FILLER                   PIC X.
           02 moyenneExtrait           PIC 9(4).
           02 FILLER                   PIC X.
           02 mentionExtrait           PIC X(15).

       FD FiDecisionsExtrait.
       01 engDecisionExtrait.
           02 nomExtraitDec            PIC X(30).
           02 FILLER                   PIC X.
           02 decisionExtraitDec       PIC X(10).
           02 FILLER                   PIC X.
           02 coteRetenueExtraitDec    PIC 999.

       FD FiArchive.
       01 engArchive.
           COPY "ResultArch.cpy".

       FD FiAuditCorrections.
       01 engAuditCorrection.
           COPY "CorrectionCote.cpy".

       FD FiRejets.
       01 engRejet                     PIC X(90).

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiCorrections PIC X(80) VALUE "CorrectionsCotes.seq".
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiCours PIC X(80) VALUE "Cours.seq".
       01 cheminFiInscriptions PIC X(80) VALUE "Inscriptions.seq".
       01 cheminFiCotesCours PIC X(80) VALUE "CotesCours.seq".
       01 cheminFiCotesSession2 PIC X(80) VALUE "CotesSess2.seq".
       01 cheminFiCarnetExtrait PIC X(80) VALUE "CarnetExtrait.seq".
       01 cheminFiDecisionsExtrait PIC X(80) VALUE
          "DecisionsExtrait.seq".
       01 cheminFiArchive PIC X(80) VALUE "ArchiveResultats.idx".
       01 cheminFiAuditCorrections PIC X(80) VALUE
          "CorrectionsCotesAudit.seq".
       01 cheminFiRejets PIC X(80) VALUE "CorrectionsCotesRejets.seq".
       01 cheminFiImpact PIC X(80) VALUE "CorrectionsImpact.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCorrections
                                        FSOK BY fiCorrectionsOK
                                        FSFIN BY finFiCorrections
                                        FSABSENT BY fiCorrectionsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCours
                                        FSOK BY fiCoursOK
                                        FSFIN BY finFiCours
                                        FSABSENT BY fiCoursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiInscriptions
                                        FSOK BY fiInscriptionsOK
                                        FSFIN BY finFiInscriptions
                                        FSABSENT BY fiInscriptionsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCotesCours
                                        FSOK BY fiCotesCoursOK
                                        FSFIN BY finFiCotesCours
                                        FSABSENT BY fiCotesCoursAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCotesSession2
                                        FSOK BY fiCotesSession2OK
                                        FSFIN BY finFiCotesSession2
                                        FSABSENT BY fiCotesSess2Abs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCarnetExtrait
                                        FSOK BY fiCarnetExtraitOK
                                        FSFIN BY finFiCarnetExtrait
                                        FSABSENT BY fiCarnetExtraitAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDecisionsExt
                                        FSOK BY fiDecisionsExtOK
                                        FSFIN BY finFiDecisionsExt
                                        FSABSENT BY fiDecisionsExtAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiArchive
                                        FSOK BY fiArchiveOK
                                        FSFIN BY fiArchiveFin
                                        FSABSENT BY fiArchiveAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAuditCorrections
                                        FSOK BY fiAuditCorrectionsOK
                                        FSFIN BY fiAuditCorrectionsFin
                                        FSABSENT BY fiAuditCorrAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 resteDateJour            PIC 9(4).
       01 heureJour                    PIC 9(8).

      *    Etudiants touches : decision et moyenne d'origine gardees
      *    pour la liste des changements.
       01 tabEtudiants.
           02 etudiantTab OCCURS 2000.
               03 nomEtudiantTab       PIC X(30).
               03 matriculeEtudiantTab PIC X(6).
               03 etudiantTouchSW      PIC X.
                   88 etudiantTouche   VALUE "O".
               03 decisionOrigineTab   PIC X(10).
               03 decisionFinaleTab    PIC X(10).
               03 moyenneFinaleTab     PIC 99V99.
               03 mentionFinaleTab     PIC X(15).
               03 coteRetenueFinaleTab PIC 99V9.
       01 nbEtudiants                  PIC 9(4) VALUE 0.
       01 indEtudiant                  PIC 9(4).
       01 indEtudiantTrouve            PIC 9(4).

       01 tabCours.
           02 coursTab OCCURS 30.
               03 codeCoursTab         PIC X(6).
               03 coefCoursTab         PIC 99.
       01 nbCours                      PIC 99 VALUE 0.
       01 indCours                     PIC 99.
       01 indCoursTrouve               PIC 99.
       01 coefBrut                     PIC XX.
       01 coefBrutNum REDEFINES coefBrut PIC 99.

       01 inscriptionsSW               PIC X VALUE "N".
           88 inscriptionsDisponibles  VALUE "O".
       01 tabInscriptions.
           02 inscriptionTab OCCURS 9999.
               03 matriculeInscrTab    PIC X(6).
               03 codeCoursInscrTab    PIC X(6).
       01 nbInscriptions               PIC 9(4) VALUE 0.
       01 indInscription               PIC 9(4).
       01 inscritSW                    PIC X VALUE "N".
           88 inscritAuCours           VALUE "O".

       01 tabCotes.
           02 coteTab OCCURS 20000.
               03 nomCoteTab           PIC X(30).
               03 codeCoursCoteTab     PIC X(6).
               03 coteCoteTabX         PIC XXX.
       01 nbCotes                      PIC 9(5) VALUE 0.
       01 indCote                      PIC 9(5).
       01 indCoteTrouvee               PIC 9(5).

       01 tabSession2.
           02 session2Tab OCCURS 2000.
               03 nomSession2Tab       PIC X(30).
               03 coteSession2Tab      PIC 99V9.
       01 nbSession2                   PIC 9(4) VALUE 0.
       01 indSession2                  PIC 9(4).

       01 tabCarnet.
           02 carnetTab OCCURS 2000    PIC X(51).
       01 nbCarnet                     PIC 9(4) VALUE 0.
       01 indCarnet                    PIC 9(4).
       01 tabDecisions.
           02 decisionTab OCCURS 2000  PIC X(45).
       01 nbDecisions                  PIC 9(4) VALUE 0.
       01 indDecision                  PIC 9(4).

       01 coteBrute                    PIC XXX.
       01 coteBruteNum REDEFINES coteBrute PIC 99V9.
       01 ancienneCote                 PIC 99V9.
       01 nouvelleCote                 PIC 99V9.
       01 coteTrouvee                  PIC 99V9.

      *    Calcul de la moyenne ponderee d'un etudiant, comme au
      *    carnet : la derniere cote lue d'un cours est retenue.
       01 nomCalcul                    PIC X(30).
       01 matriculeCalcul              PIC X(6).
       01 tabCotesCalcul.
           02 coteCalcul OCCURS 30.
               03 coteCalculValeur     PIC 99V9.
               03 coteCalculPresente   PIC X.
       01 sommePonderee                PIC 9(6)V9.
       01 sommeCoefs                   PIC 9(4).
       01 moyenneCalculee              PIC 99V99.
       01 mentionCalculee              PIC X(15).
       01 coteRetenue                  PIC 99V9.
       01 cote2Calcul                  PIC 99V9.
       01 cote2PresenteSW              PIC X VALUE "N".
           88 cote2Presente            VALUE "O".
       01 decisionCalculee             PIC X(10).
       01 moyenneAvant                 PIC 99V99.
       01 decisionAvant                PIC X(10).
       01 moyenneEntiere               PIC 9(4).
       01 coteRetenueEntiere           PIC 999.

       01 raisonRejet                  PIC X(30).
       01 nbCorrectionsLues            PIC 9(4) VALUE 0.
       01 nbCorrectionsAppliquees      PIC 9(4) VALUE 0.
       01 nbCorrectionsRejetees        PIC 9(4) VALUE 0.
       01 nbChangementsDecision        PIC 9(4) VALUE 0.
       01 nbArchivesMisesAJour         PIC 9(4) VALUE 0.
       01 nbCorrectionsLues-ed         PIC ZZZ9.
       01 nbCorrectionsAppliquees-ed   PIC ZZZ9.
       01 nbCorrectionsRejetees-ed     PIC ZZZ9.
       01 nbChangementsDecision-ed     PIC ZZZ9.
       01 nbArchivesMisesAJour-ed      PIC ZZZ9.

       01 ligneRejet.
           02 matriculeRejet-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 coursRejet-ed            PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 ancienneRejet-ed         PIC X(3).
           02 FILLER                   PIC X(4) VALUE " -> ".
           02 nouvelleRejet-ed         PIC X(3).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(30).

       01 titreEtatImpact              PIC X(40)
          VALUE "Decisions modifiees par les corrections".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteImpact.
           02 FILLER                   PIC X(9) VALUE "Matr.".
           02 FILLER                   PIC X(33) VALUE "Nom".
           02 FILLER                   PIC X(9) VALUE "Moyenne".
           02 FILLER                   PIC X(27)
              VALUE "Decision avant -> apres".
           02 FILLER                   PIC X(20) VALUE "Promotion".
       01 ligneImpact.
           02 matriculeImpact-ed       PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomImpact-ed             PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 moyenneImpact-ed         PIC Z9.99.
           02 FILLER                   PIC X(4) VALUE "  - ".
           02 decisionAvantImpact-ed   PIC X(10).
           02 FILLER                   PIC X(4) VALUE " -> ".
           02 decisionApresImpact-ed   PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 promotionImpact-ed       PIC X(20).
       01 ligneAucunImpact             PIC X(50)
          VALUE "Aucune decision ni promotion modifiee".

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "CotesCorrections"
                         NIVEAU BY "M".
           PERFORM determinerExercice.
           PERFORM chargerEtudiants.
           PERFORM chargerCours.
           PERFORM chargerInscriptions.
           PERFORM chargerCotes.
           PERFORM chargerSession2.
           PERFORM chargerExtraits.
           OPEN OUTPUT FiRejets.
           PERFORM appliquerCorrections.
           CLOSE FiRejets.
           IF nbCorrectionsAppliquees NOT = 0
               PERFORM reecrireCotes
               PERFORM reecrireExtraits
               PERFORM mettreAJourArchive
           END-IF.
           PERFORM imprimerImpact.
           MOVE nbCorrectionsLues TO nbCorrectionsLues-ed.
           DISPLAY "Corrections lues: " nbCorrectionsLues-ed.
           MOVE nbCorrectionsAppliquees TO nbCorrectionsAppliquees-ed.
           DISPLAY "Corrections appliquees: "
                   nbCorrectionsAppliquees-ed.
           MOVE nbCorrectionsRejetees TO nbCorrectionsRejetees-ed.
           DISPLAY "Corrections rejetees: " nbCorrectionsRejetees-ed.
           MOVE nbArchivesMisesAJour TO nbArchivesMisesAJour-ed.
           DISPLAY "Fiches d'archive mises a jour: "
                   nbArchivesMisesAJour-ed.
           MOVE nbChangementsDecision TO nbChangementsDecision-ed.
           DISPLAY "Etudiants dont la decision change: "
                   nbChangementsDecision-ed.
           IF nbCorrectionsRejetees NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       determinerExercice.
           DISPLAY "Exercice corrige (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               MOVE anneeJour TO exerciceCourant
           END-IF.
           DISPLAY "Corrections sur l'exercice " exerciceCourant.

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
               MOVE "N" TO etudiantTouchSW(nbEtudiants)
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.

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
           END-IF.
           CLOSE FiCours.
           IF nbCours = 0
               DISPLAY "Aucun cours dans Cours.seq, corrections "
                       "impossibles"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       chargerInscriptions.
           OPEN INPUT FiInscriptions.
           IF fiInscriptionsOK
               MOVE "O" TO inscriptionsSW
               READ FiInscriptions END-READ
               PERFORM UNTIL finFiInscriptions
                       OR nbInscriptions >= 9999
                   IF exerciceInscr = exerciceCourant
                      AND (inscrInscrit OR inscrReporte)
                       ADD 1 TO nbInscriptions
                       MOVE matriculeInscr
                            TO matriculeInscrTab(nbInscriptions)
                       MOVE codeCoursInscr
                            TO codeCoursInscrTab(nbInscriptions)
                   END-IF
                   READ FiInscriptions END-READ
               END-PERFORM
           END-IF.
           CLOSE FiInscriptions.

       chargerCotes.
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
               IF nbCotes >= 20000
                   DISPLAY "Plus de 20000 cotes, corrections "
                           "abandonnees"
                   CLOSE FiCotesCours
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO nbCotes
               MOVE nomEtudiantCote TO nomCoteTab(nbCotes)
               MOVE codeCoursCote TO codeCoursCoteTab(nbCotes)
               MOVE coteCoursX TO coteCoteTabX(nbCotes)
               READ FiCotesCours END-READ
           END-PERFORM.
           CLOSE FiCotesCours.

       chargerSession2.
           OPEN INPUT FiCotesSession2.
           IF fiCotesSession2OK
               READ FiCotesSession2 END-READ
               PERFORM UNTIL finFiCotesSession2 OR nbSession2 >= 2000
                   MOVE coteSession2X TO coteBrute
                   INSPECT coteBrute REPLACING LEADING " " BY "0"
                   IF coteBrute NUMERIC
                       ADD 1 TO nbSession2
                       MOVE nomSession2 TO nomSession2Tab(nbSession2)
                       MOVE coteBruteNum
                            TO coteSession2Tab(nbSession2)
                   END-IF
                   READ FiCotesSession2 END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCotesSession2.

       chargerExtraits.
           OPEN INPUT FiCarnetExtrait.
           IF fiCarnetExtraitOK
               READ FiCarnetExtrait END-READ
               PERFORM UNTIL finFiCarnetExtrait OR nbCarnet >= 2000
                   ADD 1 TO nbCarnet
                   MOVE engCarnetExtrait TO carnetTab(nbCarnet)
                   READ FiCarnetExtrait END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCarnetExtrait.
           OPEN INPUT FiDecisionsExtrait.
           IF fiDecisionsExtOK
               READ FiDecisionsExtrait END-READ
               PERFORM UNTIL finFiDecisionsExt OR nbDecisions >= 2000
                   ADD 1 TO nbDecisions
                   MOVE engDecisionExtrait TO decisionTab(nbDecisions)
                   READ FiDecisionsExtrait END-READ
               END-PERFORM
           END-IF.
           CLOSE FiDecisionsExtrait.

       appliquerCorrections.
           OPEN INPUT FiCorrections.
           IF fiCorrectionsOK
               READ FiCorrections END-READ
               PERFORM UNTIL finFiCorrections
                   ADD 1 TO nbCorrectionsLues
                   PERFORM appliquerUneCorrection
                   READ FiCorrections END-READ
               END-PERFORM
           ELSE
               DISPLAY "CorrectionsCotes.seq absent, statut: "
                       fs-fiCorrections ", aucune correction"
           END-IF.
           CLOSE FiCorrections.

      *****************************************************************
      *    Une correction n'est appliquee que si l'ancienne cote
      *    annoncee est bien la cote en vigueur au carnet : deux
      *    corrections du meme cours s'enchainent dans l'ordre.
      *****************************************************************
       appliquerUneCorrection.
           MOVE SPACES TO raisonRejet.
           MOVE 0 TO indEtudiantTrouve.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
                      OR indEtudiantTrouve NOT = 0
               IF matriculeEtudiantTab(indEtudiant) = matriculeCorr
                   MOVE indEtudiant TO indEtudiantTrouve
               END-IF
           END-PERFORM.
           MOVE 0 TO indCoursTrouve.
           PERFORM VARYING indCours FROM 1 BY 1
                   UNTIL indCours > nbCours OR indCoursTrouve NOT = 0
               IF codeCoursTab(indCours) = codeCoursCorr
                   MOVE indCours TO indCoursTrouve
               END-IF
           END-PERFORM.
           MOVE ancienneCoteCorrX TO coteBrute.
           INSPECT coteBrute REPLACING LEADING " " BY "0".
           IF coteBrute NUMERIC
               MOVE coteBruteNum TO ancienneCote
           ELSE
               MOVE "ancienne cote illisible" TO raisonRejet
           END-IF.
           MOVE nouvelleCoteCorrX TO coteBrute.
           INSPECT coteBrute REPLACING LEADING " " BY "0".
           IF coteBrute NUMERIC AND coteBruteNum <= 20
               MOVE coteBruteNum TO nouvelleCote
           ELSE
               MOVE "nouvelle cote hors bareme" TO raisonRejet
           END-IF.
           EVALUATE TRUE
               WHEN raisonRejet NOT = SPACES
                   CONTINUE
               WHEN indEtudiantTrouve = 0
                   MOVE "matricule inconnu" TO raisonRejet
               WHEN indCoursTrouve = 0
                   MOVE "cours inconnu" TO raisonRejet
               WHEN motifCorr = SPACES
                   MOVE "motif absent" TO raisonRejet
               WHEN autoriseParCorr = SPACES
                   MOVE "autorisation absente" TO raisonRejet
               WHEN OTHER
                   PERFORM rechercherCoteEnVigueur
           END-EVALUATE.
           IF raisonRejet NOT = SPACES
               PERFORM rejeterCorrection
           ELSE
               PERFORM corrigerCote
           END-IF.

       rechercherCoteEnVigueur.
           MOVE 0 TO indCoteTrouvee.
           PERFORM VARYING indCote FROM 1 BY 1
                   UNTIL indCote > nbCotes
               IF nomCoteTab(indCote)
                  = nomEtudiantTab(indEtudiantTrouve)
                  AND codeCoursCoteTab(indCote) = codeCoursCorr
                   MOVE indCote TO indCoteTrouvee
               END-IF
           END-PERFORM.
           IF indCoteTrouvee = 0
               MOVE "aucune cote pour ce cours" TO raisonRejet
           ELSE
               MOVE coteCoteTabX(indCoteTrouvee) TO coteBrute
               INSPECT coteBrute REPLACING LEADING " " BY "0"
               IF coteBrute NUMERIC
                   MOVE coteBruteNum TO coteTrouvee
               ELSE
                   MOVE 0 TO coteTrouvee
               END-IF
               IF coteTrouvee NOT = ancienneCote
                   MOVE "ancienne cote differente" TO raisonRejet
               END-IF
           END-IF.

       corrigerCote.
           MOVE nomEtudiantTab(indEtudiantTrouve) TO nomCalcul.
           MOVE matriculeEtudiantTab(indEtudiantTrouve)
                TO matriculeCalcul.
           PERFORM calculerResultat.
           MOVE moyenneCalculee TO moyenneAvant.
           MOVE decisionCalculee TO decisionAvant.
           IF NOT etudiantTouche(indEtudiantTrouve)
               MOVE "O" TO etudiantTouchSW(indEtudiantTrouve)
               PERFORM lireDecisionOrigine
           END-IF.
           MOVE nouvelleCote TO coteBruteNum.
           MOVE coteBrute TO coteCoteTabX(indCoteTrouvee).
           PERFORM calculerResultat.
           MOVE decisionCalculee
                TO decisionFinaleTab(indEtudiantTrouve).
           MOVE moyenneCalculee TO moyenneFinaleTab(indEtudiantTrouve).
           MOVE mentionCalculee TO mentionFinaleTab(indEtudiantTrouve).
           MOVE coteRetenue TO coteRetenueFinaleTab(indEtudiantTrouve).
           ADD 1 TO nbCorrectionsAppliquees.
           PERFORM journaliserCorrection.

      *    La decision d'origine est celle de l'extrait de
      *    deliberation ; a defaut, celle que donne la regle.
       lireDecisionOrigine.
           MOVE decisionAvant TO decisionOrigineTab(indEtudiantTrouve).
           PERFORM VARYING indDecision FROM 1 BY 1
                   UNTIL indDecision > nbDecisions
               MOVE decisionTab(indDecision) TO engDecisionExtrait
               IF nomExtraitDec = nomCalcul
                   MOVE decisionExtraitDec
                        TO decisionOrigineTab(indEtudiantTrouve)
               END-IF
           END-PERFORM.

      *****************************************************************
      *    Moyenne ponderee et mention comme au carnet de notes, puis
      *    decision selon la regle de deliberation de seconde
      *    session : la meilleure des deux cotes est retenue ; admis
      *    a 10, refuse si la seconde session a ete presentee sans
      *    y parvenir, ajourne sinon.
      *****************************************************************
       calculerResultat.
           PERFORM VARYING indCours FROM 1 BY 1 UNTIL indCours > 30
               MOVE 0 TO coteCalculValeur(indCours)
               MOVE "N" TO coteCalculPresente(indCours)
           END-PERFORM.
           PERFORM VARYING indCote FROM 1 BY 1
                   UNTIL indCote > nbCotes
               IF nomCoteTab(indCote) = nomCalcul
                   PERFORM retenirCoteCalcul
               END-IF
           END-PERFORM.
           MOVE 0 TO sommePonderee.
           MOVE 0 TO sommeCoefs.
           MOVE 0 TO moyenneCalculee.
           PERFORM VARYING indCours FROM 1 BY 1
                   UNTIL indCours > nbCours
               IF coteCalculPresente(indCours) = "O"
                   COMPUTE sommePonderee = sommePonderee
                           + (coteCalculValeur(indCours)
                              * coefCoursTab(indCours))
                   ADD coefCoursTab(indCours) TO sommeCoefs
               END-IF
           END-PERFORM.
           IF sommeCoefs NOT = 0
               COMPUTE moyenneCalculee ROUNDED =
                       sommePonderee / sommeCoefs
           END-IF.
           EVALUATE TRUE
               WHEN moyenneCalculee >= 16
                   MOVE "Excellent" TO mentionCalculee
               WHEN moyenneCalculee >= 14
                   MOVE "Bien" TO mentionCalculee
               WHEN moyenneCalculee >= 12
                   MOVE "Assez bien" TO mentionCalculee
               WHEN moyenneCalculee >= 10
                   MOVE "Passable" TO mentionCalculee
               WHEN OTHER
                   MOVE "Echec" TO mentionCalculee
           END-EVALUATE.
           MOVE "N" TO cote2PresenteSW.
           MOVE 0 TO cote2Calcul.
           PERFORM VARYING indSession2 FROM 1 BY 1
                   UNTIL indSession2 > nbSession2
               IF nomSession2Tab(indSession2) = nomCalcul
                   MOVE "O" TO cote2PresenteSW
                   MOVE coteSession2Tab(indSession2) TO cote2Calcul
               END-IF
           END-PERFORM.
           COMPUTE coteRetenue ROUNDED = moyenneCalculee.
           IF cote2Presente AND cote2Calcul > coteRetenue
               MOVE cote2Calcul TO coteRetenue
           END-IF.
           EVALUATE TRUE
               WHEN coteRetenue >= 10
                   MOVE "admis" TO decisionCalculee
               WHEN cote2Presente
                   MOVE "refuse" TO decisionCalculee
               WHEN OTHER
                   MOVE "ajourne" TO decisionCalculee
           END-EVALUATE.

       retenirCoteCalcul.
           MOVE 0 TO indCoursTrouve.
           PERFORM VARYING indCours FROM 1 BY 1
                   UNTIL indCours > nbCours OR indCoursTrouve NOT = 0
               IF codeCoursTab(indCours) = codeCoursCoteTab(indCote)
                   MOVE indCours TO indCoursTrouve
               END-IF
           END-PERFORM.
           IF inscriptionsDisponibles AND indCoursTrouve NOT = 0
               MOVE "N" TO inscritSW
               PERFORM VARYING indInscription FROM 1 BY 1
                       UNTIL indInscription > nbInscriptions
                          OR inscritAuCours
                   IF matriculeInscrTab(indInscription)
                      = matriculeCalcul
                      AND codeCoursInscrTab(indInscription)
                          = codeCoursCoteTab(indCote)
                       MOVE "O" TO inscritSW
                   END-IF
               END-PERFORM
               IF NOT inscritAuCours
                   MOVE 0 TO indCoursTrouve
               END-IF
           END-IF.
           IF indCoursTrouve NOT = 0
               MOVE coteCoteTabX(indCote) TO coteBrute
               INSPECT coteBrute REPLACING LEADING " " BY "0"
               IF coteBrute NUMERIC
                   MOVE coteBruteNum
                        TO coteCalculValeur(indCoursTrouve)
                   MOVE "O" TO coteCalculPresente(indCoursTrouve)
               END-IF
           END-IF.

       journaliserCorrection.
           MOVE SPACES TO engAuditCorrection.
           MOVE dateJour TO dateCorrection.
           ACCEPT heureJour FROM TIME.
           MOVE heureJour(1:6) TO heureCorrection.
           MOVE matriculeCorr TO matriculeCorrection.
           MOVE exerciceCourant TO exerciceCorrection.
           MOVE codeCoursCorr TO codeCoursCorrection.
           MOVE ancienneCote TO coteAvantCorrection.
           MOVE nouvelleCote TO coteApresCorrection.
           MOVE moyenneAvant TO moyenneAvantCorrection.
           MOVE moyenneCalculee TO moyenneApresCorrection.
           MOVE decisionAvant TO decisionAvantCorrection.
           MOVE decisionCalculee TO decisionApresCorrection.
           MOVE motifCorr TO motifCorrection.
           MOVE autoriseParCorr TO autoriseParCorrection.
           OPEN EXTEND FiAuditCorrections.
           IF NOT fiAuditCorrectionsOK
               OPEN OUTPUT FiAuditCorrections
           END-IF.
           WRITE engAuditCorrection END-WRITE.
           CLOSE FiAuditCorrections.

       rejeterCorrection.
           ADD 1 TO nbCorrectionsRejetees.
           MOVE matriculeCorr TO matriculeRejet-ed.
           MOVE codeCoursCorr TO coursRejet-ed.
           MOVE ancienneCoteCorrX TO ancienneRejet-ed.
           MOVE nouvelleCoteCorrX TO nouvelleRejet-ed.
           MOVE raisonRejet TO raisonRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

       reecrireCotes.
           OPEN OUTPUT FiCotesCours.
           PERFORM VARYING indCote FROM 1 BY 1
                   UNTIL indCote > nbCotes
               MOVE nomCoteTab(indCote) TO nomEtudiantCote
               MOVE codeCoursCoteTab(indCote) TO codeCoursCote
               MOVE coteCoteTabX(indCote) TO coteCoursX
               WRITE engCoteCours END-WRITE
           END-PERFORM.
           CLOSE FiCotesCours.

      *    Le carnet et l'extrait de deliberation (qui alimente la
      *    promotion) recoivent la moyenne et la decision recalculees.
       reecrireExtraits.
           IF nbCarnet NOT = 0
               OPEN OUTPUT FiCarnetExtrait
               PERFORM VARYING indCarnet FROM 1 BY 1
                       UNTIL indCarnet > nbCarnet
                   MOVE carnetTab(indCarnet) TO engCarnetExtrait
                   PERFORM rechercherTouche
                   IF indEtudiantTrouve NOT = 0
                       COMPUTE moyenneEntiere ROUNDED =
                               moyenneFinaleTab(indEtudiantTrouve)
                               * 100
                       MOVE moyenneEntiere TO moyenneExtrait
                       MOVE mentionFinaleTab(indEtudiantTrouve)
                            TO mentionExtrait
                   END-IF
                   WRITE engCarnetExtrait END-WRITE
               END-PERFORM
               CLOSE FiCarnetExtrait
           END-IF.
           IF nbDecisions NOT = 0
               OPEN OUTPUT FiDecisionsExtrait
               PERFORM VARYING indDecision FROM 1 BY 1
                       UNTIL indDecision > nbDecisions
                   MOVE decisionTab(indDecision) TO engDecisionExtrait
                   MOVE nomExtraitDec TO nomExtrait
                   PERFORM rechercherTouche
                   IF indEtudiantTrouve NOT = 0
                       MOVE decisionFinaleTab(indEtudiantTrouve)
                            TO decisionExtraitDec
                       COMPUTE coteRetenueEntiere ROUNDED =
                               coteRetenueFinaleTab(indEtudiantTrouve)
                               * 10
                       MOVE coteRetenueEntiere
                            TO coteRetenueExtraitDec
                   END-IF
                   WRITE engDecisionExtrait END-WRITE
               END-PERFORM
               CLOSE FiDecisionsExtrait
           END-IF.

       rechercherTouche.
           MOVE 0 TO indEtudiantTrouve.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
                      OR indEtudiantTrouve NOT = 0
               IF etudiantTouche(indEtudiant)
                  AND nomEtudiantTab(indEtudiant) = nomExtrait
                   MOVE indEtudiant TO indEtudiantTrouve
               END-IF
           END-PERFORM.

       mettreAJourArchive.
           OPEN I-O FiArchive.
           IF NOT fiArchiveOK
               DISPLAY "ArchiveResultats.idx indisponible, statut: "
                       fs-fiArchive ", archive non corrigee"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING indEtudiant FROM 1 BY 1
                       UNTIL indEtudiant > nbEtudiants
                   IF etudiantTouche(indEtudiant)
                       PERFORM corrigerArchive
                   END-IF
               END-PERFORM
               CLOSE FiArchive
           END-IF.

       corrigerArchive.
           MOVE matriculeEtudiantTab(indEtudiant) TO matriculeArchive.
           MOVE exerciceCourant TO exerciceArchive.
           READ FiArchive
               INVALID KEY
                   DISPLAY "Pas de fiche d'archive pour "
                           matriculeEtudiantTab(indEtudiant)
                           " exercice " exerciceCourant
               NOT INVALID KEY
                   MOVE moyenneFinaleTab(indEtudiant) TO moyenneArchive
                   MOVE decisionFinaleTab(indEtudiant)
                        TO decisionArchive
                   MOVE mentionFinaleTab(indEtudiant) TO mentionArchive
                   REWRITE engArchive END-REWRITE
                   ADD 1 TO nbArchivesMisesAJour
           END-READ.

      *****************************************************************
      *    Liste des etudiants dont la decision a change ; la
      *    promotion suit la decision (seul l'admis est promu).
      *****************************************************************
       imprimerImpact.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteImpact TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiImpact
                                    titreEtatImpact
                                    enteteEtatTampon.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               IF etudiantTouche(indEtudiant)
                  AND decisionFinaleTab(indEtudiant)
                      NOT = decisionOrigineTab(indEtudiant)
                   PERFORM imprimerLigneImpact
               END-IF
           END-PERFORM.
           IF nbChangementsDecision = 0
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneAucunImpact TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-IF.
           CALL "ETAT-FERMER".

       imprimerLigneImpact.
           ADD 1 TO nbChangementsDecision.
           MOVE matriculeEtudiantTab(indEtudiant) TO matriculeImpact-ed.
           MOVE nomEtudiantTab(indEtudiant) TO nomImpact-ed.
           MOVE moyenneFinaleTab(indEtudiant) TO moyenneImpact-ed.
           MOVE decisionOrigineTab(indEtudiant)
                TO decisionAvantImpact-ed.
           MOVE decisionFinaleTab(indEtudiant)
                TO decisionApresImpact-ed.
           EVALUATE TRUE
               WHEN decisionFinaleTab(indEtudiant) = "admis"
                   MOVE "devient promu" TO promotionImpact-ed
               WHEN decisionOrigineTab(indEtudiant) = "admis"
                   MOVE "n'est plus promu" TO promotionImpact-ed
               WHEN OTHER
                   MOVE "toujours non promu" TO promotionImpact-ed
           END-EVALUATE.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneImpact TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCorrections
                         NOMFIC BY "CorrectionsCotes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCours
                         NOMFIC BY "Cours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiInscriptions
                         NOMFIC BY "Inscriptions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCotesCours
                         NOMFIC BY "CotesCours.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCotesSession2
                         NOMFIC BY "CotesSess2.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCarnetExtrait
                         NOMFIC BY "CarnetExtrait.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDecisionsExtrait
                         NOMFIC BY "DecisionsExtrait.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiArchive
                         NOMFIC BY "ArchiveResultats.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAuditCorrections
                         NOMFIC BY "CorrectionsCotesAudit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "CorrectionsCotesRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiImpact
                         NOMFIC BY "CorrectionsImpact.seq".

       END PROGRAM CotesCorrections.
