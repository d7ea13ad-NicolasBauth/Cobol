       PROGRAM-ID. StagesHistorisation AS "StagesHistorisation".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiEntreprises
               ASSIGN TO DYNAMIC cheminFiEntreprises
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEntreprises.

           SELECT OPTIONAL FiDetail ASSIGN TO DYNAMIC cheminFiDetail
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiDetail.

           SELECT OPTIONAL FiEvaluations
               ASSIGN TO DYNAMIC cheminFiEvaluations
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEvaluations.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiHistorique.

       DATA DIVISION.

       FILE SECTION.

       FD FiEntreprises.
       01 engEntreprise.
           02 nomEntreprise            PIC X(30).
           02 FILLER                   PIC X.
           02 sectionsEntreprise       PIC X(18).
           02 nbPlacesX                PIC XX.

       FD FiDetail.
       01 engDetail.
           02 nomEntrepriseDet         PIC X(30).
           02 FILLER                   PIC X.
           02 nomEtudiantDet           PIC X(30).
           02 FILLER                   PIC X.
           02 codeSectionDet           PIC XX.

       FD FiEvaluations.
       01 engEvaluation.
           02 nomEntrepriseEval        PIC X(30).
           02 FILLER                   PIC X.
           02 nomEtudiantEval          PIC X(30).
           02 FILLER                   PIC X.
           02 coteEvalX                PIC X(3).
           02 FILLER                   PIC X.
           02 appreciationEval         PIC X(40).

       FD FiHistorique.
       01 engHistorique.
           COPY "StageHisto.cpy".

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEntreprises PIC X(80) VALUE "Entreprises.seq".
       01 cheminFiDetail PIC X(80) VALUE "AffectationsStagesDet.seq".
       01 cheminFiEvaluations PIC X(80) VALUE "EvaluationsStages.seq".
       01 cheminFiHistorique PIC X(80) VALUE "StagesHistorique.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEntreprises
                                        FSOK BY fiEntreprisesOK
                                        FSFIN BY finFiEntreprises
                                        FSABSENT BY fiEntreprisesAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDetail
                                        FSOK BY fiDetailOK
                                        FSFIN BY finFiDetail
                                        FSABSENT BY fiDetailAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEvaluations
                                        FSOK BY fiEvaluationsOK
                                        FSFIN BY finFiEvaluations
                                        FSABSENT BY fiEvaluationsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY finFiHistorique
                                        FSABSENT BY fiHistoriqueAbsent.

       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 resteDateJour            PIC 9(4).

      *    Bilan de l'exercice par societe : offres de
      *    Entreprises.seq, places pourvues selon le detail des
      *    affectations, evaluations retenues comme a la validation.
       01 tabBilan.
           02 bilanTab OCCURS 200.
               03 nomEntrepriseBilan   PIC X(30).
               03 placesOffertesBilan  PIC 999.
               03 placesPourvuesBilan  PIC 999.
               03 nbEvaluationsBilan   PIC 999.
               03 sommeCotesBilan      PIC 9(5)V9.
       01 nbBilans                     PIC 999 VALUE 0.
       01 indBilan                     PIC 999.
       01 indBilanTrouve               PIC 999.
       01 entrepriseCherchee           PIC X(30).

       01 tabPlacements.
           02 placementTab OCCURS 2000.
               03 nomEntreprisePlac    PIC X(30).
               03 nomEtudiantPlac      PIC X(30).
       01 nbPlacements                 PIC 9(4) VALUE 0.
       01 indPlacement                 PIC 9(4).
       01 placementTrouveSW            PIC X VALUE "N".
           88 placementTrouve          VALUE "O".

       01 champ2                       PIC XX.
       01 champ2Num REDEFINES champ2   PIC 99.
       01 coteBrute                    PIC XXX.
       01 coteBruteNum REDEFINES coteBrute PIC 99V9.

      *    Historique des autres exercices, recopie tel quel.
       01 tabHistorique.
           02 historiqueTab OCCURS 9999 PIC X(54).
       01 nbHistorique                 PIC 9(4) VALUE 0.
       01 indHistorique                PIC 9(4).

       01 nbEvaluationsIgnorees        PIC 9(4) VALUE 0.
       01 nbLignesEcrites              PIC 9(4) VALUE 0.
       01 nbLignesRemplacees           PIC 9(4) VALUE 0.
       01 nbPlacements-ed              PIC ZZZ9.
       01 nbEvaluationsIgnorees-ed     PIC ZZZ9.
       01 nbLignesEcrites-ed           PIC ZZZ9.
       01 nbLignesRemplacees-ed        PIC ZZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "StagesHistorisation"
                         NIVEAU BY "M".
           PERFORM determinerExercice.
           PERFORM chargerOffres.
           PERFORM chargerPlacements.
           PERFORM chargerEvaluations.
           PERFORM chargerHistorique.
           PERFORM reecrireHistorique.
           MOVE nbLignesEcrites TO nbLignesEcrites-ed.
           DISPLAY "Societes historisees: " nbLignesEcrites-ed.
           MOVE nbPlacements TO nbPlacements-ed.
           DISPLAY "Places pourvues: " nbPlacements-ed.
           MOVE nbLignesRemplacees TO nbLignesRemplacees-ed.
           DISPLAY "Lignes de l'exercice remplacees: "
                   nbLignesRemplacees-ed.
           MOVE nbEvaluationsIgnorees TO nbEvaluationsIgnorees-ed.
           DISPLAY "Evaluations ignorees (non placees ou illisibles): "
                   nbEvaluationsIgnorees-ed.
           IF nbEvaluationsIgnorees NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       determinerExercice.
           DISPLAY "Exercice a historiser (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               ACCEPT dateJour FROM DATE YYYYMMDD
               MOVE anneeJour TO exerciceCourant
           END-IF.
           DISPLAY "Historisation des stages de l'exercice "
                   exerciceCourant.

       chargerOffres.
           OPEN INPUT FiEntreprises.
           IF fiEntreprisesOK
               READ FiEntreprises END-READ
               PERFORM UNTIL finFiEntreprises
                   MOVE nomEntreprise TO entrepriseCherchee
                   PERFORM trouverBilan
                   IF indBilanTrouve NOT = 0
                       MOVE nbPlacesX TO champ2
                       INSPECT champ2 REPLACING LEADING " " BY "0"
                       IF champ2 NUMERIC
                           ADD champ2Num
                               TO placesOffertesBilan(indBilanTrouve)
                       END-IF
                   END-IF
                   READ FiEntreprises END-READ
               END-PERFORM
           ELSE
               DISPLAY "Entreprises.seq absent, statut: "
                       fs-fiEntreprises ", aucune offre comptee"
           END-IF.
           CLOSE FiEntreprises.

       chargerPlacements.
           OPEN INPUT FiDetail.
           IF fiDetailOK
               READ FiDetail END-READ
               PERFORM UNTIL finFiDetail OR nbPlacements >= 2000
                   ADD 1 TO nbPlacements
                   MOVE nomEntrepriseDet
                        TO nomEntreprisePlac(nbPlacements)
                   MOVE nomEtudiantDet
                        TO nomEtudiantPlac(nbPlacements)
                   MOVE nomEntrepriseDet TO entrepriseCherchee
                   PERFORM trouverBilan
                   IF indBilanTrouve NOT = 0
                       ADD 1 TO placesPourvuesBilan(indBilanTrouve)
                   END-IF
                   READ FiDetail END-READ
               END-PERFORM
           ELSE
               DISPLAY "AffectationsStagesDet.seq absent, statut: "
                       fs-fiDetail ", aucune place pourvue"
           END-IF.
           CLOSE FiDetail.

      *****************************************************************
      *    Seules comptent les evaluations que la validation des
      *    stages accepte : stagiaire place dans la societe et cote
      *    lisible sur 20.
      *****************************************************************
       chargerEvaluations.
           OPEN INPUT FiEvaluations.
           IF fiEvaluationsOK
               READ FiEvaluations END-READ
               PERFORM UNTIL finFiEvaluations
                   PERFORM retenirEvaluation
                   READ FiEvaluations END-READ
               END-PERFORM
           END-IF.
           CLOSE FiEvaluations.

       retenirEvaluation.
           MOVE "N" TO placementTrouveSW.
           PERFORM VARYING indPlacement FROM 1 BY 1
                   UNTIL indPlacement > nbPlacements
                      OR placementTrouve
               IF nomEntreprisePlac(indPlacement)
                  = nomEntrepriseEval
                  AND nomEtudiantPlac(indPlacement)
                      = nomEtudiantEval
                   MOVE "O" TO placementTrouveSW
               END-IF
           END-PERFORM.
           MOVE coteEvalX TO coteBrute.
           INSPECT coteBrute REPLACING LEADING " " BY "0".
           IF placementTrouve AND coteBrute NUMERIC
              AND coteBruteNum <= 20
               MOVE nomEntrepriseEval TO entrepriseCherchee
               PERFORM trouverBilan
               IF indBilanTrouve NOT = 0
                   ADD 1 TO nbEvaluationsBilan(indBilanTrouve)
                   ADD coteBruteNum
                       TO sommeCotesBilan(indBilanTrouve)
               END-IF
           ELSE
               ADD 1 TO nbEvaluationsIgnorees
           END-IF.

       trouverBilan.
           MOVE 0 TO indBilanTrouve.
           PERFORM VARYING indBilan FROM 1 BY 1
                   UNTIL indBilan > nbBilans
                      OR indBilanTrouve NOT = 0
               IF nomEntrepriseBilan(indBilan) = entrepriseCherchee
                   MOVE indBilan TO indBilanTrouve
               END-IF
           END-PERFORM.
           IF indBilanTrouve = 0
               IF nbBilans < 200
                   ADD 1 TO nbBilans
                   MOVE nbBilans TO indBilanTrouve
                   MOVE entrepriseCherchee
                        TO nomEntrepriseBilan(nbBilans)
                   MOVE 0 TO placesOffertesBilan(nbBilans)
                   MOVE 0 TO placesPourvuesBilan(nbBilans)
                   MOVE 0 TO nbEvaluationsBilan(nbBilans)
                   MOVE 0 TO sommeCotesBilan(nbBilans)
               ELSE
                   DISPLAY "Plus de 200 societes, ignoree: "
                           entrepriseCherchee
               END-IF
           END-IF.

      *****************************************************************
      *    Un nouveau passage sur le meme exercice (evaluations
      *    arrivees tardivement) remplace les lignes de cet exercice ;
      *    les autres exercices sont recopies sans changement.
      *****************************************************************
       chargerHistorique.
           OPEN INPUT FiHistorique.
           IF fiHistoriqueOK
               READ FiHistorique END-READ
               PERFORM UNTIL finFiHistorique
                   IF exerciceHisto = exerciceCourant
                       ADD 1 TO nbLignesRemplacees
                   ELSE
                       IF nbHistorique >= 9999
                           DISPLAY "Historique des stages plein, "
                                   "historisation abandonnee"
                           CLOSE FiHistorique
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO nbHistorique
                       MOVE engHistorique TO historiqueTab(nbHistorique)
                   END-IF
                   READ FiHistorique END-READ
               END-PERFORM
           END-IF.
           CLOSE FiHistorique.

       reecrireHistorique.
           OPEN OUTPUT FiHistorique.
           PERFORM VARYING indHistorique FROM 1 BY 1
                   UNTIL indHistorique > nbHistorique
               MOVE historiqueTab(indHistorique) TO engHistorique
               WRITE engHistorique END-WRITE
           END-PERFORM.
           PERFORM VARYING indBilan FROM 1 BY 1
                   UNTIL indBilan > nbBilans
               MOVE SPACES TO engHistorique
               MOVE nomEntrepriseBilan(indBilan) TO nomEntrepriseHisto
               MOVE exerciceCourant TO exerciceHisto
               MOVE placesOffertesBilan(indBilan)
                    TO placesOffertesHisto
               MOVE placesPourvuesBilan(indBilan)
                    TO placesPourvuesHisto
               MOVE nbEvaluationsBilan(indBilan) TO nbEvaluationsHisto
               MOVE sommeCotesBilan(indBilan) TO sommeCotesHisto
               WRITE engHistorique END-WRITE
               ADD 1 TO nbLignesEcrites
           END-PERFORM.
           CLOSE FiHistorique.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEntreprises
                         NOMFIC BY "Entreprises.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDetail
                         NOMFIC BY "AffectationsStagesDet.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEvaluations
                         NOMFIC BY "EvaluationsStages.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "StagesHistorique.seq".

       END PROGRAM StagesHistorisation.
