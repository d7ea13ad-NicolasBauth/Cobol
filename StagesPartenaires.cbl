       PROGRAM-ID. StagesPartenaires AS "StagesPartenaires".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiHistorique.

       DATA DIVISION.

       FILE SECTION.

       FD FiHistorique.
       01 engHistorique.
           COPY "StageHisto.cpy".

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiHistorique PIC X(80) VALUE "StagesHistorique.seq".
       01 cheminFiPartenaires PIC X(80) VALUE "StagesPartenaires.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY finFiHistorique
                                        FSABSENT BY fiHistoriqueAbsent.

      *    Seuils de signalement : moins de la moitie des places
      *    offertes pourvues, ou moyenne des evaluations sous 10.
       01 tauxRemplissageMin           PIC 999 VALUE 50.
       01 moyenneEvaluationMin         PIC 99V99 VALUE 10.

       01 tabPartenaires.
           02 partenaireTab OCCURS 500.
               03 nomPartenaire        PIC X(30).
               03 offresPartenaire     PIC 9(4).
               03 pourvuesPartenaire   PIC 9(4).
               03 nbEvalPartenaire     PIC 9(4).
               03 sommeCotesPartenaire PIC 9(6)V9.
               03 premierExercice      PIC 9(4).
               03 dernierExercice      PIC 9(4).
               03 nbAnneesActives      PIC 99.
       01 nbPartenaires                PIC 999 VALUE 0.
       01 indPartenaire                PIC 999.
       01 indPartenaireTrouve          PIC 999.
       01 indBalaie                    PIC 999.
       01 indCompare                   PIC 999.
       01 partenaireTemp               PIC X(59).

       01 tauxRemplissage              PIC 999.
       01 moyenneEvaluation            PIC 99V99.
       01 nonPourvuesSW                PIC X VALUE "N".
           88 offresNonPourvues        VALUE "O".
       01 cotesFaiblesSW               PIC X VALUE "N".
           88 cotesFaibles             VALUE "O".

       01 nbLignesLues                 PIC 9(5) VALUE 0.
       01 nbNonPourvues                PIC 999 VALUE 0.
       01 nbCotesFaibles               PIC 999 VALUE 0.
       01 nbPartenaires-ed             PIC ZZ9.
       01 nbNonPourvues-ed             PIC ZZ9.
       01 nbCotesFaibles-ed            PIC ZZ9.

       01 titreEtatPartenaires         PIC X(40)
          VALUE "Historique des partenaires de stage".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEntetePartenaires.
           02 FILLER                   PIC X(33) VALUE "Societe".
           02 FILLER                   PIC X(8) VALUE "Offres".
           02 FILLER                   PIC X(9) VALUE "Pourvues".
           02 FILLER                   PIC X(8) VALUE "Taux".
           02 FILLER                   PIC X(7) VALUE "Eval.".
           02 FILLER                   PIC X(10) VALUE "Moyenne".
           02 FILLER                   PIC X(17) VALUE "Annees actives".
           02 FILLER                   PIC X(10) VALUE "Signal".
       01 lignePartenaire.
           02 nomPartenaire-ed         PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 offresPartenaire-ed      PIC ZZZ9.
           02 FILLER                   PIC X(5) VALUE "  -  ".
           02 pourvuesPartenaire-ed    PIC ZZZ9.
           02 FILLER                   PIC X(5) VALUE "  -  ".
           02 tauxPartenaire-ed        PIC ZZ9.
           02 FILLER                   PIC X(6) VALUE " %  - ".
           02 nbEvalPartenaire-ed      PIC ZZZ9.
           02 FILLER                   PIC X(4) VALUE "  - ".
           02 moyennePartenaire-ed     PIC X(5).
           02 FILLER                   PIC X(4) VALUE "  - ".
           02 premierExercice-ed       PIC 9(4).
           02 FILLER                   PIC X VALUE "-".
           02 dernierExercice-ed       PIC 9(4).
           02 FILLER                   PIC X(2) VALUE " (".
           02 nbAnnees-ed              PIC Z9.
           02 FILLER                   PIC X(4) VALUE ") - ".
           02 signalPartenaire-ed      PIC X(26).
       01 moyenneEdition               PIC Z9.99.
       01 ligneTotalPartenaires.
           02 FILLER                   PIC X(22)
              VALUE "Societes suivies :    ".
           02 totalPartenaires-ed      PIC ZZ9.
           02 FILLER                   PIC X(26)
              VALUE "   - offres non pourvues: ".
           02 totalNonPourvues-ed      PIC ZZ9.
           02 FILLER                   PIC X(20)
              VALUE "   - cotes faibles: ".
           02 totalCotesFaibles-ed     PIC ZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerHistorique.
           PERFORM trierPartenaires.
           PERFORM imprimerPartenaires.
           MOVE nbPartenaires TO nbPartenaires-ed.
           DISPLAY "Societes dans l'historique: " nbPartenaires-ed.
           MOVE nbNonPourvues TO nbNonPourvues-ed.
           DISPLAY "Societes aux offres non pourvues: "
                   nbNonPourvues-ed.
           MOVE nbCotesFaibles TO nbCotesFaibles-ed.
           DISPLAY "Societes aux evaluations faibles: "
                   nbCotesFaibles-ed.
           IF nbNonPourvues NOT = 0 OR nbCotesFaibles NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       chargerHistorique.
           OPEN INPUT FiHistorique.
           IF fiHistoriqueOK
               READ FiHistorique END-READ
               PERFORM UNTIL finFiHistorique
                   ADD 1 TO nbLignesLues
                   PERFORM cumulerPartenaire
                   READ FiHistorique END-READ
               END-PERFORM
           ELSE
               DISPLAY "StagesHistorique.seq absent, statut: "
                       fs-fiHistorique ", aucun historique"
           END-IF.
           CLOSE FiHistorique.

      *    Une ligne d'historique par societe et par exercice : chaque
      *    ligne compte pour une annee d'activite.
       cumulerPartenaire.
           MOVE 0 TO indPartenaireTrouve.
           PERFORM VARYING indPartenaire FROM 1 BY 1
                   UNTIL indPartenaire > nbPartenaires
                      OR indPartenaireTrouve NOT = 0
               IF nomPartenaire(indPartenaire) = nomEntrepriseHisto
                   MOVE indPartenaire TO indPartenaireTrouve
               END-IF
           END-PERFORM.
           IF indPartenaireTrouve = 0
               IF nbPartenaires >= 500
                   DISPLAY "Plus de 500 societes, ignoree: "
                           nomEntrepriseHisto
               ELSE
                   ADD 1 TO nbPartenaires
                   MOVE nbPartenaires TO indPartenaireTrouve
                   MOVE nomEntrepriseHisto
                        TO nomPartenaire(nbPartenaires)
                   MOVE 0 TO offresPartenaire(nbPartenaires)
                   MOVE 0 TO pourvuesPartenaire(nbPartenaires)
                   MOVE 0 TO nbEvalPartenaire(nbPartenaires)
                   MOVE 0 TO sommeCotesPartenaire(nbPartenaires)
                   MOVE exerciceHisto
                        TO premierExercice(nbPartenaires)
                   MOVE exerciceHisto
                        TO dernierExercice(nbPartenaires)
                   MOVE 0 TO nbAnneesActives(nbPartenaires)
               END-IF
           END-IF.
           IF indPartenaireTrouve NOT = 0
               ADD placesOffertesHisto
                   TO offresPartenaire(indPartenaireTrouve)
               ADD placesPourvuesHisto
                   TO pourvuesPartenaire(indPartenaireTrouve)
               ADD nbEvaluationsHisto
                   TO nbEvalPartenaire(indPartenaireTrouve)
               ADD sommeCotesHisto
                   TO sommeCotesPartenaire(indPartenaireTrouve)
               ADD 1 TO nbAnneesActives(indPartenaireTrouve)
               IF exerciceHisto < premierExercice(indPartenaireTrouve)
                   MOVE exerciceHisto
                        TO premierExercice(indPartenaireTrouve)
               END-IF
               IF exerciceHisto > dernierExercice(indPartenaireTrouve)
                   MOVE exerciceHisto
                        TO dernierExercice(indPartenaireTrouve)
               END-IF
           END-IF.

       trierPartenaires.
           IF nbPartenaires > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
                       UNTIL indBalaie > nbPartenaires - 1
                   PERFORM VARYING indCompare FROM 1 BY 1
                           UNTIL indCompare >
                                 nbPartenaires - indBalaie
                       IF nomPartenaire(indCompare) >
                          nomPartenaire(indCompare + 1)
                           PERFORM echangerPartenaires
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       echangerPartenaires.
           MOVE partenaireTab(indCompare) TO partenaireTemp.
           MOVE partenaireTab(indCompare + 1)
                TO partenaireTab(indCompare).
           MOVE partenaireTemp TO partenaireTab(indCompare + 1).

       imprimerPartenaires.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEntetePartenaires TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiPartenaires
                                    titreEtatPartenaires
                                    enteteEtatTampon.
           PERFORM VARYING indPartenaire FROM 1 BY 1
                   UNTIL indPartenaire > nbPartenaires
               PERFORM imprimerLignePartenaire
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE nbPartenaires TO totalPartenaires-ed.
           MOVE nbNonPourvues TO totalNonPourvues-ed.
           MOVE nbCotesFaibles TO totalCotesFaibles-ed.
           MOVE ligneTotalPartenaires TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           CALL "ETAT-FERMER".

      *****************************************************************
      *    Societe a relancer : moins de la moitie de ses places
      *    offertes ont ete pourvues sur l'ensemble de l'historique.
      *    Societe a reconsiderer : ses stagiaires obtiennent en
      *    moyenne moins de 10 sur 20.
      *****************************************************************
       imprimerLignePartenaire.
           MOVE 0 TO tauxRemplissage.
           IF offresPartenaire(indPartenaire) NOT = 0
               COMPUTE tauxRemplissage ROUNDED =
                       pourvuesPartenaire(indPartenaire) * 100
                       / offresPartenaire(indPartenaire)
                   ON SIZE ERROR
                       MOVE 999 TO tauxRemplissage
               END-COMPUTE
           END-IF.
           MOVE "N" TO nonPourvuesSW.
           IF offresPartenaire(indPartenaire) NOT = 0
              AND tauxRemplissage < tauxRemplissageMin
               MOVE "O" TO nonPourvuesSW
               ADD 1 TO nbNonPourvues
           END-IF.
           MOVE "N" TO cotesFaiblesSW.
           MOVE 0 TO moyenneEvaluation.
           IF nbEvalPartenaire(indPartenaire) NOT = 0
               COMPUTE moyenneEvaluation ROUNDED =
                       sommeCotesPartenaire(indPartenaire)
                       / nbEvalPartenaire(indPartenaire)
               MOVE moyenneEvaluation TO moyenneEdition
               MOVE moyenneEdition TO moyennePartenaire-ed
               IF moyenneEvaluation < moyenneEvaluationMin
                   MOVE "O" TO cotesFaiblesSW
                   ADD 1 TO nbCotesFaibles
               END-IF
           ELSE
               MOVE "  -  " TO moyennePartenaire-ed
           END-IF.
           EVALUATE TRUE
               WHEN offresNonPourvues AND cotesFaibles
                   MOVE "** NON POURVUES + FAIBLES"
                        TO signalPartenaire-ed
               WHEN offresNonPourvues
                   MOVE "** OFFRES NON POURVUES **"
                        TO signalPartenaire-ed
               WHEN cotesFaibles
                   MOVE "** COTES FAIBLES **" TO signalPartenaire-ed
               WHEN OTHER
                   MOVE SPACES TO signalPartenaire-ed
           END-EVALUATE.
           MOVE nomPartenaire(indPartenaire) TO nomPartenaire-ed.
           MOVE offresPartenaire(indPartenaire)
                TO offresPartenaire-ed.
           MOVE pourvuesPartenaire(indPartenaire)
                TO pourvuesPartenaire-ed.
           MOVE tauxRemplissage TO tauxPartenaire-ed.
           MOVE nbEvalPartenaire(indPartenaire)
                TO nbEvalPartenaire-ed.
           MOVE premierExercice(indPartenaire) TO premierExercice-ed.
           MOVE dernierExercice(indPartenaire) TO dernierExercice-ed.
           MOVE nbAnneesActives(indPartenaire) TO nbAnnees-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE lignePartenaire TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "StagesHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPartenaires
                         NOMFIC BY "StagesPartenaires.seq".

       END PROGRAM StagesPartenaires.
