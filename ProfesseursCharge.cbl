       PROGRAM-ID. ProfesseursCharge AS "ProfesseursCharge".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FiProfesseurs ASSIGN TO DYNAMIC cheminFiProfesseurs
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiProfesseurs.

           SELECT OPTIONAL FiAttributions
               ASSIGN TO DYNAMIC cheminFiAttributions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAttributions.

           SELECT OPTIONAL FiCoursGroupes
               ASSIGN TO DYNAMIC cheminFiCoursGroupes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCoursGroupes.

       DATA DIVISION.

       FILE SECTION.

       FD FiProfesseurs.
       01 engProfesseur.
           COPY "Professeur.cpy".

       FD FiAttributions.
       01 engAttribution.
           COPY "AttributionCours.cpy".

       FD FiCoursGroupes.
       01 engCoursGroupe.
           02 codeCoursPaire           PIC X(6).
           02 FILLER                   PIC X.
           02 groupePaire              PIC X(4).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiProfesseurs PIC X(80) VALUE "Professeurs.seq".
       01 cheminFiAttributions PIC X(80) VALUE "Attributions.seq".
       01 cheminFiCoursGroupes PIC X(80) VALUE "CoursGroupes.seq".
       01 cheminFiCharges PIC X(80) VALUE "ChargesProfesseurs.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiProfesseurs
                                        FSOK BY fiProfesseursOK
                                        FSFIN BY finFiProfesseurs
                                        FSABSENT BY fiProfesseursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAttributions
                                        FSOK BY fiAttributionsOK
                                        FSFIN BY finFiAttributions
                                        FSABSENT BY fiAttributionsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCoursGroupes
                                        FSOK BY fiCoursGroupesOK
                                        FSFIN BY finFiCoursGroupes
                                        FSABSENT BY fiCoursGroupesAbs.

       01 tabProfesseurs.
           02 professeurTab OCCURS 500.
               03 codeProfTab          PIC X(6).
               03 nomProfTab           PIC X(30).
               03 heuresContratTab     PIC 99.
               03 heuresAttribueesTab  PIC 999.
               03 nbAttributionsTab    PIC 99.
       01 nbProfesseurs                PIC 999 VALUE 0.
       01 indProfesseur                PIC 999.
       01 indProfTrouve                PIC 999.

       01 tabPaires.
           02 paireTab OCCURS 999.
               03 codeCoursPaireTab    PIC X(6).
               03 groupePaireTab       PIC X(4).
               03 paireCouverteSW      PIC X.
                   88 paireCouverte    VALUE "O".
       01 nbPaires                     PIC 999 VALUE 0.
       01 indPaire                     PIC 999.
       01 indPaireTrouvee              PIC 999.

      *    Attributions ecartees, gardees pour la fin de l'etat.
       01 tabAnomalies.
           02 anomalieTab OCCURS 500.
               03 professeurAnoTab     PIC X(6).
               03 coursAnoTab          PIC X(6).
               03 groupeAnoTab         PIC X(4).
               03 raisonAnoTab         PIC X(30).
       01 nbAnomalies                  PIC 999 VALUE 0.
       01 indAnomalie                  PIC 999.
       01 raisonAnomalie               PIC X(30).

       01 heuresBrutes                 PIC XX.
       01 heuresBrutesNum REDEFINES heuresBrutes PIC 99.
       01 ecartHeures                  PIC S999.

       01 nbAttributions               PIC 9(4) VALUE 0.
       01 nbSurcharges                 PIC 999 VALUE 0.
       01 nbSousCharges                PIC 999 VALUE 0.
       01 nbPairesSansProf             PIC 999 VALUE 0.
       01 totalContrat                 PIC 9(5) VALUE 0.
       01 totalAttribue                PIC 9(5) VALUE 0.
       01 nbAttributions-ed            PIC ZZZ9.
       01 nbSurcharges-ed              PIC ZZ9.
       01 nbSousCharges-ed             PIC ZZ9.
       01 nbPairesSansProf-ed          PIC ZZ9.
       01 nbAnomalies-ed               PIC ZZ9.

       01 titreEtatCharges             PIC X(40)
          VALUE "Charge horaire des professeurs".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteCharges.
           02 FILLER                   PIC X(9) VALUE "Code".
           02 FILLER                   PIC X(33) VALUE "Nom".
           02 FILLER                   PIC X(10) VALUE "Contrat".
           02 FILLER                   PIC X(10) VALUE "Attribue".
           02 FILLER                   PIC X(8) VALUE "Ecart".
       01 ligneCharge.
           02 codeCharge-ed            PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomCharge-ed             PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 contratCharge-ed         PIC Z9.
           02 FILLER                   PIC X(8) VALUE " h    - ".
           02 attribueCharge-ed        PIC ZZ9.
           02 FILLER                   PIC X(7) VALUE " h   - ".
           02 ecartCharge-ed           PIC ---9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 signalCharge-ed          PIC X(20).
       01 ligneTotalCharges.
           02 FILLER                   PIC X(42) VALUE
              "Total".
           02 totalContrat-ed          PIC ZZZZ9.
           02 FILLER                   PIC X(5) VALUE " h - ".
           02 totalAttribue-ed         PIC ZZZZ9.
           02 FILLER                   PIC X(2) VALUE " h".
       01 ligneTitreSansProf           PIC X(70) VALUE
          "Couples cours/groupe sans professeur attribue :".
       01 ligneSansProf.
           02 FILLER                   PIC X(6) VALUE "Cours ".
           02 coursSansProf-ed         PIC X(6).
           02 FILLER                   PIC X(8) VALUE " groupe ".
           02 groupeSansProf-ed        PIC X(4).
       01 ligneTitreAnomalies          PIC X(70) VALUE
          "Attributions ecartees :".
       01 ligneAnomalie.
           02 professeurAno-ed         PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 coursAno-ed              PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 groupeAno-ed             PIC X(4).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonAno-ed             PIC X(30).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerProfesseurs.
           PERFORM chargerPaires.
           PERFORM cumulerAttributions.
           PERFORM imprimerCharges.
           MOVE nbAttributions TO nbAttributions-ed.
           DISPLAY "Attributions lues: " nbAttributions-ed.
           MOVE nbSurcharges TO nbSurcharges-ed.
           DISPLAY "Professeurs en surcharge: " nbSurcharges-ed.
           MOVE nbSousCharges TO nbSousCharges-ed.
           DISPLAY "Professeurs en sous-charge: " nbSousCharges-ed.
           MOVE nbPairesSansProf TO nbPairesSansProf-ed.
           DISPLAY "Couples cours/groupe sans professeur: "
                   nbPairesSansProf-ed.
           MOVE nbAnomalies TO nbAnomalies-ed.
           DISPLAY "Attributions ecartees: " nbAnomalies-ed.
           IF nbSurcharges NOT = 0 OR nbAnomalies NOT = 0
              OR nbPairesSansProf NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       chargerProfesseurs.
           OPEN INPUT FiProfesseurs.
           IF NOT fiProfesseursOK
               DISPLAY "Professeurs.seq introuvable, statut: "
                       fs-fiProfesseurs
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiProfesseurs END-READ.
           PERFORM UNTIL finFiProfesseurs OR nbProfesseurs >= 500
               ADD 1 TO nbProfesseurs
               MOVE codeProfesseur TO codeProfTab(nbProfesseurs)
               MOVE nomProfesseur TO nomProfTab(nbProfesseurs)
               IF heuresContrat NUMERIC
                   MOVE heuresContrat TO heuresContratTab(nbProfesseurs)
               ELSE
                   MOVE 0 TO heuresContratTab(nbProfesseurs)
               END-IF
               MOVE 0 TO heuresAttribueesTab(nbProfesseurs)
               MOVE 0 TO nbAttributionsTab(nbProfesseurs)
               READ FiProfesseurs END-READ
           END-PERFORM.
           IF NOT finFiProfesseurs
               DISPLAY "ATTENTION: plus de 500 professeurs, "
                       "suite ignoree"
           END-IF.
           CLOSE FiProfesseurs.

       chargerPaires.
           OPEN INPUT FiCoursGroupes.
           IF fiCoursGroupesOK
               READ FiCoursGroupes END-READ
               PERFORM UNTIL finFiCoursGroupes OR nbPaires >= 999
                   ADD 1 TO nbPaires
                   MOVE codeCoursPaire TO codeCoursPaireTab(nbPaires)
                   MOVE groupePaire TO groupePaireTab(nbPaires)
                   MOVE "N" TO paireCouverteSW(nbPaires)
                   READ FiCoursGroupes END-READ
               END-PERFORM
           ELSE
               DISPLAY "CoursGroupes.seq absent, statut: "
                       fs-fiCoursGroupes ", couples non controles"
           END-IF.
           CLOSE FiCoursGroupes.

      *****************************************************************
      *    Chaque attribution lisible s'ajoute a la charge de son
      *    professeur ; un professeur inconnu, un couple cours-groupe
      *    absent de CoursGroupes.seq ou des heures illisibles
      *    ecartent l'attribution, qui est listee en fin d'etat.
      *****************************************************************
       cumulerAttributions.
           OPEN INPUT FiAttributions.
           IF fiAttributionsOK
               READ FiAttributions END-READ
               PERFORM UNTIL finFiAttributions
                   ADD 1 TO nbAttributions
                   PERFORM controlerAttribution
                   READ FiAttributions END-READ
               END-PERFORM
           ELSE
               DISPLAY "Attributions.seq absent, statut: "
                       fs-fiAttributions ", aucune charge"
           END-IF.
           CLOSE FiAttributions.

       controlerAttribution.
           MOVE SPACES TO raisonAnomalie.
           MOVE 0 TO indProfTrouve.
           PERFORM VARYING indProfesseur FROM 1 BY 1
                   UNTIL indProfesseur > nbProfesseurs
                      OR indProfTrouve NOT = 0
               IF codeProfTab(indProfesseur) = professeurAttr
                   MOVE indProfesseur TO indProfTrouve
               END-IF
           END-PERFORM.
           MOVE 0 TO indPaireTrouvee.
           PERFORM VARYING indPaire FROM 1 BY 1
                   UNTIL indPaire > nbPaires OR indPaireTrouvee NOT = 0
               IF codeCoursPaireTab(indPaire) = codeCoursAttr
                  AND groupePaireTab(indPaire) = groupeAttr
                   MOVE indPaire TO indPaireTrouvee
               END-IF
           END-PERFORM.
           MOVE heuresAttrX TO heuresBrutes.
           INSPECT heuresBrutes REPLACING LEADING " " BY "0".
           EVALUATE TRUE
               WHEN indProfTrouve = 0
                   MOVE "professeur inconnu" TO raisonAnomalie
               WHEN indPaireTrouvee = 0 AND fiCoursGroupesOK
                   MOVE "couple cours/groupe inconnu"
                        TO raisonAnomalie
               WHEN heuresAttrX = SPACES OR heuresBrutes NOT NUMERIC
                   MOVE "heures illisibles" TO raisonAnomalie
               WHEN OTHER
                   ADD heuresBrutesNum
                       TO heuresAttribueesTab(indProfTrouve)
                   ADD 1 TO nbAttributionsTab(indProfTrouve)
                   IF indPaireTrouvee NOT = 0
                       MOVE "O" TO paireCouverteSW(indPaireTrouvee)
                   END-IF
           END-EVALUATE.
           IF raisonAnomalie NOT = SPACES
               PERFORM memoriserAnomalie
           END-IF.

       memoriserAnomalie.
           IF nbAnomalies < 500
               ADD 1 TO nbAnomalies
               MOVE professeurAttr TO professeurAnoTab(nbAnomalies)
               MOVE codeCoursAttr TO coursAnoTab(nbAnomalies)
               MOVE groupeAttr TO groupeAnoTab(nbAnomalies)
               MOVE raisonAnomalie TO raisonAnoTab(nbAnomalies)
           END-IF.

      *****************************************************************
      *    Une ligne par professeur (heures du contrat, heures
      *    attribuees, ecart signe) ; au-dela du contrat la ligne est
      *    marquee en surcharge, en deca en sous-charge. Suivent les
      *    couples sans professeur et les attributions ecartees.
      *****************************************************************
       imprimerCharges.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteCharges TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiCharges
                                    titreEtatCharges
                                    enteteEtatTampon.
           PERFORM VARYING indProfesseur FROM 1 BY 1
                   UNTIL indProfesseur > nbProfesseurs
               PERFORM imprimerChargeProfesseur
           END-PERFORM.
           MOVE totalContrat TO totalContrat-ed.
           MOVE totalAttribue TO totalAttribue-ed.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE ligneTotalCharges TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           PERFORM VARYING indPaire FROM 1 BY 1
                   UNTIL indPaire > nbPaires
               IF NOT paireCouverte(indPaire)
                   PERFORM imprimerPaireSansProf
               END-IF
           END-PERFORM.
           IF nbAnomalies NOT = 0
               MOVE SPACES TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               MOVE ligneTitreAnomalies TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               PERFORM VARYING indAnomalie FROM 1 BY 1
                       UNTIL indAnomalie > nbAnomalies
                   PERFORM imprimerAnomalie
               END-PERFORM
           END-IF.
           CALL "ETAT-FERMER".

       imprimerChargeProfesseur.
           COMPUTE ecartHeures = heuresAttribueesTab(indProfesseur)
                               - heuresContratTab(indProfesseur).
           ADD heuresContratTab(indProfesseur) TO totalContrat.
           ADD heuresAttribueesTab(indProfesseur) TO totalAttribue.
           MOVE codeProfTab(indProfesseur) TO codeCharge-ed.
           MOVE nomProfTab(indProfesseur) TO nomCharge-ed.
           MOVE heuresContratTab(indProfesseur) TO contratCharge-ed.
           MOVE heuresAttribueesTab(indProfesseur)
                TO attribueCharge-ed.
           MOVE ecartHeures TO ecartCharge-ed.
           EVALUATE TRUE
               WHEN ecartHeures > 0
                   ADD 1 TO nbSurcharges
                   MOVE "** SURCHARGE **" TO signalCharge-ed
               WHEN ecartHeures < 0
                   ADD 1 TO nbSousCharges
                   MOVE "sous-charge" TO signalCharge-ed
               WHEN OTHER
                   MOVE SPACES TO signalCharge-ed
           END-EVALUATE.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneCharge TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerPaireSansProf.
           IF nbPairesSansProf = 0
               MOVE SPACES TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               MOVE ligneTitreSansProf TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-IF.
           ADD 1 TO nbPairesSansProf.
           MOVE codeCoursPaireTab(indPaire) TO coursSansProf-ed.
           MOVE groupePaireTab(indPaire) TO groupeSansProf-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneSansProf TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerAnomalie.
           MOVE professeurAnoTab(indAnomalie) TO professeurAno-ed.
           MOVE coursAnoTab(indAnomalie) TO coursAno-ed.
           MOVE groupeAnoTab(indAnomalie) TO groupeAno-ed.
           MOVE raisonAnoTab(indAnomalie) TO raisonAno-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneAnomalie TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiProfesseurs
                         NOMFIC BY "Professeurs.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAttributions
                         NOMFIC BY "Attributions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCoursGroupes
                         NOMFIC BY "CoursGroupes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCharges
                         NOMFIC BY "ChargesProfesseurs.seq".

       END PROGRAM ProfesseursCharge.
