       PROGRAM-ID. ProfesseursMaintenance AS "ProfesseursMaintenance".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiProfesseurs
               ASSIGN TO DYNAMIC cheminFiProfesseurs
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiProfesseurs.

           SELECT OPTIONAL FiMouvementsProf
               ASSIGN TO DYNAMIC cheminFiMouvementsProf
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiMouvementsProf.

           SELECT OPTIONAL FiAttributions
               ASSIGN TO DYNAMIC cheminFiAttributions
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiAttributions.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRejets.

       DATA DIVISION.

       FILE SECTION.

       FD FiProfesseurs.
       01 engProfesseur.
           COPY "Professeur.cpy".

      *    Mouvements : A ajout, R retrait, C changement (nom ou
      *    heures laisses a blanc restent inchanges).
       FD FiMouvementsProf.
       01 engMouvementProf.
           02 codeMvtProf              PIC X.
               88 mvtAjoutProf         VALUE "A" "a".
               88 mvtRetraitProf       VALUE "R" "r".
               88 mvtChangementProf    VALUE "C" "c".
           02 FILLER                   PIC X.
           02 codeProfMvt              PIC X(6).
           02 FILLER                   PIC X.
           02 nomProfMvt               PIC X(30).
           02 FILLER                   PIC X.
           02 heuresMvtX               PIC XX.

       FD FiAttributions.
       01 engAttribution.
           COPY "AttributionCours.cpy".

       FD FiRejets.
       01 engRejet                     PIC X(70).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiProfesseurs PIC X(80) VALUE "Professeurs.seq".
       01 cheminFiMouvementsProf PIC X(80) VALUE
          "ProfesseursMouvements.seq".
       01 cheminFiAttributions PIC X(80) VALUE "Attributions.seq".
       01 cheminFiRejets PIC X(80) VALUE "ProfesseursRejets.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiProfesseurs
                                        FSOK BY fiProfesseursOK
                                        FSFIN BY finFiProfesseurs
                                        FSABSENT BY fiProfesseursAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiMouvementsProf
                                        FSOK BY fiMouvementsProfOK
                                        FSFIN BY finFiMouvementsProf
                                        FSABSENT BY fiMouvementsProfAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAttributions
                                        FSOK BY fiAttributionsOK
                                        FSFIN BY finFiAttributions
                                        FSABSENT BY fiAttributionsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       01 tabProfesseurs.
           02 professeurTab OCCURS 500.
               03 codeProfTab          PIC X(6).
               03 nomProfTab           PIC X(30).
               03 heuresContratTab     PIC 99.
               03 profRetireSW         PIC X.
                   88 profRetire       VALUE "O".
       01 nbProfesseurs                PIC 999 VALUE 0.
       01 indProfesseur                PIC 999.
       01 indProfTrouve                PIC 999.

       01 heuresBrutes                 PIC XX.
       01 heuresBrutesNum REDEFINES heuresBrutes PIC 99.
       01 heuresLisiblesSW             PIC X VALUE "N".
           88 heuresLisibles           VALUE "O".
       01 profAttribueSW               PIC X VALUE "N".
           88 profAttribue             VALUE "O".

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
           02 professeurRejet-ed       PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerProfesseurs.
           OPEN OUTPUT FiRejets.
           PERFORM appliquerMouvements.
           CLOSE FiRejets.
           PERFORM reecrireProfesseurs.
           MOVE nbAjouts TO nbAjouts-ed.
           DISPLAY "Professeurs ajoutes: " nbAjouts-ed.
           MOVE nbRetraits TO nbRetraits-ed.
           DISPLAY "Professeurs retires: " nbRetraits-ed.
           MOVE nbChangements TO nbChangements-ed.
           DISPLAY "Fiches modifiees: " nbChangements-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Mouvements rejetes: " nbRejets-ed.
           IF nbRejets NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       chargerProfesseurs.
           OPEN INPUT FiProfesseurs.
           IF fiProfesseursOK
               READ FiProfesseurs END-READ
               PERFORM UNTIL finFiProfesseurs
                      OR nbProfesseurs >= 500
                   ADD 1 TO nbProfesseurs
                   MOVE codeProfesseur TO codeProfTab(nbProfesseurs)
                   MOVE nomProfesseur TO nomProfTab(nbProfesseurs)
                   IF heuresContrat NUMERIC
                       MOVE heuresContrat
                            TO heuresContratTab(nbProfesseurs)
                   ELSE
                       MOVE 0 TO heuresContratTab(nbProfesseurs)
                   END-IF
                   MOVE "N" TO profRetireSW(nbProfesseurs)
                   READ FiProfesseurs END-READ
               END-PERFORM
               IF NOT finFiProfesseurs
                   DISPLAY "ATTENTION: plus de 500 professeurs, "
                           "suite ignoree"
               END-IF
           END-IF.
           CLOSE FiProfesseurs.

       appliquerMouvements.
           OPEN INPUT FiMouvementsProf.
           IF fiMouvementsProfOK
               READ FiMouvementsProf END-READ
               PERFORM UNTIL finFiMouvementsProf
                   PERFORM appliquerUnMouvement
                   READ FiMouvementsProf END-READ
               END-PERFORM
           ELSE
               DISPLAY "ProfesseursMouvements.seq absent, statut: "
                       fs-fiMouvementsProf ", aucun mouvement"
           END-IF.
           CLOSE FiMouvementsProf.

       appliquerUnMouvement.
           PERFORM rechercherProfesseur.
           PERFORM lireHeuresMouvement.
           EVALUATE TRUE
               WHEN codeProfMvt = SPACES
                   MOVE "code professeur absent" TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               WHEN mvtAjoutProf
                   PERFORM ajouterProfesseur
               WHEN mvtRetraitProf
                   PERFORM retirerProfesseur
               WHEN mvtChangementProf
                   PERFORM changerProfesseur
               WHEN OTHER
                   MOVE "code mouvement inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
           END-EVALUATE.

       rechercherProfesseur.
           MOVE 0 TO indProfTrouve.
           PERFORM VARYING indProfesseur FROM 1 BY 1
                   UNTIL indProfesseur > nbProfesseurs
                      OR indProfTrouve NOT = 0
               IF codeProfTab(indProfesseur) = codeProfMvt
                  AND NOT profRetire(indProfesseur)
                   MOVE indProfesseur TO indProfTrouve
               END-IF
           END-PERFORM.

      *    Heures a blanc : pas de changement (C) ; pour un ajout,
      *    les heures sont obligatoires.
       lireHeuresMouvement.
           MOVE heuresMvtX TO heuresBrutes.
           INSPECT heuresBrutes REPLACING LEADING " " BY "0".
           IF heuresMvtX NOT = SPACES AND heuresBrutes NUMERIC
               MOVE "O" TO heuresLisiblesSW
           ELSE
               MOVE "N" TO heuresLisiblesSW
           END-IF.

       ajouterProfesseur.
           EVALUATE TRUE
               WHEN indProfTrouve NOT = 0
                   MOVE "professeur deja connu" TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               WHEN nomProfMvt = SPACES
                   MOVE "nom absent" TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               WHEN NOT heuresLisibles
                   MOVE "heures de contrat illisibles"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               WHEN nbProfesseurs >= 500
                   MOVE "fichier des professeurs plein"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               WHEN OTHER
                   ADD 1 TO nbProfesseurs
                   MOVE codeProfMvt TO codeProfTab(nbProfesseurs)
                   MOVE nomProfMvt TO nomProfTab(nbProfesseurs)
                   MOVE heuresBrutesNum
                        TO heuresContratTab(nbProfesseurs)
                   MOVE "N" TO profRetireSW(nbProfesseurs)
                   ADD 1 TO nbAjouts
           END-EVALUATE.

      *    Un professeur qui porte encore des attributions ne peut
      *    pas quitter la fiche : les cours resteraient sans titulaire.
       retirerProfesseur.
           IF indProfTrouve = 0
               MOVE "professeur inconnu" TO raisonRejet-ed
               PERFORM rejeterMouvementProf
           ELSE
               PERFORM verifierAttributions
               IF profAttribue
                   MOVE "professeur encore attribue a un cours"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               ELSE
                   MOVE "O" TO profRetireSW(indProfTrouve)
                   ADD 1 TO nbRetraits
               END-IF
           END-IF.

       verifierAttributions.
           MOVE "N" TO profAttribueSW.
           OPEN INPUT FiAttributions.
           IF fiAttributionsOK
               READ FiAttributions END-READ
               PERFORM UNTIL finFiAttributions OR profAttribue
                   IF professeurAttr = codeProfMvt
                       MOVE "O" TO profAttribueSW
                   END-IF
                   READ FiAttributions END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAttributions.

       changerProfesseur.
           EVALUATE TRUE
               WHEN indProfTrouve = 0
                   MOVE "professeur inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               WHEN heuresMvtX NOT = SPACES AND NOT heuresLisibles
                   MOVE "heures de contrat illisibles"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementProf
               WHEN OTHER
                   IF nomProfMvt NOT = SPACES
                       MOVE nomProfMvt TO nomProfTab(indProfTrouve)
                   END-IF
                   IF heuresLisibles
                       MOVE heuresBrutesNum
                            TO heuresContratTab(indProfTrouve)
                   END-IF
                   ADD 1 TO nbChangements
           END-EVALUATE.

       rejeterMouvementProf.
           ADD 1 TO nbRejets.
           MOVE codeMvtProf TO codeRejet-ed.
           MOVE codeProfMvt TO professeurRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

       reecrireProfesseurs.
           OPEN OUTPUT FiProfesseurs.
           PERFORM VARYING indProfesseur FROM 1 BY 1
                   UNTIL indProfesseur > nbProfesseurs
               IF NOT profRetire(indProfesseur)
                   MOVE SPACES TO engProfesseur
                   MOVE codeProfTab(indProfesseur) TO codeProfesseur
                   MOVE nomProfTab(indProfesseur) TO nomProfesseur
                   MOVE heuresContratTab(indProfesseur)
                        TO heuresContrat
                   WRITE engProfesseur END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FiProfesseurs.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiProfesseurs
                         NOMFIC BY "Professeurs.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiMouvementsProf
                         NOMFIC BY "ProfesseursMouvements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAttributions
                         NOMFIC BY "Attributions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "ProfesseursRejets.seq".

       END PROGRAM ProfesseursMaintenance.
