       PROGRAM-ID. CartesEtudiants AS "CartesEtudiants".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiRegistre ASSIGN TO DYNAMIC cheminFiRegistre
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRegistre.

           SELECT OPTIONAL FiDemandes ASSIGN TO DYNAMIC cheminFiDemandes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiDemandes.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

           SELECT FiCartes ASSIGN TO DYNAMIC cheminFiCartes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCartes.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.

       DATA DIVISION.

       FILE SECTION.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

      *****************************************************************
      *    Registre des cartes emises : derniere carte de chaque
      *    etudiant (section et annee imprimees, exercice de
      *    validite, date d'emission, nombre de duplicatas).
      *****************************************************************
       FD FiRegistre.
       01 engRegistre.
           02 matriculeRegistre        PIC X(6).
           02 FILLER                   PIC X.
           02 codeSectionRegistre      PIC XX.
           02 FILLER                   PIC X.
           02 anneeRegistre            PIC 9.
           02 FILLER                   PIC X.
           02 exerciceRegistre         PIC 9(4).
           02 FILLER                   PIC X.
           02 dateEmissionRegistre     PIC 9(8).
           02 FILLER                   PIC X.
           02 nbDuplicatasRegistre     PIC 99.

      *    Demandes de reimpression d'une carte perdue, volee ou
      *    abimee, deposees au secretariat.
       FD FiDemandes.
       01 engDemande.
           02 matriculeDemande         PIC X(6).
           02 FILLER                   PIC X.
           02 motifDemande             PIC X(30).

       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

       FD FiCartes.
       01 engCarte.
           COPY "CarteEtud.cpy".

       FD FiRejets.
       01 engRejet                     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiRegistre PIC X(80) VALUE "CartesEmises.seq".
       01 cheminFiDemandes PIC X(80) VALUE "CartesDuplicatas.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".
       01 cheminFiCartes PIC X(80) VALUE "CartesImpression.seq".
       01 cheminFiRejets PIC X(80) VALUE "CartesRejets.seq".
       01 cheminFiRapport PIC X(80) VALUE "CartesReconciliation.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY finFiRegistre
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDemandes
                                        FSOK BY fiDemandesOK
                                        FSFIN BY finFiDemandes
                                        FSABSENT BY fiDemandesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAbandons
                                        FSOK BY fiAbandonsOK
                                        FSFIN BY finFiAbandons
                                        FSABSENT BY fiAbandonsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCartes
                                        FSOK BY fiCartesOK
                                        FSFIN BY fiCartesFin
                                        FSABSENT BY fiCartesAbsent.

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
           02 FILLER                   PIC 9(4).
       01 heureJour                    PIC 9(8).

      *    La carte reste valable jusqu'au 30 septembre qui suit
      *    l'exercice, le temps des reinscriptions.
       01 finValidite                  PIC 9(8).
       01 FILLER REDEFINES finValidite.
           02 anneeFinValidite         PIC 9(4).
           02 moisJourFinValidite      PIC 9(4).

       01 tabRegistre.
           02 registreTab OCCURS 2000.
               03 matriculeRegTab      PIC X(6).
               03 codeSectionRegTab    PIC XX.
               03 anneeRegTab          PIC 9.
               03 exerciceRegTab       PIC 9(4).
               03 dateEmissionRegTab   PIC 9(8).
               03 nbDuplicatasRegTab   PIC 99.
               03 etudiantPresentSW    PIC X.
       01 nbRegistre                   PIC 9(4) VALUE 0.
       01 indRegistre                  PIC 9(4).
       01 indRegistreTrouve            PIC 9(4).

       01 tabEtudiants.
           02 etudiantTab OCCURS 2000.
               03 matriculeEtudTab     PIC X(6).
               03 nomEtudTab           PIC X(30).
               03 codeSectionEtudTab   PIC XX.
               03 anneeEtudTab         PIC 9.
               03 groupeEtudTab        PIC X.
               03 etudiantRetireSW     PIC X.
       01 nbEtudiants                  PIC 9(4) VALUE 0.
       01 indEtudiant                  PIC 9(4).
       01 indEtudiantTrouve            PIC 9(4).

      *    Code barre EAN-13 : prefixe 200000 (usage interne),
      *    matricule sur six chiffres et chiffre de controle
      *    modulo 10 aux poids alternes 1 et 3.
       01 codeBarre.
           02 chiffreBarre OCCURS 13   PIC 9.
       01 codeBarreX REDEFINES codeBarre PIC X(13).
       01 matriculeNum                 PIC 9(6).
       01 indChiffre                   PIC 99.
       01 sommeControle                PIC 999.
       01 resteControle                PIC 99.
       01 quotientControle             PIC 999.

       01 motifCourant                 PIC X.
       01 raisonRejet                  PIC X(40).
       01 matriculeRejete              PIC X(6).

       01 nbCartesEcrites              PIC 9(6) VALUE 0.
       01 nbNouvelles                  PIC 9(6) VALUE 0.
       01 nbPromotions                 PIC 9(6) VALUE 0.
       01 nbReinscrits                 PIC 9(6) VALUE 0.
       01 nbDuplicatas                 PIC 9(6) VALUE 0.
       01 nbRejets                     PIC 9(4) VALUE 0.
       01 nbRetires                    PIC 9(4) VALUE 0.
       01 totalMatricules              PIC 9(12) VALUE 0.
       01 nbEtudiantsActifs            PIC 9(4) VALUE 0.
       01 nbCartesValides              PIC 9(4) VALUE 0.
       01 nbSansCarte                  PIC 9(4) VALUE 0.
       01 nbCartesOrphelines           PIC 9(4) VALUE 0.
       01 nbCartesEcrites-ed           PIC ZZZZZ9.
       01 nbNouvelles-ed               PIC ZZZZZ9.
       01 nbPromotions-ed              PIC ZZZZZ9.
       01 nbReinscrits-ed              PIC ZZZZZ9.
       01 nbDuplicatas-ed              PIC ZZZZZ9.
       01 nbRejets-ed                  PIC ZZZ9.

       01 ligneRejet.
           02 matriculeRejet-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 origineRejet-ed          PIC X(12).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

       01 titreEtatReconciliation      PIC X(40)
          VALUE "Rapprochement cartes / etudiants".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteReconciliation    PIC X(70) VALUE
          "Matricule - Nom - Observation".
       01 ligneEcart.
           02 matriculeEcart-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomEcart-ed              PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 observationEcart-ed      PIC X(40).
       01 ligneCompteur.
           02 libelleCompteur-ed       PIC X(45).
           02 valeurCompteur-ed        PIC ZZZZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "CartesEtudiants"
                         NIVEAU BY "M".
           DISPLAY "Exercice des cartes (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           ACCEPT heureJour FROM TIME.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               MOVE anneeJour TO exerciceCourant
           END-IF.
           COMPUTE anneeFinValidite = exerciceCourant + 1.
           MOVE 0930 TO moisJourFinValidite.
           PERFORM chargerRegistre.
           PERFORM chargerEtudiants.
           PERFORM chargerAbandons.
           OPEN OUTPUT FiCartes FiRejets.
           PERFORM ecrireEntete.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               PERFORM examinerEtudiant
           END-PERFORM.
           PERFORM traiterDemandes.
           PERFORM ecrireTrailer.
           CLOSE FiCartes FiRejets.
           PERFORM reecrireRegistre.
           PERFORM rapprocherCartes.
           MOVE nbCartesEcrites TO nbCartesEcrites-ed.
           DISPLAY "Cartes a imprimer: " nbCartesEcrites-ed.
           MOVE nbNouvelles TO nbNouvelles-ed.
           DISPLAY "  nouveaux etudiants: " nbNouvelles-ed.
           MOVE nbPromotions TO nbPromotions-ed.
           DISPLAY "  promotions: " nbPromotions-ed.
           MOVE nbReinscrits TO nbReinscrits-ed.
           DISPLAY "  reinscriptions: " nbReinscrits-ed.
           MOVE nbDuplicatas TO nbDuplicatas-ed.
           DISPLAY "  duplicatas: " nbDuplicatas-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Rejets: " nbRejets-ed.
           IF nbRejets NOT = 0 OR nbSansCarte NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       chargerRegistre.
           OPEN INPUT FiRegistre.
           IF fiRegistreOK
               READ FiRegistre END-READ
               PERFORM UNTIL finFiRegistre OR nbRegistre >= 2000
                   ADD 1 TO nbRegistre
                   MOVE matriculeRegistre
                        TO matriculeRegTab(nbRegistre)
                   MOVE codeSectionRegistre
                        TO codeSectionRegTab(nbRegistre)
                   MOVE anneeRegistre TO anneeRegTab(nbRegistre)
                   MOVE exerciceRegistre TO exerciceRegTab(nbRegistre)
                   MOVE dateEmissionRegistre
                        TO dateEmissionRegTab(nbRegistre)
                   MOVE nbDuplicatasRegistre
                        TO nbDuplicatasRegTab(nbRegistre)
                   MOVE "N" TO etudiantPresentSW(nbRegistre)
                   READ FiRegistre END-READ
               END-PERFORM
               IF NOT finFiRegistre
                   DISPLAY "ATTENTION: plus de 2000 cartes au "
                           "registre, suite ignoree"
               END-IF
           ELSE
               DISPLAY "CartesEmises.seq absent, premier lot de "
                       "cartes"
           END-IF.
           CLOSE FiRegistre.

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
               MOVE matricule TO matriculeEtudTab(nbEtudiants)
               MOVE nomPrenom TO nomEtudTab(nbEtudiants)
               MOVE codeSection TO codeSectionEtudTab(nbEtudiants)
               MOVE annee TO anneeEtudTab(nbEtudiants)
               MOVE lettreGroupe TO groupeEtudTab(nbEtudiants)
               MOVE "N" TO etudiantRetireSW(nbEtudiants)
               READ FiEtud END-READ
           END-PERFORM.
           IF NOT finFiEtud
               DISPLAY "ATTENTION: plus de 2000 etudiants, lot "
                       "incomplet"
           END-IF.
           CLOSE FiEtud.

      *    Un etudiant retire pendant l'exercice ne recoit plus de
      *    carte.
       chargerAbandons.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons
                   IF exerciceAbandon = exerciceCourant
                       PERFORM VARYING indEtudiant FROM 1 BY 1
                               UNTIL indEtudiant > nbEtudiants
                           IF matriculeEtudTab(indEtudiant)
                              = matriculeAbandon
                               MOVE "O"
                                    TO etudiantRetireSW(indEtudiant)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ FiAbandons END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAbandons.

       ecrireEntete.
           MOVE SPACES TO engCarte.
           MOVE "H" TO typeCarte.
           MOVE "CARTES-ETUDIANTS" TO libelleLotCarte.
           MOVE exerciceCourant TO exerciceLotCarte.
           MOVE dateJour TO dateLotCarte.
           MOVE heureJour(1:6) TO heureLotCarte.
           WRITE engCarte END-WRITE.

      *****************************************************************
      *    Une carte est produite pour l'etudiant sans carte (N),
      *    pour celui dont l'annee ou la section a change depuis sa
      *    derniere carte (P) et pour celui qui se reinscrit dans la
      *    meme annee avec une carte d'un exercice anterieur (R).
      *****************************************************************
       examinerEtudiant.
           IF etudiantRetireSW(indEtudiant) = "O"
               ADD 1 TO nbRetires
           ELSE
               PERFORM rechercherRegistre
               EVALUATE TRUE
                   WHEN indRegistreTrouve = 0
                       MOVE "N" TO motifCourant
                   WHEN codeSectionRegTab(indRegistreTrouve)
                        NOT = codeSectionEtudTab(indEtudiant)
                     OR anneeRegTab(indRegistreTrouve)
                        NOT = anneeEtudTab(indEtudiant)
                       MOVE "P" TO motifCourant
                   WHEN exerciceRegTab(indRegistreTrouve)
                        < exerciceCourant
                       MOVE "R" TO motifCourant
                   WHEN OTHER
                       MOVE SPACE TO motifCourant
               END-EVALUATE
               IF motifCourant NOT = SPACE
                   PERFORM produireCarte
               END-IF
           END-IF.

       rechercherRegistre.
           MOVE 0 TO indRegistreTrouve.
           PERFORM VARYING indRegistre FROM 1 BY 1
                   UNTIL indRegistre > nbRegistre
                      OR indRegistreTrouve NOT = 0
               IF matriculeRegTab(indRegistre)
                  = matriculeEtudTab(indEtudiant)
                   MOVE indRegistre TO indRegistreTrouve
               END-IF
           END-PERFORM.

       produireCarte.
           IF matriculeEtudTab(indEtudiant) NOT NUMERIC
               MOVE matriculeEtudTab(indEtudiant) TO matriculeRejete
               MOVE "matricule non numerique (code barre)"
                    TO raisonRejet
               MOVE "FiEtud" TO origineRejet-ed
               PERFORM rejeter
           ELSE
               IF indRegistreTrouve = 0
                   IF nbRegistre >= 2000
                       MOVE matriculeEtudTab(indEtudiant)
                            TO matriculeRejete
                       MOVE "registre des cartes plein"
                            TO raisonRejet
                       MOVE "FiEtud" TO origineRejet-ed
                       PERFORM rejeter
                   ELSE
                       ADD 1 TO nbRegistre
                       MOVE nbRegistre TO indRegistreTrouve
                       MOVE matriculeEtudTab(indEtudiant)
                            TO matriculeRegTab(nbRegistre)
                       MOVE 0 TO nbDuplicatasRegTab(nbRegistre)
                       MOVE "N" TO etudiantPresentSW(nbRegistre)
                   END-IF
               ELSE
                   MOVE 0 TO nbDuplicatasRegTab(indRegistreTrouve)
               END-IF
               IF indRegistreTrouve NOT = 0
                   MOVE codeSectionEtudTab(indEtudiant)
                        TO codeSectionRegTab(indRegistreTrouve)
                   MOVE anneeEtudTab(indEtudiant)
                        TO anneeRegTab(indRegistreTrouve)
                   MOVE exerciceCourant
                        TO exerciceRegTab(indRegistreTrouve)
                   MOVE dateJour
                        TO dateEmissionRegTab(indRegistreTrouve)
                   PERFORM ecrireCarte
               END-IF
           END-IF.

       ecrireCarte.
           MOVE SPACES TO engCarte.
           MOVE "D" TO typeCarte.
           MOVE matriculeEtudTab(indEtudiant) TO matriculeCarte.
           MOVE nomEtudTab(indEtudiant) TO nomCarte.
           MOVE SPACES TO loginCarte.
           STRING codeSectionEtudTab(indEtudiant) DELIMITED BY SIZE
                  anneeEtudTab(indEtudiant)       DELIMITED BY SIZE
                  nomEtudTab(indEtudiant)         DELIMITED BY SIZE
                  INTO loginCarte.
           MOVE codeSectionEtudTab(indEtudiant) TO codeSectionCarte.
           MOVE anneeEtudTab(indEtudiant) TO anneeCarte.
           MOVE groupeEtudTab(indEtudiant) TO groupeCarte.
           MOVE finValidite TO finValiditeCarte.
           PERFORM calculerCodeBarre.
           MOVE codeBarreX TO codeBarreCarte.
           MOVE motifCourant TO motifCarte.
           MOVE nbDuplicatasRegTab(indRegistreTrouve)
                TO numeroDuplicata.
           WRITE engCarte END-WRITE.
           ADD 1 TO nbCartesEcrites.
           ADD matriculeNum TO totalMatricules.
           EVALUATE motifCourant
               WHEN "N"
                   ADD 1 TO nbNouvelles
               WHEN "P"
                   ADD 1 TO nbPromotions
               WHEN "R"
                   ADD 1 TO nbReinscrits
               WHEN "D"
                   ADD 1 TO nbDuplicatas
           END-EVALUATE.

       calculerCodeBarre.
           MOVE matriculeEtudTab(indEtudiant) TO matriculeNum.
           MOVE "200000" TO codeBarreX(1:6).
           MOVE matriculeNum TO codeBarreX(7:6).
           MOVE 0 TO sommeControle.
           PERFORM VARYING indChiffre FROM 1 BY 1
                   UNTIL indChiffre > 12
               DIVIDE indChiffre BY 2 GIVING quotientControle
                      REMAINDER resteControle
               IF resteControle = 0
                   COMPUTE sommeControle = sommeControle
                           + 3 * chiffreBarre(indChiffre)
               ELSE
                   ADD chiffreBarre(indChiffre) TO sommeControle
               END-IF
           END-PERFORM.
           DIVIDE sommeControle BY 10 GIVING quotientControle
                  REMAINDER resteControle.
           IF resteControle = 0
               MOVE 0 TO chiffreBarre(13)
           ELSE
               COMPUTE chiffreBarre(13) = 10 - resteControle
           END-IF.

      *****************************************************************
      *    Duplicatas : la carte de l'exercice doit exister; elle est
      *    reimprimee a l'identique avec le motif D et le numero du
      *    duplicata.
      *****************************************************************
       traiterDemandes.
           OPEN INPUT FiDemandes.
           IF fiDemandesOK
               READ FiDemandes END-READ
               PERFORM UNTIL finFiDemandes
                   PERFORM traiterDemande
                   READ FiDemandes END-READ
               END-PERFORM
           END-IF.
           CLOSE FiDemandes.

       traiterDemande.
           MOVE 0 TO indEtudiantTrouve.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
                      OR indEtudiantTrouve NOT = 0
               IF matriculeEtudTab(indEtudiant) = matriculeDemande
                   MOVE indEtudiant TO indEtudiantTrouve
               END-IF
           END-PERFORM.
           MOVE 0 TO indRegistreTrouve.
           IF indEtudiantTrouve NOT = 0
               MOVE indEtudiantTrouve TO indEtudiant
               PERFORM rechercherRegistre
           END-IF.
           MOVE matriculeDemande TO matriculeRejete.
           MOVE "Duplicata" TO origineRejet-ed.
           EVALUATE TRUE
               WHEN indEtudiantTrouve = 0
                   MOVE "matricule inconnu" TO raisonRejet
                   PERFORM rejeter
               WHEN etudiantRetireSW(indEtudiant) = "O"
                   MOVE "etudiant retire, pas de duplicata"
                        TO raisonRejet
                   PERFORM rejeter
               WHEN indRegistreTrouve = 0
                   MOVE "aucune carte emise" TO raisonRejet
                   PERFORM rejeter
               WHEN exerciceRegTab(indRegistreTrouve)
                    NOT = exerciceCourant
                   MOVE "carte d'un exercice anterieur"
                        TO raisonRejet
                   PERFORM rejeter
               WHEN nbDuplicatasRegTab(indRegistreTrouve) >= 99
                   MOVE "trop de duplicatas" TO raisonRejet
                   PERFORM rejeter
               WHEN OTHER
                   ADD 1 TO nbDuplicatasRegTab(indRegistreTrouve)
                   MOVE dateJour
                        TO dateEmissionRegTab(indRegistreTrouve)
                   MOVE "D" TO motifCourant
                   PERFORM ecrireCarte
           END-EVALUATE.

       rejeter.
           ADD 1 TO nbRejets.
           MOVE matriculeRejete TO matriculeRejet-ed.
           MOVE raisonRejet TO raisonRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

       ecrireTrailer.
           MOVE SPACES TO engCarte.
           MOVE "T" TO typeCarte.
           MOVE nbCartesEcrites TO nbDetailsTrailerCarte.
           MOVE nbNouvelles TO nbNouvellesTrailer.
           MOVE nbPromotions TO nbPromotionsTrailer.
           MOVE nbReinscrits TO nbReinscritsTrailer.
           MOVE nbDuplicatas TO nbDuplicatasTrailer.
           MOVE totalMatricules TO totalMatriculesTrailer.
           WRITE engCarte END-WRITE.

       reecrireRegistre.
           OPEN OUTPUT FiRegistre.
           PERFORM VARYING indRegistre FROM 1 BY 1
                   UNTIL indRegistre > nbRegistre
               MOVE SPACES TO engRegistre
               MOVE matriculeRegTab(indRegistre) TO matriculeRegistre
               MOVE codeSectionRegTab(indRegistre)
                    TO codeSectionRegistre
               MOVE anneeRegTab(indRegistre) TO anneeRegistre
               MOVE exerciceRegTab(indRegistre) TO exerciceRegistre
               MOVE dateEmissionRegTab(indRegistre)
                    TO dateEmissionRegistre
               MOVE nbDuplicatasRegTab(indRegistre)
                    TO nbDuplicatasRegistre
               WRITE engRegistre END-WRITE
           END-PERFORM.
           CLOSE FiRegistre.

      *****************************************************************
      *    Rapprochement avec l'effectif : chaque etudiant actif doit
      *    detenir une carte valable pour l'exercice; les cartes du
      *    registre sans etudiant dans FiEtud sont signalees.
      *****************************************************************
       rapprocherCartes.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteReconciliation TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiRapport
                                    titreEtatReconciliation
                                    enteteEtatTampon.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
               PERFORM rechercherRegistre
               IF indRegistreTrouve NOT = 0
                   MOVE "O" TO etudiantPresentSW(indRegistreTrouve)
               END-IF
               IF etudiantRetireSW(indEtudiant) NOT = "O"
                   ADD 1 TO nbEtudiantsActifs
                   IF indRegistreTrouve NOT = 0
                      AND exerciceRegTab(indRegistreTrouve)
                          = exerciceCourant
                       ADD 1 TO nbCartesValides
                   ELSE
                       ADD 1 TO nbSansCarte
                       MOVE matriculeEtudTab(indEtudiant)
                            TO matriculeEcart-ed
                       MOVE nomEtudTab(indEtudiant) TO nomEcart-ed
                       MOVE "** etudiant actif sans carte valable"
                            TO observationEcart-ed
                       PERFORM ecrireLigneEcart
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING indRegistre FROM 1 BY 1
                   UNTIL indRegistre > nbRegistre
               IF etudiantPresentSW(indRegistre) NOT = "O"
                   ADD 1 TO nbCartesOrphelines
                   MOVE matriculeRegTab(indRegistre)
                        TO matriculeEcart-ed
                   MOVE SPACES TO nomEcart-ed
                   MOVE "carte emise, etudiant absent de FiEtud"
                        TO observationEcart-ed
                   PERFORM ecrireLigneEcart
               END-IF
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE "Etudiants inscrits (FiEtud)" TO libelleCompteur-ed.
           MOVE nbEtudiants TO valeurCompteur-ed.
           PERFORM ecrireLigneCompteur.
           MOVE "  dont retires en cours d'exercice"
                TO libelleCompteur-ed.
           MOVE nbRetires TO valeurCompteur-ed.
           PERFORM ecrireLigneCompteur.
           MOVE "Etudiants actifs" TO libelleCompteur-ed.
           MOVE nbEtudiantsActifs TO valeurCompteur-ed.
           PERFORM ecrireLigneCompteur.
           MOVE "Cartes valables pour l'exercice"
                TO libelleCompteur-ed.
           MOVE nbCartesValides TO valeurCompteur-ed.
           PERFORM ecrireLigneCompteur.
           MOVE "  dont imprimees dans ce lot" TO libelleCompteur-ed.
           COMPUTE valeurCompteur-ed =
                   nbNouvelles + nbPromotions + nbReinscrits.
           PERFORM ecrireLigneCompteur.
           MOVE "Duplicatas imprimes" TO libelleCompteur-ed.
           MOVE nbDuplicatas TO valeurCompteur-ed.
           PERFORM ecrireLigneCompteur.
           MOVE "** Etudiants actifs sans carte" TO libelleCompteur-ed.
           MOVE nbSansCarte TO valeurCompteur-ed.
           PERFORM ecrireLigneCompteur.
           MOVE "Cartes sans etudiant" TO libelleCompteur-ed.
           MOVE nbCartesOrphelines TO valeurCompteur-ed.
           PERFORM ecrireLigneCompteur.
           CALL "ETAT-FERMER".
           IF nbCartesValides = nbEtudiantsActifs
               DISPLAY "Rapprochement: toutes les cartes des "
                       "etudiants actifs sont valables"
           ELSE
               DISPLAY "Rapprochement: ECART entre l'effectif actif "
                       "et les cartes valables, voir "
                       "CartesReconciliation.seq"
           END-IF.

       ecrireLigneEcart.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneEcart TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       ecrireLigneCompteur.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneCompteur TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "CartesEmises.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDemandes
                         NOMFIC BY "CartesDuplicatas.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCartes
                         NOMFIC BY "CartesImpression.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "CartesRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRapport
                         NOMFIC BY "CartesReconciliation.seq".

       END PROGRAM CartesEtudiants.
