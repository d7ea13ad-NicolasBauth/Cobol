       PROGRAM-ID. BoursesEligibilite AS "BoursesEligibilite".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiRegles ASSIGN TO DYNAMIC cheminFiRegles
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRegles.

           SELECT OPTIONAL FiArchive ASSIGN TO DYNAMIC cheminFiArchive
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS cleArchive
                         FILE STATUS IS fs-fiArchive.

           SELECT OPTIONAL FiCumul ASSIGN TO DYNAMIC cheminFiCumul
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCumul.

           SELECT OPTIONAL FiReductions
               ASSIGN TO DYNAMIC cheminFiReductions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiReductions.

           SELECT OPTIONAL FiPropositions
               ASSIGN TO DYNAMIC cheminFiPropositions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiPropositions.

       DATA DIVISION.

       FILE SECTION.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

      *****************************************************************
      *    Regles de bourse par section : moyenne minimale (deux
      *    decimales implicites), maximum de demi-jours d'absence et
      *    pourcentage de reduction du minerval.
      *****************************************************************
       FD FiRegles.
       01 engRegle.
           02 codeSectionRegle         PIC XX.
           02 FILLER                   PIC X.
           02 moyenneMinRegleX         PIC X(4).
           02 FILLER                   PIC X.
           02 absencesMaxRegleX        PIC X(4).
           02 FILLER                   PIC X.
           02 pourcentRegleX           PIC X(3).

       FD FiArchive.
       01 engArchive.
           COPY "ResultArch.cpy".

      *    Cumul des absences par etudiant ecrit par AbsencesMensuel.
       FD FiCumul.
       01 engCumul.
           02 nomCumul                 PIC X(30).
           02 FILLER                   PIC X.
           02 totalCumulX              PIC X(4).

      *    Reductions accordees, appliquees par MinervalFacturation.
       FD FiReductions.
       01 engReduction.
           COPY "BourseReduction.cpy".

      *****************************************************************
      *    Propositions pour le comite : le comite inscrit A (accorde)
      *    ou R (refuse) en derniere colonne avant la validation.
      *****************************************************************
       FD FiPropositions.
       01 engProposition.
           02 matriculeProp            PIC X(6).
           02 FILLER                   PIC X.
           02 nomProp                  PIC X(30).
           02 FILLER                   PIC X.
           02 codeSectionProp          PIC XX.
           02 FILLER                   PIC X.
           02 moyenneProp              PIC 99V99.
           02 FILLER                   PIC X.
           02 absencesProp             PIC 9(4).
           02 FILLER                   PIC X.
           02 pourcentProp             PIC 999.
           02 FILLER                   PIC X.
           02 exerciceProp             PIC 9(4).
           02 FILLER                   PIC X.
           02 decisionComiteProp       PIC X.
               88 propAccordee         VALUE "A" "a".
               88 propRefusee          VALUE "R" "r".
               88 propEnAttente        VALUE SPACE.

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiRegles PIC X(80) VALUE "BoursesRegles.seq".
       01 cheminFiArchive PIC X(80) VALUE "ArchiveResultats.idx".
       01 cheminFiCumul PIC X(80) VALUE "AbsencesCumul.seq".
       01 cheminFiReductions PIC X(80) VALUE "BoursesReductions.seq".
       01 cheminFiPropositions PIC X(80) VALUE
          "BoursesPropositions.seq".
       01 cheminFiListeProp PIC X(80) VALUE "BoursesComite.seq".
       01 cheminFiListePertes PIC X(80) VALUE "BoursesPertes.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegles
                                        FSOK BY fiReglesOK
                                        FSFIN BY finFiRegles
                                        FSABSENT BY fiReglesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiArchive
                                        FSOK BY fiArchiveOK
                                        FSFIN BY fiArchiveFin
                                        FSABSENT BY fiArchiveAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCumul
                                        FSOK BY fiCumulOK
                                        FSFIN BY finFiCumul
                                        FSABSENT BY fiCumulAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReductions
                                        FSOK BY fiReductionsOK
                                        FSFIN BY finFiReductions
                                        FSABSENT BY fiReductionsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiPropositions
                                        FSOK BY fiPropositionsOK
                                        FSFIN BY finFiPropositions
                                        FSABSENT BY fiPropositionsAbs.

       01 modeSaisi                    PIC X VALUE SPACE.
           88 modeProposition          VALUE "P" "p".
           88 modeValidation           VALUE "V" "v".
       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 resteDateJour            PIC 9(4).

       01 tabRegles.
           02 regleTab OCCURS 20.
               03 codeSectionRegleTab  PIC XX.
               03 moyenneMinRegleTab   PIC 99V99.
               03 absencesMaxRegleTab  PIC 9(4).
               03 pourcentRegleTab     PIC 999.
       01 nbRegles                     PIC 99 VALUE 0.
       01 indRegle                     PIC 99.
       01 indRegleTrouvee              PIC 99.
       01 champ4                       PIC X(4).
       01 champ4Num REDEFINES champ4   PIC 9(4).
       01 champ4Moy REDEFINES champ4   PIC 99V99.
       01 champ3                       PIC X(3).
       01 champ3Num REDEFINES champ3   PIC 999.

       01 tabAbsences.
           02 absenceTab OCCURS 2000.
               03 nomAbsTab            PIC X(30).
               03 totalAbsTab          PIC 9(4).
       01 nbAbsences                   PIC 9(4) VALUE 0.
       01 indAbsence                   PIC 9(4).

       01 tabBoursiers.
           02 boursierTab OCCURS 2000.
               03 matriculeBoursier    PIC X(6).
               03 pourcentBoursier     PIC 999.
               03 boursierRevuSW       PIC X.
                   88 boursierRevu     VALUE "O".
       01 nbBoursiers                  PIC 9(4) VALUE 0.
       01 indBoursier                  PIC 9(4).
       01 indBoursierTrouve            PIC 9(4).

       01 matriculeCourant             PIC X(6).
       01 moyenneCourante              PIC 99V99.
       01 absencesCourantes            PIC 9(4).
       01 raisonPerte                  PIC X(30).

       01 nbProposes                   PIC 9(4) VALUE 0.
       01 nbPertes                     PIC 9(4) VALUE 0.
       01 nbAccordes                   PIC 9(4) VALUE 0.
       01 nbRefuses                    PIC 9(4) VALUE 0.
       01 nbEnAttente                  PIC 9(4) VALUE 0.
       01 nbProposes-ed                PIC ZZZ9.
       01 nbPertes-ed                  PIC ZZZ9.
       01 nbAccordes-ed                PIC ZZZ9.
       01 nbRefuses-ed                 PIC ZZZ9.
       01 nbEnAttente-ed               PIC ZZZ9.

      *    Pertes gardees pour l'etat separe, imprime apres la liste
      *    du comite.
       01 tabPertes.
           02 perteTab OCCURS 2000.
               03 matriculePerteTab    PIC X(6).
               03 nomPerteTab          PIC X(30).
               03 codeSectionPerteTab  PIC XX.
               03 moyennePerteTab      PIC 99V99.
               03 absencesPerteTab     PIC 9(4).
               03 pourcentPerteTab     PIC 999.
               03 raisonPerteTab       PIC X(30).
       01 indPerte                     PIC 9(4).

       01 titreEtatComite              PIC X(40)
          VALUE "Propositions de bourses pour le comite".
       01 titreEtatPertes              PIC X(40)
          VALUE "Boursiers perdant leur bourse".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteBourses.
           02 FILLER                   PIC X(9) VALUE "Matr.".
           02 FILLER                   PIC X(33) VALUE "Nom".
           02 FILLER                   PIC X(7) VALUE "Sect.".
           02 FILLER                   PIC X(10) VALUE "Moyenne".
           02 FILLER                   PIC X(10) VALUE "Absences".
           02 FILLER                   PIC X(10) VALUE "Reduction".
       01 ligneBourse.
           02 matriculeBourse-ed       PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomBourse-ed             PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 sectionBourse-ed         PIC XX.
           02 FILLER                   PIC X(5) VALUE "   - ".
           02 moyenneBourse-ed         PIC Z9.99.
           02 FILLER                   PIC X(5) VALUE "   - ".
           02 absencesBourse-ed        PIC ZZZ9.
           02 FILLER                   PIC X(6) VALUE "    - ".
           02 pourcentBourse-ed        PIC ZZ9.
           02 FILLER                   PIC X(5) VALUE " %   ".
           02 raisonBourse-ed          PIC X(30).
       01 ligneTotalComite.
           02 FILLER                   PIC X(24)
              VALUE "Propositions au comite: ".
           02 totalComite-ed           PIC ZZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "BoursesEligibilite"
                         NIVEAU BY "M".
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM obtenirMode.
           IF modeValidation
               PERFORM validerPropositions
           ELSE
               PERFORM determinerExercice
               PERFORM chargerRegles
               IF nbRegles = 0
                   DISPLAY "BoursesRegles.seq absent ou vide, "
                           "aucune proposition"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM chargerAbsences
               PERFORM chargerBoursiers
               PERFORM evaluerEtudiants
               PERFORM imprimerPertes
           END-IF.
           STOP RUN.

       obtenirMode.
           DISPLAY "P = propositions pour le comite, V = validation "
                   "des decisions (blanc = P): " NO ADVANCING.
           ACCEPT modeSaisi.
           IF modeSaisi = SPACE
               MOVE "P" TO modeSaisi
           END-IF.
           PERFORM UNTIL modeProposition OR modeValidation
               DISPLAY "Mode invalide, ressaisir (P ou V): "
                       NO ADVANCING
               ACCEPT modeSaisi
           END-PERFORM.

      *    Les resultats pris en compte sont ceux de l'exercice
      *    archive par ResultatsArchivage.
       determinerExercice.
           DISPLAY "Exercice des resultats (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               MOVE anneeJour TO exerciceCourant
           END-IF.
           DISPLAY "Bourses sur les resultats de l'exercice "
                   exerciceCourant.

       chargerRegles.
           OPEN INPUT FiRegles.
           IF fiReglesOK
               READ FiRegles END-READ
               PERFORM UNTIL finFiRegles OR nbRegles >= 20
                   PERFORM memoriserRegle
                   READ FiRegles END-READ
               END-PERFORM
           END-IF.
           CLOSE FiRegles.

       memoriserRegle.
           MOVE moyenneMinRegleX TO champ4.
           INSPECT champ4 REPLACING LEADING " " BY "0".
           IF champ4 NOT NUMERIC
               DISPLAY "Regle illisible ignoree: " codeSectionRegle
           ELSE
               ADD 1 TO nbRegles
               MOVE codeSectionRegle TO codeSectionRegleTab(nbRegles)
               MOVE champ4Moy TO moyenneMinRegleTab(nbRegles)
               MOVE absencesMaxRegleX TO champ4
               INSPECT champ4 REPLACING LEADING " " BY "0"
               IF champ4 NUMERIC
                   MOVE champ4Num TO absencesMaxRegleTab(nbRegles)
               ELSE
                   MOVE 9999 TO absencesMaxRegleTab(nbRegles)
               END-IF
               MOVE pourcentRegleX TO champ3
               INSPECT champ3 REPLACING LEADING " " BY "0"
               IF champ3 NUMERIC AND champ3Num <= 100
                   MOVE champ3Num TO pourcentRegleTab(nbRegles)
               ELSE
                   DISPLAY "Pourcentage illisible, regle "
                           codeSectionRegle " sans reduction"
                   MOVE 0 TO pourcentRegleTab(nbRegles)
               END-IF
           END-IF.

       chargerAbsences.
           OPEN INPUT FiCumul.
           IF fiCumulOK
               READ FiCumul END-READ
               PERFORM UNTIL finFiCumul OR nbAbsences >= 2000
                   MOVE totalCumulX TO champ4
                   INSPECT champ4 REPLACING LEADING " " BY "0"
                   IF champ4 NUMERIC
                       ADD 1 TO nbAbsences
                       MOVE nomCumul TO nomAbsTab(nbAbsences)
                       MOVE champ4Num TO totalAbsTab(nbAbsences)
                   END-IF
                   READ FiCumul END-READ
               END-PERFORM
           ELSE
               DISPLAY "AbsencesCumul.seq absent, statut: "
                       fs-fiCumul ", absences comptees a zero"
           END-IF.
           CLOSE FiCumul.

       chargerBoursiers.
           OPEN INPUT FiReductions.
           IF fiReductionsOK
               READ FiReductions END-READ
               PERFORM UNTIL finFiReductions OR nbBoursiers >= 2000
                   ADD 1 TO nbBoursiers
                   MOVE matriculeReduction
                        TO matriculeBoursier(nbBoursiers)
                   IF pourcentReduction NUMERIC
                       MOVE pourcentReduction
                            TO pourcentBoursier(nbBoursiers)
                   ELSE
                       MOVE 0 TO pourcentBoursier(nbBoursiers)
                   END-IF
                   MOVE "N" TO boursierRevuSW(nbBoursiers)
                   READ FiReductions END-READ
               END-PERFORM
           END-IF.
           CLOSE FiReductions.

      *****************************************************************
      *    Chaque etudiant inscrit est confronte a la regle de sa
      *    section : moyenne archivee de l'exercice au moins egale
      *    au minimum et absences au plus egales au maximum. Les
      *    eligibles sont proposes au comite ; un boursier actuel qui
      *    ne l'est plus va a la liste des pertes avec la raison.
      *****************************************************************
       evaluerEtudiants.
           OPEN INPUT FiEtud.
           IF NOT fiEtudOK
               DISPLAY "FiEtud introuvable ou inaccessible, code "
                       "statut: " fs-fiEtud
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FiArchive.
           IF NOT fiArchiveOK
               DISPLAY "ArchiveResultats.idx indisponible, statut: "
                       fs-fiArchive
               CLOSE FiEtud
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FiPropositions.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteBourses TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiListeProp
                                    titreEtatComite
                                    enteteEtatTampon.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud
               PERFORM evaluerEtudiant
               READ FiEtud END-READ
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE nbProposes TO totalComite-ed.
           MOVE ligneTotalComite TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           CALL "ETAT-FERMER".
           CLOSE FiEtud FiArchive FiPropositions.
           MOVE nbProposes TO nbProposes-ed.
           DISPLAY "Etudiants proposes au comite: " nbProposes-ed.

       evaluerEtudiant.
           MOVE matricule TO matriculeCourant.
           MOVE SPACES TO raisonPerte.
           MOVE 0 TO moyenneCourante.
           PERFORM rechercherBoursier.
           PERFORM rechercherRegle.
           PERFORM rechercherAbsences.
           IF indRegleTrouvee = 0
               MOVE "pas de regle pour la section" TO raisonPerte
           ELSE
               MOVE matriculeCourant TO matriculeArchive
               MOVE exerciceCourant TO exerciceArchive
               READ FiArchive
                   INVALID KEY
                       MOVE "pas de resultat archive" TO raisonPerte
               END-READ
           END-IF.
           IF raisonPerte = SPACES
               MOVE moyenneArchive TO moyenneCourante
               EVALUATE TRUE
                   WHEN moyenneCourante
                        < moyenneMinRegleTab(indRegleTrouvee)
                       MOVE "moyenne insuffisante" TO raisonPerte
                   WHEN absencesCourantes
                        > absencesMaxRegleTab(indRegleTrouvee)
                       MOVE "trop d'absences" TO raisonPerte
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF raisonPerte = SPACES
               PERFORM proposerBourse
           ELSE
               IF indBoursierTrouve NOT = 0
                   PERFORM memoriserPerte
               END-IF
           END-IF.

       rechercherBoursier.
           MOVE 0 TO indBoursierTrouve.
           PERFORM VARYING indBoursier FROM 1 BY 1
                   UNTIL indBoursier > nbBoursiers
                      OR indBoursierTrouve NOT = 0
               IF matriculeBoursier(indBoursier) = matriculeCourant
                   MOVE indBoursier TO indBoursierTrouve
                   MOVE "O" TO boursierRevuSW(indBoursier)
               END-IF
           END-PERFORM.

       rechercherRegle.
           MOVE 0 TO indRegleTrouvee.
           PERFORM VARYING indRegle FROM 1 BY 1
                   UNTIL indRegle > nbRegles OR indRegleTrouvee NOT = 0
               IF codeSectionRegleTab(indRegle) = codeSection
                   MOVE indRegle TO indRegleTrouvee
               END-IF
           END-PERFORM.

       rechercherAbsences.
           MOVE 0 TO absencesCourantes.
           PERFORM VARYING indAbsence FROM 1 BY 1
                   UNTIL indAbsence > nbAbsences
               IF nomAbsTab(indAbsence) = nomPrenom
                   ADD totalAbsTab(indAbsence) TO absencesCourantes
               END-IF
           END-PERFORM.

       proposerBourse.
           ADD 1 TO nbProposes.
           MOVE SPACES TO engProposition.
           MOVE matriculeCourant TO matriculeProp.
           MOVE nomPrenom TO nomProp.
           MOVE codeSection TO codeSectionProp.
           MOVE moyenneCourante TO moyenneProp.
           MOVE absencesCourantes TO absencesProp.
           MOVE pourcentRegleTab(indRegleTrouvee) TO pourcentProp.
           MOVE exerciceCourant TO exerciceProp.
           WRITE engProposition END-WRITE.
           MOVE matriculeCourant TO matriculeBourse-ed.
           MOVE nomPrenom TO nomBourse-ed.
           MOVE codeSection TO sectionBourse-ed.
           MOVE moyenneCourante TO moyenneBourse-ed.
           MOVE absencesCourantes TO absencesBourse-ed.
           MOVE pourcentRegleTab(indRegleTrouvee) TO pourcentBourse-ed.
           IF indBoursierTrouve NOT = 0
               MOVE "renouvellement" TO raisonBourse-ed
           ELSE
               MOVE "nouvelle demande" TO raisonBourse-ed
           END-IF.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneBourse TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       memoriserPerte.
           ADD 1 TO nbPertes.
           MOVE matriculeCourant TO matriculePerteTab(nbPertes).
           MOVE nomPrenom TO nomPerteTab(nbPertes).
           MOVE codeSection TO codeSectionPerteTab(nbPertes).
           MOVE moyenneCourante TO moyennePerteTab(nbPertes).
           MOVE absencesCourantes TO absencesPerteTab(nbPertes).
           MOVE pourcentBoursier(indBoursierTrouve)
                TO pourcentPerteTab(nbPertes).
           MOVE raisonPerte TO raisonPerteTab(nbPertes).

      *    Un boursier qui n'est plus inscrit perd aussi sa bourse.
       imprimerPertes.
           PERFORM VARYING indBoursier FROM 1 BY 1
                   UNTIL indBoursier > nbBoursiers
               IF NOT boursierRevu(indBoursier) AND nbPertes < 2000
                   ADD 1 TO nbPertes
                   MOVE matriculeBoursier(indBoursier)
                        TO matriculePerteTab(nbPertes)
                   MOVE SPACES TO nomPerteTab(nbPertes)
                   MOVE SPACES TO codeSectionPerteTab(nbPertes)
                   MOVE 0 TO moyennePerteTab(nbPertes)
                   MOVE 0 TO absencesPerteTab(nbPertes)
                   MOVE pourcentBoursier(indBoursier)
                        TO pourcentPerteTab(nbPertes)
                   MOVE "plus inscrit" TO raisonPerteTab(nbPertes)
               END-IF
           END-PERFORM.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteBourses TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiListePertes
                                    titreEtatPertes
                                    enteteEtatTampon.
           PERFORM VARYING indPerte FROM 1 BY 1
                   UNTIL indPerte > nbPertes
               MOVE matriculePerteTab(indPerte) TO matriculeBourse-ed
               MOVE nomPerteTab(indPerte) TO nomBourse-ed
               MOVE codeSectionPerteTab(indPerte) TO sectionBourse-ed
               MOVE moyennePerteTab(indPerte) TO moyenneBourse-ed
               MOVE absencesPerteTab(indPerte) TO absencesBourse-ed
               MOVE pourcentPerteTab(indPerte) TO pourcentBourse-ed
               MOVE raisonPerteTab(indPerte) TO raisonBourse-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneBourse TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.
           CALL "ETAT-FERMER".
           MOVE nbPertes TO nbPertes-ed.
           DISPLAY "Boursiers perdant leur bourse: " nbPertes-ed.
           IF nbPertes NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *    Apres le comite : les propositions accordees (A) forment
      *    le nouveau fichier des reductions. Tant qu'une proposition
      *    reste sans decision, rien n'est remplace.
      *****************************************************************
       validerPropositions.
           OPEN INPUT FiPropositions.
           IF NOT fiPropositionsOK
               DISPLAY "BoursesPropositions.seq introuvable, statut: "
                       fs-fiPropositions
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiPropositions END-READ.
           PERFORM UNTIL finFiPropositions
               EVALUATE TRUE
                   WHEN propAccordee
                       ADD 1 TO nbAccordes
                   WHEN propRefusee
                       ADD 1 TO nbRefuses
                   WHEN OTHER
                       ADD 1 TO nbEnAttente
                       DISPLAY "Sans decision du comite: "
                               matriculeProp " " nomProp
               END-EVALUATE
               READ FiPropositions END-READ
           END-PERFORM.
           CLOSE FiPropositions.
           MOVE nbAccordes TO nbAccordes-ed.
           DISPLAY "Bourses accordees: " nbAccordes-ed.
           MOVE nbRefuses TO nbRefuses-ed.
           DISPLAY "Bourses refusees: " nbRefuses-ed.
           MOVE nbEnAttente TO nbEnAttente-ed.
           DISPLAY "Propositions sans decision: " nbEnAttente-ed.
           IF nbEnAttente NOT = 0
               DISPLAY "Decisions incompletes, BoursesReductions.seq "
                       "inchange"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM ecrireReductions
           END-IF.

       ecrireReductions.
           OPEN INPUT FiPropositions.
           OPEN OUTPUT FiReductions.
           READ FiPropositions END-READ.
           PERFORM UNTIL finFiPropositions
               IF propAccordee
                   MOVE SPACES TO engReduction
                   MOVE matriculeProp TO matriculeReduction
                   MOVE pourcentProp TO pourcentReduction
                   MOVE exerciceProp TO exerciceReduction
                   WRITE engReduction END-WRITE
               END-IF
               READ FiPropositions END-READ
           END-PERFORM.
           CLOSE FiPropositions FiReductions.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegles
                         NOMFIC BY "BoursesRegles.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiArchive
                         NOMFIC BY "ArchiveResultats.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCumul
                         NOMFIC BY "AbsencesCumul.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReductions
                         NOMFIC BY "BoursesReductions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPropositions
                         NOMFIC BY "BoursesPropositions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiListeProp
                         NOMFIC BY "BoursesComite.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiListePertes
                         NOMFIC BY "BoursesPertes.seq".

       END PROGRAM BoursesEligibilite.
