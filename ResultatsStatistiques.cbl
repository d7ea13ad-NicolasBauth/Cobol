       PROGRAM-ID. ResultatsStatistiques AS "ResultatsStatistiques".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiArchive ASSIGN TO DYNAMIC cheminFiArchive
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS cleArchive
                         FILE STATUS IS fs-fiArchive.

           SELECT OPTIONAL FiCumul ASSIGN TO DYNAMIC cheminFiCumul
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCumul.

           SELECT OPTIONAL FiNonEnRegle
               ASSIGN TO DYNAMIC cheminFiNonEnRegle
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiNonEnRegle.

           SELECT OPTIONAL FiCle ASSIGN TO DYNAMIC cheminFiCle
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCle.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiParametres.

           SELECT FiStats ASSIGN TO DYNAMIC cheminFiStats
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiStats.

       DATA DIVISION.

       FILE SECTION.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiArchive.
       01 engArchive.
           COPY "ResultArch.cpy".

      *    Cumul des absences par etudiant ecrit par AbsencesMensuel.
       FD FiCumul.
       01 engCumul.
           02 nomCumul                 PIC X(30).
           02 FILLER                   PIC X.
           02 totalCumulX              PIC X(4).

      *    Etudiants non en regle de minerval (MinervalFacturation).
       FD FiNonEnRegle.
       01 engNonEnRegle.
           02 matriculeNonEnRegle      PIC X(6).
           02 FILLER                   PIC X.
           02 nomNonEnRegle            PIC X(30).

      *****************************************************************
      *    Cle de pseudonymisation : deux nombres secrets (neuf puis
      *    huit chiffres). Ce fichier est conserve hors de la
      *    diffusion ; sans lui, un pseudonyme ne permet pas de
      *    retrouver le matricule.
      *****************************************************************
       FD FiCle.
       01 engCle.
           02 cleAX                    PIC X(9).
           02 FILLER                   PIC X.
           02 cleBX                    PIC X(8).

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).
           02 valeurParametreX         PIC X(12).

       FD FiStats.
       01 engStat.
           COPY "StatExtrait.cpy".

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiArchive PIC X(80) VALUE "ArchiveResultats.idx".
       01 cheminFiCumul PIC X(80) VALUE "AbsencesCumul.seq".
       01 cheminFiNonEnRegle PIC X(80) VALUE "EtudiantsNonEnRegle.seq".
       01 cheminFiCle PIC X(80) VALUE "PseudonymeCle.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiStats PIC X(80) VALUE "StatsResultats.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiArchive
                                        FSOK BY fiArchiveOK
                                        FSFIN BY fiArchiveFin
                                        FSABSENT BY fiArchiveAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCumul
                                        FSOK BY fiCumulOK
                                        FSFIN BY finFiCumul
                                        FSABSENT BY fiCumulAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiNonEnRegle
                                        FSOK BY fiNonEnRegleOK
                                        FSFIN BY finFiNonEnRegle
                                        FSABSENT BY fiNonEnRegleAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCle
                                        FSOK BY fiCleOK
                                        FSFIN BY finFiCle
                                        FSABSENT BY fiCleAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiStats
                                        FSOK BY fiStatsOK
                                        FSFIN BY fiStatsFin
                                        FSABSENT BY fiStatsAbsent.

       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 resteDateJour            PIC 9(4).

      *    Effectif minimal d'une cellule publiee (parametre
      *    SEUIL-CELLULE-STAT, 5 par defaut).
       01 seuilCellule                 PIC 99 VALUE 5.
       01 champ2                       PIC XX.
       01 champ2Num REDEFINES champ2   PIC 99.
       01 champ4                       PIC X(4).
       01 champ4Num REDEFINES champ4   PIC 9(4).

       01 cleA                         PIC 9(9).
       01 cleB                         PIC 9(8).
       01 matriculeChiffres            PIC 9(6).
       01 FILLER REDEFINES matriculeChiffres.
           02 chiffreMatricule OCCURS 6 PIC 9.
       01 indChiffre                   PIC 9.
       01 tourHachage                  PIC 9.
       01 hachage                      PIC 9(9).
       01 termeHachage                 PIC 9(10).
       01 produitHachage               PIC 9(18).
       01 quotientHachage              PIC 9(18).
       01 pseudonymeCourant.
           02 FILLER                   PIC X VALUE "P".
           02 hachagePseudo            PIC 9(9).

       01 tabPseudonymes.
           02 pseudonymeTab OCCURS 2000 PIC X(10).
       01 nbPseudonymes                PIC 9(4) VALUE 0.
       01 indPseudonyme                PIC 9(4).
       01 nbCollisions                 PIC 9(4) VALUE 0.

       01 tabAbsences.
           02 absenceTab OCCURS 2000.
               03 nomAbsTab            PIC X(30).
               03 totalAbsTab          PIC 9(4).
       01 nbAbsences                   PIC 9(4) VALUE 0.
       01 indAbsence                   PIC 9(4).
       01 absencesCourantes            PIC 9(4).

       01 minervalSW                   PIC X VALUE "N".
           88 minervalDisponible       VALUE "O".
       01 tabNonEnRegle.
           02 nonEnRegleTab OCCURS 2000 PIC X(6).
       01 nbNonEnRegle                 PIC 9(4) VALUE 0.
       01 indNonEnRegle                PIC 9(4).
       01 statutMinerval               PIC X.

      *    Cellules du tableau de synthese : section x annee.
       01 tabCellules.
           02 celluleTab OCCURS 100.
               03 sectionCellule       PIC XX.
               03 anneeCellule         PIC 9.
               03 effectifCellule      PIC 9(4).
               03 admisCellule         PIC 9(4).
               03 nonEnRegleCellule    PIC 9(4).
               03 sommeMoyCellule      PIC 9(6)V99.
               03 sommeAbsCellule      PIC 9(7).
       01 nbCellules                   PIC 999 VALUE 0.
       01 indCellule                   PIC 999.
       01 indCelluleTrouvee            PIC 999.
       01 indBalaie                    PIC 999.
       01 indCompare                   PIC 999.
       01 celluleTemp                  PIC X(30).
       01 cleCelluleA                  PIC X(3).
       01 cleCelluleB                  PIC X(3).

       01 compteControle               PIC 9(4).
       01 complementControle           PIC 9(4).
       01 compteEdition                PIC 9(4).
       01 moyenneCellule               PIC 99V99.
       01 moyenneEdition               PIC 9(4).
       01 absencesMoyennes             PIC 9(4).
       01 supprimerSW                  PIC X VALUE "N".
           88 aSupprimer               VALUE "O".

       01 nbEtudiantsLus               PIC 9(4) VALUE 0.
       01 nbSansArchive                PIC 9(4) VALUE 0.
       01 nbDetails                    PIC 9(6) VALUE 0.
       01 nbSyntheses                  PIC 9(4) VALUE 0.
       01 nbSuppressions               PIC 9(4) VALUE 0.
       01 totalMoyennes                PIC 9(8)V99 VALUE 0.
       01 nbEtudiantsLus-ed            PIC ZZZ9.
       01 nbSansArchive-ed             PIC ZZZ9.
       01 nbDetails-ed                 PIC ZZZZZ9.
       01 nbSyntheses-ed               PIC ZZZ9.
       01 nbSuppressions-ed            PIC ZZZ9.
       01 nbCollisions-ed              PIC ZZZ9.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ResultatsStatistiques"
                         NIVEAU BY "L".
           PERFORM determinerExercice.
           PERFORM chargerCle.
           PERFORM chargerParametres.
           PERFORM chargerAbsences.
           PERFORM chargerMinerval.
           OPEN OUTPUT FiStats.
           PERFORM extraireEtudiants.
           PERFORM trierCellules.
           PERFORM ecrireSyntheses.
           PERFORM ecrireTrailer.
           CLOSE FiStats.
           MOVE nbEtudiantsLus TO nbEtudiantsLus-ed.
           DISPLAY "Etudiants lus: " nbEtudiantsLus-ed.
           MOVE nbDetails TO nbDetails-ed.
           DISPLAY "Lignes individuelles extraites: " nbDetails-ed.
           MOVE nbSansArchive TO nbSansArchive-ed.
           DISPLAY "Etudiants sans resultat archive: "
                   nbSansArchive-ed.
           MOVE nbSyntheses TO nbSyntheses-ed.
           DISPLAY "Cellules de synthese: " nbSyntheses-ed.
           MOVE nbSuppressions TO nbSuppressions-ed.
           DISPLAY "Cellules masquees (effectif < " seuilCellule
                   "): " nbSuppressions-ed.
           IF nbCollisions NOT = 0
               MOVE nbCollisions TO nbCollisions-ed
               DISPLAY "ATTENTION: " nbCollisions-ed
                       " pseudonymes en double, changer la cle"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF nbSansArchive NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       determinerExercice.
           DISPLAY "Exercice a extraire (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               MOVE anneeJour TO exerciceCourant
           END-IF.
           DISPLAY "Extrait statistique de l'exercice "
                   exerciceCourant.

      *    Sans cle valide, aucun extrait : un pseudonyme calcule
      *    avec une cle connue serait reversible.
       chargerCle.
           OPEN INPUT FiCle.
           IF fiCleOK
               READ FiCle END-READ
           END-IF.
           IF NOT fiCleOK
              OR cleAX NOT NUMERIC OR cleBX NOT NUMERIC
               DISPLAY "PseudonymeCle.seq absent ou illisible, "
                       "statut: " fs-fiCle ", extrait refuse"
               CLOSE FiCle
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE cleAX TO cleA.
           MOVE cleBX TO cleB.
           CLOSE FiCle.
           IF cleA = 0 OR cleB = 0
               DISPLAY "Cle de pseudonymisation nulle, extrait refuse"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       chargerParametres.
           OPEN INPUT FiParametres.
           IF fiParametresOK
               READ FiParametres END-READ
               PERFORM UNTIL finFiParametres
                   IF cleParametre = "SEUIL-CELLULE-STAT"
                       MOVE valeurParametreX(1:2) TO champ2
                       IF champ2(2:1) = SPACE
                           MOVE champ2(1:1) TO champ2(2:1)
                           MOVE "0" TO champ2(1:1)
                       END-IF
                       INSPECT champ2 REPLACING LEADING " " BY "0"
                       IF champ2 NUMERIC AND champ2Num NOT = 0
                           MOVE champ2Num TO seuilCellule
                       END-IF
                   END-IF
                   READ FiParametres END-READ
               END-PERFORM
           END-IF.
           CLOSE FiParametres.

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
                       fs-fiCumul ", absences a zero"
           END-IF.
           CLOSE FiCumul.

       chargerMinerval.
           OPEN INPUT FiNonEnRegle.
           IF fiNonEnRegleOK
               MOVE "O" TO minervalSW
               READ FiNonEnRegle END-READ
               PERFORM UNTIL finFiNonEnRegle OR nbNonEnRegle >= 2000
                   ADD 1 TO nbNonEnRegle
                   MOVE matriculeNonEnRegle
                        TO nonEnRegleTab(nbNonEnRegle)
                   READ FiNonEnRegle END-READ
               END-PERFORM
           ELSE
               DISPLAY "EtudiantsNonEnRegle.seq absent, statut: "
                       fs-fiNonEnRegle ", situation de minerval "
                       "inconnue"
           END-IF.
           CLOSE FiNonEnRegle.

       extraireEtudiants.
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
               CLOSE FiEtud FiArchive FiStats
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud
               ADD 1 TO nbEtudiantsLus
               MOVE matricule TO matriculeArchive
               MOVE exerciceCourant TO exerciceArchive
               READ FiArchive
                   INVALID KEY
                       ADD 1 TO nbSansArchive
                   NOT INVALID KEY
                       PERFORM ecrireDetail
               END-READ
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud FiArchive.

      *****************************************************************
      *    Ligne individuelle : ni nom ni login ; le matricule est
      *    remplace par son pseudonyme, et les absences et le
      *    minerval sont joints avant d'oublier l'identite.
      *****************************************************************
       ecrireDetail.
           PERFORM calculerPseudonyme.
           MOVE 0 TO absencesCourantes.
           PERFORM VARYING indAbsence FROM 1 BY 1
                   UNTIL indAbsence > nbAbsences
               IF nomAbsTab(indAbsence) = nomPrenom
                   MOVE totalAbsTab(indAbsence) TO absencesCourantes
               END-IF
           END-PERFORM.
           IF minervalDisponible
               MOVE "R" TO statutMinerval
               PERFORM VARYING indNonEnRegle FROM 1 BY 1
                       UNTIL indNonEnRegle > nbNonEnRegle
                   IF nonEnRegleTab(indNonEnRegle) = matriculeArchive
                       MOVE "N" TO statutMinerval
                   END-IF
               END-PERFORM
           ELSE
               MOVE "?" TO statutMinerval
           END-IF.
           MOVE SPACES TO engStat.
           MOVE "D" TO typeStat.
           MOVE pseudonymeCourant TO pseudonymeStat.
           MOVE exerciceArchive TO exerciceStat.
           MOVE codeSectionArchive TO codeSectionStat.
           MOVE anneeEtudeArchive TO anneeEtudeStat.
           MOVE moyenneArchive TO moyenneStat.
           MOVE decisionArchive TO decisionStat.
           MOVE mentionArchive TO mentionStat.
           MOVE absencesCourantes TO absencesStat.
           MOVE statutMinerval TO minervalStat.
           WRITE engStat END-WRITE.
           ADD 1 TO nbDetails.
           ADD moyenneArchive TO totalMoyennes.
           PERFORM cumulerCellule.

      *****************************************************************
      *    Pseudonyme stable : hachage du matricule modulo un nombre
      *    premier, chiffre par chiffre (elevation au carre puis
      *    melange par les deux nombres de la cle) sur deux tours.
      *    Le meme matricule donne toujours le meme pseudonyme tant
      *    que la cle ne change pas.
      *****************************************************************
       calculerPseudonyme.
           MOVE matricule TO matriculeChiffres.
           MOVE cleA TO hachage.
           PERFORM VARYING tourHachage FROM 1 BY 1
                   UNTIL tourHachage > 2
               PERFORM VARYING indChiffre FROM 1 BY 1
                       UNTIL indChiffre > 6
                   COMPUTE termeHachage = hachage
                           + (chiffreMatricule(indChiffre) + 1)
                             * 104729
                           + tourHachage
                   DIVIDE termeHachage BY 999999937
                          GIVING quotientHachage
                          REMAINDER termeHachage
                   COMPUTE produitHachage = termeHachage * termeHachage
                   DIVIDE produitHachage BY 999999937
                          GIVING quotientHachage
                          REMAINDER hachage
                   COMPUTE produitHachage = hachage * cleB + cleA
                   DIVIDE produitHachage BY 999999937
                          GIVING quotientHachage
                          REMAINDER hachage
               END-PERFORM
           END-PERFORM.
           MOVE hachage TO hachagePseudo.
           PERFORM VARYING indPseudonyme FROM 1 BY 1
                   UNTIL indPseudonyme > nbPseudonymes
               IF pseudonymeTab(indPseudonyme) = pseudonymeCourant
                   ADD 1 TO nbCollisions
               END-IF
           END-PERFORM.
           IF nbPseudonymes < 2000
               ADD 1 TO nbPseudonymes
               MOVE pseudonymeCourant TO pseudonymeTab(nbPseudonymes)
           END-IF.

       cumulerCellule.
           MOVE 0 TO indCelluleTrouvee.
           PERFORM VARYING indCellule FROM 1 BY 1
                   UNTIL indCellule > nbCellules
                      OR indCelluleTrouvee NOT = 0
               IF sectionCellule(indCellule) = codeSectionArchive
                  AND anneeCellule(indCellule) = anneeEtudeArchive
                   MOVE indCellule TO indCelluleTrouvee
               END-IF
           END-PERFORM.
           IF indCelluleTrouvee = 0 AND nbCellules < 100
               ADD 1 TO nbCellules
               MOVE nbCellules TO indCelluleTrouvee
               MOVE codeSectionArchive TO sectionCellule(nbCellules)
               MOVE anneeEtudeArchive TO anneeCellule(nbCellules)
               MOVE 0 TO effectifCellule(nbCellules)
               MOVE 0 TO admisCellule(nbCellules)
               MOVE 0 TO nonEnRegleCellule(nbCellules)
               MOVE 0 TO sommeMoyCellule(nbCellules)
               MOVE 0 TO sommeAbsCellule(nbCellules)
           END-IF.
           IF indCelluleTrouvee NOT = 0
               ADD 1 TO effectifCellule(indCelluleTrouvee)
               IF decisionArchive = "admis"
                   ADD 1 TO admisCellule(indCelluleTrouvee)
               END-IF
               IF statutMinerval = "N"
                   ADD 1 TO nonEnRegleCellule(indCelluleTrouvee)
               END-IF
               ADD moyenneArchive TO sommeMoyCellule(indCelluleTrouvee)
               ADD absencesCourantes
                   TO sommeAbsCellule(indCelluleTrouvee)
           END-IF.

       trierCellules.
           IF nbCellules > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
                       UNTIL indBalaie > nbCellules - 1
                   PERFORM VARYING indCompare FROM 1 BY 1
                           UNTIL indCompare > nbCellules - indBalaie
                       MOVE celluleTab(indCompare)(1:3)
                            TO cleCelluleA
                       MOVE celluleTab(indCompare + 1)(1:3)
                            TO cleCelluleB
                       IF cleCelluleA > cleCelluleB
                           PERFORM echangerCellules
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       echangerCellules.
           MOVE celluleTab(indCompare) TO celluleTemp.
           MOVE celluleTab(indCompare + 1) TO celluleTab(indCompare).
           MOVE celluleTemp TO celluleTab(indCompare + 1).

      *****************************************************************
      *    Une cellule de moins de seuilCellule etudiants est masquee
      *    en entier. Dans une cellule publiee, un comptage (admis,
      *    non en regle) est masque lui aussi quand lui-meme ou son
      *    complement a l'effectif est non nul et sous le seuil.
      *****************************************************************
       ecrireSyntheses.
           PERFORM VARYING indCellule FROM 1 BY 1
                   UNTIL indCellule > nbCellules
               MOVE SPACES TO engStat
               MOVE "S" TO typeStat
               MOVE exerciceCourant TO exerciceSynth
               MOVE sectionCellule(indCellule) TO codeSectionSynth
               MOVE anneeCellule(indCellule) TO anneeEtudeSynth
               IF effectifCellule(indCellule) < seuilCellule
                   MOVE "****" TO effectifSynth
                   MOVE "****" TO nbAdmisSynth
                   MOVE "****" TO moyenneSynth
                   MOVE "****" TO absencesMoySynth
                   MOVE "****" TO nbNonEnRegleSynth
                   MOVE "*" TO suppressionSynth
                   ADD 1 TO nbSuppressions
               ELSE
                   PERFORM publierCellule
               END-IF
               WRITE engStat END-WRITE
               ADD 1 TO nbSyntheses
           END-PERFORM.

       publierCellule.
           MOVE effectifCellule(indCellule) TO compteEdition.
           MOVE compteEdition TO effectifSynth.
           COMPUTE moyenneCellule ROUNDED =
                   sommeMoyCellule(indCellule)
                   / effectifCellule(indCellule).
           COMPUTE moyenneEdition = moyenneCellule * 100.
           MOVE moyenneEdition TO moyenneSynth.
           COMPUTE absencesMoyennes ROUNDED =
                   sommeAbsCellule(indCellule)
                   / effectifCellule(indCellule).
           MOVE absencesMoyennes TO compteEdition.
           MOVE compteEdition TO absencesMoySynth.
           MOVE admisCellule(indCellule) TO compteControle.
           PERFORM controlerComptage.
           IF aSupprimer
               MOVE "****" TO nbAdmisSynth
           ELSE
               MOVE compteControle TO compteEdition
               MOVE compteEdition TO nbAdmisSynth
           END-IF.
           MOVE nonEnRegleCellule(indCellule) TO compteControle.
           PERFORM controlerComptage.
           IF aSupprimer
               MOVE "****" TO nbNonEnRegleSynth
           ELSE
               MOVE compteControle TO compteEdition
               MOVE compteEdition TO nbNonEnRegleSynth
           END-IF.
           IF NOT minervalDisponible
               MOVE "????" TO nbNonEnRegleSynth
           END-IF.

       controlerComptage.
           MOVE "N" TO supprimerSW.
           COMPUTE complementControle =
                   effectifCellule(indCellule) - compteControle.
           IF (compteControle NOT = 0
               AND compteControle < seuilCellule)
              OR (complementControle NOT = 0
                  AND complementControle < seuilCellule)
               MOVE "O" TO supprimerSW
               MOVE "*" TO suppressionSynth
               ADD 1 TO nbSuppressions
           END-IF.

       ecrireTrailer.
           MOVE SPACES TO engStat.
           MOVE "T" TO typeStat.
           MOVE exerciceCourant TO exerciceTrailer.
           MOVE dateJour TO dateTrailer.
           MOVE nbDetails TO nbDetailsTrailer.
           MOVE nbSyntheses TO nbSynthesesTrailer.
           MOVE nbSuppressions TO nbSuppressionsTrailer.
           MOVE seuilCellule TO seuilTrailer.
           MOVE totalMoyennes TO totalMoyennesTrailer.
           WRITE engStat END-WRITE.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiArchive
                         NOMFIC BY "ArchiveResultats.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCumul
                         NOMFIC BY "AbsencesCumul.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiNonEnRegle
                         NOMFIC BY "EtudiantsNonEnRegle.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCle
                         NOMFIC BY "PseudonymeCle.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiStats
                         NOMFIC BY "StatsResultats.seq".

       END PROGRAM ResultatsStatistiques.
