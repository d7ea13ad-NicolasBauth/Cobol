       PROGRAM-ID. EtudAbandons AS "EtudAbandons".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiMouvements
               ASSIGN TO DYNAMIC cheminFiMouvements
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiMouvements.

           SELECT FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiTarifs ASSIGN TO DYNAMIC cheminFiTarifs
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiTarifs.

           SELECT OPTIONAL FiReductions
               ASSIGN TO DYNAMIC cheminFiReductions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiReductions.

           SELECT OPTIONAL FiPaiements
               ASSIGN TO DYNAMIC cheminFiPaiements
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiPaiements.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

           SELECT OPTIONAL FiArchive ASSIGN TO DYNAMIC cheminFiArchive
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS cleArchive
                         FILE STATUS IS fs-fiArchive.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *    Abandons a enregistrer : matricule, date d'effet AAAAMMJJ,
      *    code motif et commentaire libre du secretariat.
      *****************************************************************
       FD FiMouvements.
       01 engMouvement.
           02 matriculeMvt             PIC X(6).
           02 FILLER                   PIC X.
           02 dateEffetMvtX            PIC X(8).
           02 FILLER                   PIC X.
           02 motifMvt                 PIC XX.
           02 FILLER                   PIC X.
           02 commentaireMvt           PIC X(30).

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiTarifs.
       01 engTarif.
           02 codeSectionTarif         PIC XX.
           02 FILLER                   PIC X.
           02 anneeTarifX              PIC X.
           02 FILLER                   PIC X.
           02 montantTarifX            PIC X(8).

       FD FiReductions.
       01 engReduction.
           COPY "BourseReduction.cpy".

       FD FiPaiements.
       01 engPaiement.
           02 matriculePaiement        PIC X(6).
           02 FILLER                   PIC X.
           02 datePaiement             PIC 9(6).
           02 FILLER                   PIC X.
           02 montantPaiementX         PIC X(9).

       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

       FD FiArchive.
       01 engArchive.
           COPY "ResultArch.cpy".

       FD FiRejets.
       01 engRejet                     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiMouvements PIC X(80) VALUE "AbandonsMouvements.seq".
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiTarifs PIC X(80) VALUE "TarifsMinerval.seq".
       01 cheminFiReductions PIC X(80) VALUE "BoursesReductions.seq".
       01 cheminFiPaiements PIC X(80) VALUE "MinervalPaiements.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".
       01 cheminFiArchive PIC X(80) VALUE "ArchiveResultats.idx".
       01 cheminFiRejets PIC X(80) VALUE "AbandonsRejets.seq".
       01 cheminFiMensuel PIC X(80) VALUE "AbandonsMensuel.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiMouvements
                                        FSOK BY fiMouvementsOK
                                        FSFIN BY finFiMouvements
                                        FSABSENT BY fiMouvementsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTarifs
                                        FSOK BY fiTarifsOK
                                        FSFIN BY finFiTarifs
                                        FSABSENT BY fiTarifsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReductions
                                        FSOK BY fiReductionsOK
                                        FSFIN BY finFiReductions
                                        FSABSENT BY fiReductionsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiPaiements
                                        FSOK BY fiPaiementsOK
                                        FSFIN BY finFiPaiements
                                        FSABSENT BY fiPaiementsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAbandons
                                        FSOK BY fiAbandonsOK
                                        FSFIN BY finFiAbandons
                                        FSABSENT BY fiAbandonsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiArchive
                                        FSOK BY fiArchiveOK
                                        FSFIN BY fiArchiveFin
                                        FSABSENT BY fiArchiveAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       01 modeTraitement               PIC X VALUE SPACE.
           88 modeEnregistrement       VALUE "T" "t" " ".
           88 modeRapportMensuel       VALUE "M" "m".

       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 moisRapportX                 PIC X(6).
       01 moisRapportNum REDEFINES moisRapportX PIC 9(6).
       01 moisRapport                  PIC 9(6) VALUE 0.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 moisJour                 PIC 99.
           02 jourJour                 PIC 99.
       01 dateEffet                    PIC 9(8).
       01 FILLER REDEFINES dateEffet.
           02 anneeEffet               PIC 9(4).
           02 moisEffet                PIC 99.
           02 jourEffet                PIC 99.
       01 champDate8                   PIC X(8).
       01 champDate8Num REDEFINES champDate8 PIC 9(8).

      *    Motifs d'abandon reconnus et leur libelle.
       01 valMotifs.
           02 FILLER PIC X(17) VALUE "FIMotif financier".
           02 FILLER PIC X(17) VALUE "MEMotif medical".
           02 FILLER PIC X(17) VALUE "REReorientation".
           02 FILLER PIC X(17) VALUE "EMEmploi".
           02 FILLER PIC X(17) VALUE "DEDemenagement".
           02 FILLER PIC X(17) VALUE "PEMotif personnel".
           02 FILLER PIC X(17) VALUE "AUAutre motif".
       01 tabMotifs REDEFINES valMotifs.
           02 motifTab OCCURS 7.
               03 codeMotifTab         PIC XX.
               03 libelleMotifTab      PIC X(15).
       01 indMotif                     PIC 9.
       01 indMotifTrouve               PIC 9.

       01 tabEtudiants.
           02 etudiantTab OCCURS 2000.
               03 nomEtudiantTab       PIC X(30).
               03 matriculeEtudiantTab PIC X(6).
               03 codeSectionEtudTab   PIC XX.
               03 anneeEtudTab         PIC 9.
               03 groupeEtudTab        PIC X.
       01 nbEtudiants                  PIC 9(4) VALUE 0.
       01 indEtudiant                  PIC 9(4).
       01 indEtudiantTrouve            PIC 9(4).

       01 tabTarifs.
           02 tarifTab OCCURS 100.
               03 codeSectionTarifTab  PIC XX.
               03 anneeTarifTab        PIC X.
               03 montantTarifTab      PIC 9(6)V99.
       01 nbTarifs                     PIC 999 VALUE 0.
       01 indTarif                     PIC 999.
       01 montantTarifBrut             PIC X(8).
       01 montantTarifNum REDEFINES montantTarifBrut PIC 9(6)V99.
       01 tarifTrouveSW                PIC X VALUE "N".
           88 tarifTrouve              VALUE "O".

       01 tabReductions.
           02 reductionTab OCCURS 2000.
               03 matriculeReductionTab PIC X(6).
               03 pourcentReductionTab PIC 999.
       01 nbReductions                 PIC 9(4) VALUE 0.
       01 indReduction                 PIC 9(4).

       01 tabAbandonsConnus.
           02 abandonConnuTab OCCURS 2000.
               03 matriculeConnu       PIC X(6).
               03 exerciceConnu        PIC 9(4).
       01 nbAbandonsConnus             PIC 9(4) VALUE 0.
       01 indAbandonConnu              PIC 9(4).
       01 dejaRetireSW                 PIC X VALUE "N".
           88 dejaRetire               VALUE "O".

       01 champMontant9                PIC X(9).
       01 champMontant9Num REDEFINES champMontant9 PIC 9(7)V99.
       01 montantAnnuel                PIC 9(6)V99.
       01 montantReduction             PIC 9(6)V99.
       01 montantProrata               PIC 9(6)V99.
       01 montantPaye                  PIC 9(7)V99.
       01 moisSuivis                   PIC 99.
       01 raisonRejet                  PIC X(40).

       01 nbMouvementsLus              PIC 9(4) VALUE 0.
       01 nbAbandonsEnregistres        PIC 9(4) VALUE 0.
       01 nbRejets                     PIC 9(4) VALUE 0.
       01 nbArchives                   PIC 9(4) VALUE 0.
       01 totalARembourser             PIC 9(8)V99 VALUE 0.
       01 totalAPercevoir              PIC 9(8)V99 VALUE 0.
       01 nbMouvementsLus-ed           PIC ZZZ9.
       01 nbAbandonsEnregistres-ed     PIC ZZZ9.
       01 nbRejets-ed                  PIC ZZZ9.
       01 nbArchives-ed                PIC ZZZ9.
       01 totalARembourser-ed          PIC ZZZZZZZ9.99.
       01 totalAPercevoir-ed           PIC ZZZZZZZ9.99.

       01 ligneRejet.
           02 matriculeRejet-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateRejet-ed             PIC X(8).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 motifRejet-ed            PIC XX.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

      *    Rapport mensuel : cellules section x motif.
       01 tabCellules.
           02 celluleTab OCCURS 200.
               03 sectionCellule       PIC XX.
               03 motifCellule         PIC XX.
               03 nbCellule            PIC 9(4).
               03 remboursCellule      PIC 9(8)V99.
               03 percevoirCellule     PIC 9(8)V99.
       01 nbCellules                   PIC 999 VALUE 0.
       01 indCellule                   PIC 999.
       01 indCelluleTrouvee            PIC 999.
       01 indBalaie                    PIC 999.
       01 indCompare                   PIC 999.
       01 celluleTemp                  PIC X(28).
       01 sectionPrecedente            PIC XX.
       01 nbSection                    PIC 9(4) VALUE 0.
       01 nbTotalMois                  PIC 9(4) VALUE 0.
       01 remboursSection              PIC 9(8)V99 VALUE 0.
       01 percevoirSection             PIC 9(8)V99 VALUE 0.
       01 remboursTotal                PIC 9(8)V99 VALUE 0.
       01 percevoirTotal               PIC 9(8)V99 VALUE 0.

       01 titreEtatMensuel             PIC X(40)
          VALUE "Abandons du mois par section et motif".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteMensuel.
           02 FILLER                   PIC X(10) VALUE "Section".
           02 FILLER                   PIC X(28) VALUE "Motif".
           02 FILLER                   PIC X(11) VALUE "Abandons".
           02 FILLER                   PIC X(17) VALUE "A rembourser".
           02 FILLER                   PIC X(17) VALUE "A percevoir".
       01 ligneMensuel.
           02 sectionMensuel-ed        PIC XX.
           02 FILLER                   PIC X(8) VALUE SPACES.
           02 codeMotifMensuel-ed      PIC XX.
           02 FILLER                   PIC X VALUE SPACE.
           02 libelleMotifMensuel-ed   PIC X(20).
           02 FILLER                   PIC X(5) VALUE SPACES.
           02 nbMensuel-ed             PIC ZZZ9.
           02 FILLER                   PIC X(5) VALUE SPACES.
           02 remboursMensuel-ed       PIC ZZZZZZZ9.99.
           02 FILLER                   PIC X(5) VALUE SPACES.
           02 percevoirMensuel-ed      PIC ZZZZZZZ9.99.
       01 ligneMoisMensuel.
           02 FILLER                   PIC X(21)
              VALUE "Abandons effectifs en".
           02 FILLER                   PIC X VALUE SPACE.
           02 moisMensuel-ed           PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 anneeMensuel-ed          PIC 9(4).
       01 moisRapportDecoupe.
           02 anneeRapport             PIC 9(4).
           02 moisRapportMM            PIC 99.
       01 ligneAucunAbandon            PIC X(40)
          VALUE "Aucun abandon pour ce mois".

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "EtudAbandons"
                         NIVEAU BY "M".
           ACCEPT dateJour FROM DATE YYYYMMDD.
           DISPLAY "Traitement (T=enregistrer les abandons, "
                   "M=rapport mensuel, vide = T): " NO ADVANCING.
           ACCEPT modeTraitement.
           EVALUATE TRUE
               WHEN modeRapportMensuel
                   PERFORM produireRapportMensuel
               WHEN modeEnregistrement
                   PERFORM enregistrerAbandons
               WHEN OTHER
                   DISPLAY "Traitement inconnu: " modeTraitement
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *****************************************************************
      *    Enregistrement des abandons : l'etudiant n'est plus
      *    supprime de FiEtud ; il entre au registre avec son
      *    minerval au prorata et une fiche d'archive finale.
      *****************************************************************
       enregistrerAbandons.
           DISPLAY "Exercice en cours (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               MOVE anneeJour TO exerciceCourant
           END-IF.
           PERFORM chargerEtudiants.
           PERFORM chargerTarifs.
           PERFORM chargerReductions.
           PERFORM chargerAbandonsConnus.
           OPEN INPUT FiMouvements.
           IF NOT fiMouvementsOK
               DISPLAY "AbandonsMouvements.seq absent, statut: "
                       fs-fiMouvements ", aucun abandon"
               CLOSE FiMouvements
               STOP RUN
           END-IF.
           OPEN OUTPUT FiRejets.
           OPEN EXTEND FiAbandons.
           IF NOT fiAbandonsOK
               OPEN OUTPUT FiAbandons
           END-IF.
           OPEN I-O FiArchive.
           IF fiArchiveAbsent
               OPEN OUTPUT FiArchive
               CLOSE FiArchive
               OPEN I-O FiArchive
           END-IF.
           IF NOT fiArchiveOK
               DISPLAY "ArchiveResultats.idx indisponible, statut: "
                       fs-fiArchive ", fiches finales non ecrites"
           END-IF.
           READ FiMouvements END-READ.
           PERFORM UNTIL finFiMouvements
               ADD 1 TO nbMouvementsLus
               PERFORM traiterAbandon
               READ FiMouvements END-READ
           END-PERFORM.
           CLOSE FiMouvements FiRejets FiAbandons FiArchive.
           MOVE nbMouvementsLus TO nbMouvementsLus-ed.
           DISPLAY "Abandons presentes: " nbMouvementsLus-ed.
           MOVE nbAbandonsEnregistres TO nbAbandonsEnregistres-ed.
           DISPLAY "Abandons enregistres: " nbAbandonsEnregistres-ed.
           MOVE nbArchives TO nbArchives-ed.
           DISPLAY "Fiches d'archive finales: " nbArchives-ed.
           MOVE totalARembourser TO totalARembourser-ed.
           DISPLAY "Minerval a rembourser: " totalARembourser-ed
                   " euros".
           MOVE totalAPercevoir TO totalAPercevoir-ed.
           DISPLAY "Minerval restant du: " totalAPercevoir-ed
                   " euros".
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Abandons rejetes: " nbRejets-ed.
           IF nbRejets NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

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
               MOVE codeSection TO codeSectionEtudTab(nbEtudiants)
               MOVE annee TO anneeEtudTab(nbEtudiants)
               MOVE lettreGroupe TO groupeEtudTab(nbEtudiants)
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.

       chargerTarifs.
           OPEN INPUT FiTarifs.
           IF fiTarifsOK
               READ FiTarifs END-READ
               PERFORM UNTIL finFiTarifs OR nbTarifs >= 100
                   MOVE montantTarifX TO montantTarifBrut
                   INSPECT montantTarifBrut
                           REPLACING LEADING " " BY "0"
                   IF montantTarifBrut NUMERIC
                       ADD 1 TO nbTarifs
                       MOVE codeSectionTarif
                            TO codeSectionTarifTab(nbTarifs)
                       MOVE anneeTarifX TO anneeTarifTab(nbTarifs)
                       MOVE montantTarifNum
                            TO montantTarifTab(nbTarifs)
                   END-IF
                   READ FiTarifs END-READ
               END-PERFORM
           ELSE
               DISPLAY "TarifsMinerval.seq absent, statut: "
                       fs-fiTarifs ", prorata impossible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FiTarifs.

       chargerReductions.
           OPEN INPUT FiReductions.
           IF fiReductionsOK
               READ FiReductions END-READ
               PERFORM UNTIL finFiReductions OR nbReductions >= 2000
                   IF pourcentReduction NUMERIC
                      AND pourcentReduction <= 100
                       ADD 1 TO nbReductions
                       MOVE matriculeReduction
                            TO matriculeReductionTab(nbReductions)
                       MOVE pourcentReduction
                            TO pourcentReductionTab(nbReductions)
                   END-IF
                   READ FiReductions END-READ
               END-PERFORM
           END-IF.
           CLOSE FiReductions.

       chargerAbandonsConnus.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons OR nbAbandonsConnus >= 2000
                   ADD 1 TO nbAbandonsConnus
                   MOVE matriculeAbandon
                        TO matriculeConnu(nbAbandonsConnus)
                   MOVE exerciceAbandon
                        TO exerciceConnu(nbAbandonsConnus)
                   READ FiAbandons END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAbandons.

       traiterAbandon.
           MOVE SPACES TO raisonRejet.
           MOVE 0 TO indEtudiantTrouve.
           PERFORM VARYING indEtudiant FROM 1 BY 1
                   UNTIL indEtudiant > nbEtudiants
                      OR indEtudiantTrouve NOT = 0
               IF matriculeEtudiantTab(indEtudiant) = matriculeMvt
                   MOVE indEtudiant TO indEtudiantTrouve
               END-IF
           END-PERFORM.
           MOVE 0 TO indMotifTrouve.
           PERFORM VARYING indMotif FROM 1 BY 1
                   UNTIL indMotif > 7 OR indMotifTrouve NOT = 0
               IF codeMotifTab(indMotif) = motifMvt
                   MOVE indMotif TO indMotifTrouve
               END-IF
           END-PERFORM.
           MOVE "N" TO dejaRetireSW.
           PERFORM VARYING indAbandonConnu FROM 1 BY 1
                   UNTIL indAbandonConnu > nbAbandonsConnus
               IF matriculeConnu(indAbandonConnu) = matriculeMvt
                  AND exerciceConnu(indAbandonConnu) = exerciceCourant
                   MOVE "O" TO dejaRetireSW
               END-IF
           END-PERFORM.
           MOVE dateEffetMvtX TO champDate8.
           MOVE 0 TO dateEffet.
           IF champDate8 NUMERIC
               MOVE champDate8Num TO dateEffet
           END-IF.
           EVALUATE TRUE
               WHEN indEtudiantTrouve = 0
                   MOVE "matricule inconnu" TO raisonRejet
               WHEN dejaRetire
                   MOVE "abandon deja enregistre pour l'exercice"
                        TO raisonRejet
               WHEN dateEffet = 0
                   MOVE "date d'effet illisible" TO raisonRejet
               WHEN moisEffet < 1 OR moisEffet > 12
                    OR jourEffet < 1 OR jourEffet > 31
                   MOVE "date d'effet invalide" TO raisonRejet
               WHEN indMotifTrouve = 0
                   MOVE "motif inconnu" TO raisonRejet
               WHEN OTHER
                   PERFORM calculerProrata
           END-EVALUATE.
           IF raisonRejet NOT = SPACES
               PERFORM rejeterAbandon
           ELSE
               PERFORM ecrireAbandon
               PERFORM archiverAbandon
           END-IF.

      *****************************************************************
      *    Le minerval est du pour les mois de cours suivis, mois
      *    d'effet compris, sur dix mois (septembre a juin) ; la
      *    reduction de bourse s'applique avant le prorata. Le solde
      *    compare ce prorata aux paiements deja recus.
      *****************************************************************
       calculerProrata.
           MOVE "N" TO tarifTrouveSW.
           MOVE 0 TO montantAnnuel.
           PERFORM VARYING indTarif FROM 1 BY 1
                   UNTIL indTarif > nbTarifs OR tarifTrouve
               IF codeSectionTarifTab(indTarif)
                  = codeSectionEtudTab(indEtudiantTrouve)
                  AND anneeTarifTab(indTarif)
                      = anneeEtudTab(indEtudiantTrouve)
                   MOVE "O" TO tarifTrouveSW
                   MOVE montantTarifTab(indTarif) TO montantAnnuel
               END-IF
           END-PERFORM.
           IF NOT tarifTrouve
               MOVE "aucun tarif pour la section et l'annee"
                    TO raisonRejet
           ELSE
               PERFORM VARYING indReduction FROM 1 BY 1
                       UNTIL indReduction > nbReductions
                   IF matriculeReductionTab(indReduction)
                      = matriculeMvt
                       COMPUTE montantReduction ROUNDED =
                               montantAnnuel
                               * pourcentReductionTab(indReduction)
                               / 100
                       SUBTRACT montantReduction FROM montantAnnuel
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN moisEffet >= 9
                       COMPUTE moisSuivis = moisEffet - 8
                   WHEN moisEffet <= 6
                       COMPUTE moisSuivis = moisEffet + 4
                   WHEN OTHER
                       MOVE 10 TO moisSuivis
               END-EVALUATE
               COMPUTE montantProrata ROUNDED =
                       montantAnnuel * moisSuivis / 10
               PERFORM totaliserPaiements
           END-IF.

       totaliserPaiements.
           MOVE 0 TO montantPaye.
           OPEN INPUT FiPaiements.
           IF fiPaiementsOK
               READ FiPaiements END-READ
               PERFORM UNTIL finFiPaiements
                   IF matriculePaiement = matriculeMvt
                       MOVE montantPaiementX TO champMontant9
                       INSPECT champMontant9
                               REPLACING LEADING " " BY "0"
                       IF champMontant9 NUMERIC
                           ADD champMontant9Num TO montantPaye
                       END-IF
                   END-IF
                   READ FiPaiements END-READ
               END-PERFORM
           END-IF.
           CLOSE FiPaiements.

       ecrireAbandon.
           MOVE SPACES TO engAbandon.
           MOVE matriculeMvt TO matriculeAbandon.
           MOVE nomEtudiantTab(indEtudiantTrouve) TO nomAbandon.
           MOVE codeSectionEtudTab(indEtudiantTrouve)
                TO codeSectionAbandon.
           MOVE anneeEtudTab(indEtudiantTrouve) TO anneeAbandon.
           MOVE groupeEtudTab(indEtudiantTrouve) TO groupeAbandon.
           MOVE dateEffet TO dateEffetAbandon.
           MOVE motifMvt TO motifAbandon.
           MOVE moisSuivis TO moisSuivisAbandon.
           MOVE montantProrata TO prorataAbandon.
           MOVE montantPaye TO payeAbandon.
           IF montantPaye > montantProrata
               COMPUTE soldeAbandon = montantPaye - montantProrata
               MOVE "R" TO sensSoldeAbandon
               ADD soldeAbandon TO totalARembourser
           ELSE
               COMPUTE soldeAbandon = montantProrata - montantPaye
               MOVE "D" TO sensSoldeAbandon
               ADD soldeAbandon TO totalAPercevoir
           END-IF.
           MOVE exerciceCourant TO exerciceAbandon.
           WRITE engAbandon END-WRITE.
           ADD 1 TO nbAbandonsEnregistres.
           IF nbAbandonsConnus < 2000
               ADD 1 TO nbAbandonsConnus
               MOVE matriculeMvt TO matriculeConnu(nbAbandonsConnus)
               MOVE exerciceCourant
                    TO exerciceConnu(nbAbandonsConnus)
           END-IF.

      *    La fiche d'archive de l'exercice porte la decision
      *    "abandon" : l'etudiant ne disparait plus de l'historique.
       archiverAbandon.
           IF fiArchiveOK
               MOVE matriculeMvt TO matriculeArchive
               MOVE exerciceCourant TO exerciceArchive
               READ FiArchive
                   INVALID KEY
                       MOVE codeSectionEtudTab(indEtudiantTrouve)
                            TO codeSectionArchive
                       MOVE anneeEtudTab(indEtudiantTrouve)
                            TO anneeEtudeArchive
                       MOVE 0 TO moyenneArchive
                       MOVE "abandon" TO decisionArchive
                       MOVE libelleMotifTab(indMotifTrouve)
                            TO mentionArchive
                       WRITE engArchive END-WRITE
                   NOT INVALID KEY
                       MOVE "abandon" TO decisionArchive
                       MOVE libelleMotifTab(indMotifTrouve)
                            TO mentionArchive
                       REWRITE engArchive END-REWRITE
               END-READ
               ADD 1 TO nbArchives
           END-IF.

       rejeterAbandon.
           ADD 1 TO nbRejets.
           MOVE matriculeMvt TO matriculeRejet-ed.
           MOVE dateEffetMvtX TO dateRejet-ed.
           MOVE motifMvt TO motifRejet-ed.
           MOVE raisonRejet TO raisonRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

      *****************************************************************
      *    Rapport mensuel pour le pouvoir subsidiant : abandons dont
      *    la date d'effet tombe dans le mois, par section et par
      *    motif, avec les montants a rembourser et a percevoir.
      *****************************************************************
       produireRapportMensuel.
           DISPLAY "Mois du rapport (AAAAMM, vide = mois courant): "
                   NO ADVANCING.
           ACCEPT moisRapportX.
           IF moisRapportX NUMERIC AND moisRapportX NOT = "000000"
               MOVE moisRapportNum TO moisRapport
           ELSE
               MOVE dateJour(1:6) TO moisRapport
           END-IF.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons
                   IF dateEffetAbandon(1:6) = moisRapport
                       PERFORM cumulerCellule
                   END-IF
                   READ FiAbandons END-READ
               END-PERFORM
           ELSE
               DISPLAY "EtudAbandons.seq absent, statut: "
                       fs-fiAbandons ", aucun abandon"
           END-IF.
           CLOSE FiAbandons.
           PERFORM trierCellules.
           PERFORM imprimerRapportMensuel.
           MOVE nbTotalMois TO nbAbandonsEnregistres-ed.
           DISPLAY "Abandons du mois " moisRapport ": "
                   nbAbandonsEnregistres-ed.

       cumulerCellule.
           MOVE 0 TO indCelluleTrouvee.
           PERFORM VARYING indCellule FROM 1 BY 1
                   UNTIL indCellule > nbCellules
                      OR indCelluleTrouvee NOT = 0
               IF sectionCellule(indCellule) = codeSectionAbandon
                  AND motifCellule(indCellule) = motifAbandon
                   MOVE indCellule TO indCelluleTrouvee
               END-IF
           END-PERFORM.
           IF indCelluleTrouvee = 0 AND nbCellules < 200
               ADD 1 TO nbCellules
               MOVE nbCellules TO indCelluleTrouvee
               MOVE codeSectionAbandon TO sectionCellule(nbCellules)
               MOVE motifAbandon TO motifCellule(nbCellules)
               MOVE 0 TO nbCellule(nbCellules)
               MOVE 0 TO remboursCellule(nbCellules)
               MOVE 0 TO percevoirCellule(nbCellules)
           END-IF.
           IF indCelluleTrouvee NOT = 0
               ADD 1 TO nbCellule(indCelluleTrouvee)
               ADD 1 TO nbTotalMois
               IF soldeARembourser
                   ADD soldeAbandon
                       TO remboursCellule(indCelluleTrouvee)
               ELSE
                   ADD soldeAbandon
                       TO percevoirCellule(indCelluleTrouvee)
               END-IF
           END-IF.

       trierCellules.
           IF nbCellules > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
                       UNTIL indBalaie > nbCellules - 1
                   PERFORM VARYING indCompare FROM 1 BY 1
                           UNTIL indCompare > nbCellules - indBalaie
                       IF celluleTab(indCompare)(1:4)
                          > celluleTab(indCompare + 1)(1:4)
                           PERFORM echangerCellules
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       echangerCellules.
           MOVE celluleTab(indCompare) TO celluleTemp.
           MOVE celluleTab(indCompare + 1) TO celluleTab(indCompare).
           MOVE celluleTemp TO celluleTab(indCompare + 1).

       imprimerRapportMensuel.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteMensuel TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiMensuel
                                    titreEtatMensuel
                                    enteteEtatTampon.
           MOVE moisRapport TO moisRapportDecoupe.
           MOVE moisRapportMM TO moisMensuel-ed.
           MOVE anneeRapport TO anneeMensuel-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneMoisMensuel TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           IF nbCellules = 0
               MOVE ligneAucunAbandon TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-IF.
           MOVE SPACES TO sectionPrecedente.
           PERFORM VARYING indCellule FROM 1 BY 1
                   UNTIL indCellule > nbCellules
               IF sectionCellule(indCellule) NOT = sectionPrecedente
                  AND sectionPrecedente NOT = SPACES
                   PERFORM imprimerTotalSection
               END-IF
               MOVE sectionCellule(indCellule) TO sectionPrecedente
               MOVE sectionCellule(indCellule) TO sectionMensuel-ed
               MOVE motifCellule(indCellule) TO codeMotifMensuel-ed
               MOVE "** motif inconnu" TO libelleMotifMensuel-ed
               PERFORM VARYING indMotif FROM 1 BY 1
                       UNTIL indMotif > 7
                   IF codeMotifTab(indMotif) = motifCellule(indCellule)
                       MOVE libelleMotifTab(indMotif)
                            TO libelleMotifMensuel-ed
                   END-IF
               END-PERFORM
               MOVE nbCellule(indCellule) TO nbMensuel-ed
               MOVE remboursCellule(indCellule) TO remboursMensuel-ed
               MOVE percevoirCellule(indCellule)
                    TO percevoirMensuel-ed
               ADD nbCellule(indCellule) TO nbSection
               ADD remboursCellule(indCellule) TO remboursSection
               ADD percevoirCellule(indCellule) TO percevoirSection
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneMensuel TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.
           IF sectionPrecedente NOT = SPACES
               PERFORM imprimerTotalSection
               MOVE SPACES TO sectionMensuel-ed
               MOVE SPACES TO codeMotifMensuel-ed
               MOVE "Total du mois" TO libelleMotifMensuel-ed
               MOVE nbTotalMois TO nbMensuel-ed
               MOVE remboursTotal TO remboursMensuel-ed
               MOVE percevoirTotal TO percevoirMensuel-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneMensuel TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-IF.
           CALL "ETAT-FERMER".

       imprimerTotalSection.
           MOVE sectionPrecedente TO sectionMensuel-ed.
           MOVE SPACES TO codeMotifMensuel-ed.
           MOVE "Total section" TO libelleMotifMensuel-ed.
           MOVE nbSection TO nbMensuel-ed.
           MOVE remboursSection TO remboursMensuel-ed.
           MOVE percevoirSection TO percevoirMensuel-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneMensuel TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           ADD remboursSection TO remboursTotal.
           ADD percevoirSection TO percevoirTotal.
           MOVE 0 TO nbSection.
           MOVE 0 TO remboursSection.
           MOVE 0 TO percevoirSection.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiMouvements
                         NOMFIC BY "AbandonsMouvements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTarifs
                         NOMFIC BY "TarifsMinerval.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReductions
                         NOMFIC BY "BoursesReductions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaiements
                         NOMFIC BY "MinervalPaiements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiArchive
                         NOMFIC BY "ArchiveResultats.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "AbandonsRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiMensuel
                         NOMFIC BY "AbandonsMensuel.seq".

       END PROGRAM EtudAbandons.
