       PROGRAM-ID. DiplomesDelivrance AS "DiplomesDelivrance".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiAlumni ASSIGN TO DYNAMIC cheminFiAlumni
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAlumni.

           SELECT OPTIONAL FiArchive ASSIGN TO DYNAMIC cheminFiArchive
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS cleArchive
                         FILE STATUS IS fs-fiArchive.

           SELECT OPTIONAL FiSections ASSIGN TO DYNAMIC cheminFiSections
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSections.

           SELECT OPTIONAL FiAnneesFinales
                         ASSIGN TO DYNAMIC cheminFiAnneesFinales
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAnnees.

           SELECT OPTIONAL FiRegistre
               ASSIGN TO DYNAMIC cheminFiRegistre
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRegistre.

           SELECT OPTIONAL FiSequence ASSIGN TO DYNAMIC cheminFiSequence
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSequence.

           SELECT OPTIONAL FiDuplicata
               ASSIGN TO DYNAMIC cheminFiDuplicata
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiDuplicata.

           SELECT FiTextes ASSIGN TO DYNAMIC cheminFiTextes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiTextes.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.

       DATA DIVISION.

       FILE SECTION.

      *    Ligne ecrite par PromotionAnnuelle pour chaque diplome.
       FD FiAlumni.
       01 engAlumni.
           02 nomAlumni                PIC X(30).
           02 FILLER                   PIC X(3).
           02 codeSectionAlumni        PIC XX.
           02 FILLER                   PIC X(12).
           02 dateAlumni.
               03 anneeAlumniX         PIC XX.
               03 FILLER               PIC X(6).
           02 FILLER                   PIC X(3).
           02 matriculeAlumni          PIC X(6).

       FD FiArchive.
       01 engArchive.
           COPY "ResultArch.cpy".

       FD FiSections.
       01 engSection.
           02 codeSectionRef           PIC XX.
           02 FILLER                   PIC X.
           02 libelleSectionRef        PIC X(20).
           02 FILLER                   PIC X.
           02 familleSectionRef        PIC X.

       FD FiAnneesFinales.
       01 engAnneeFinale.
           02 codeSectionFinale        PIC XX.
           02 FILLER                   PIC X.
           02 anneeFinaleX             PIC X.

      *****************************************************************
      *    Registre permanent des diplomes (DiplomesRegistre.seq) :
      *    une ligne par diplome delivre, jamais reecrite, seulement
      *    prolongee. Type O original, D duplicata ; un duplicata
      *    porte le numero du diplome original qu'il remplace.
      *****************************************************************
       FD FiRegistre.
       01 engRegistre.
           02 numeroDiplome            PIC 9(8).
           02 FILLER                   PIC X.
           02 typeDiplome              PIC X.
               88 diplomeOriginal      VALUE "O".
               88 diplomeDuplicata     VALUE "D".
           02 FILLER                   PIC X.
           02 numeroOrigineDiplome     PIC 9(8).
           02 FILLER                   PIC X.
           02 matriculeDiplome         PIC X(6).
           02 FILLER                   PIC X.
           02 nomDiplome               PIC X(30).
           02 FILLER                   PIC X.
           02 codeSectionDiplome       PIC XX.
           02 FILLER                   PIC X.
           02 exerciceDiplome          PIC 9(4).
           02 FILLER                   PIC X.
           02 mentionDiplome           PIC X(15).
           02 FILLER                   PIC X.
           02 dateDelivranceDiplome    PIC 9(8).

      *    Dernier numero attribue : garde meme si des lignes du
      *    registre venaient a disparaitre, un numero n'est jamais
      *    redonne.
       FD FiSequence.
       01 engSequence.
           02 dernierNumeroX           PIC X(8).

      *    Demandes de duplicata : matricule et numero du diplome
      *    perdu (blanc = dernier original du matricule).
       FD FiDuplicata.
       01 engDuplicata.
           02 matriculeDupli           PIC X(6).
           02 FILLER                   PIC X.
           02 numeroOrigineDupliX      PIC X(8).

       FD FiTextes.
       01 engTexte                     PIC X(80).

       FD FiRejets.
       01 engRejet                     PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiAlumni PIC X(80) VALUE "Alumni.seq".
       01 cheminFiArchive PIC X(80) VALUE "ArchiveResultats.idx".
       01 cheminFiSections PIC X(80) VALUE "Sections.seq".
       01 cheminFiAnneesFinales PIC X(80) VALUE "AnneesFinales.seq".
       01 cheminFiRegistre PIC X(80) VALUE "DiplomesRegistre.seq".
       01 cheminFiSequence PIC X(80) VALUE "DiplomesSequence.seq".
       01 cheminFiDuplicata PIC X(80) VALUE "DiplomesDuplicata.seq".
       01 cheminFiTextes PIC X(80) VALUE "Diplomes.seq".
       01 cheminFiRejets PIC X(80) VALUE "DiplomesRejets.seq".
       01 cheminFiListe PIC X(80) VALUE "DiplomesRegistreListe.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAlumni
                                        FSOK BY fiAlumniOK
                                        FSFIN BY finFiAlumni
                                        FSABSENT BY fiAlumniAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiArchive
                                        FSOK BY fiArchiveOK
                                        FSFIN BY fiArchiveFin
                                        FSABSENT BY fiArchiveAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSections
                                        FSOK BY fiSectionsOK
                                        FSFIN BY finFiSections
                                        FSABSENT BY fiSectionsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAnnees
                                        FSOK BY fiAnneesOK
                                        FSFIN BY finFiAnnees
                                        FSABSENT BY fiAnneesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY finFiRegistre
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSequence
                                        FSOK BY fiSequenceOK
                                        FSFIN BY fiSequenceFin
                                        FSABSENT BY fiSequenceAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDuplicata
                                        FSOK BY fiDuplicataOK
                                        FSFIN BY finFiDuplicata
                                        FSABSENT BY fiDuplicataAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTextes
                                        FSOK BY fiTextesOK
                                        FSFIN BY fiTextesFin
                                        FSABSENT BY fiTextesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       01 modeSaisi                    PIC X VALUE SPACE.
           88 modeDelivrance           VALUE "D" "d".
           88 modeReimpression         VALUE "R" "r".
       01 exerciceX                    PIC X(4).
       01 exerciceNum REDEFINES exerciceX PIC 9(4).
       01 exerciceCourant              PIC 9(4) VALUE 0.
       01 anneeAlumni                  PIC 9(4).
       01 anneeAlumniBrute             PIC XX.
       01 anneeAlumniNum REDEFINES anneeAlumniBrute PIC 99.
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 anneeJour                PIC 9(4).
           02 moisJour                 PIC 99.
           02 jourJour                 PIC 99.

      *    Annees finales par section, selon les memes regles que
      *    PromotionAnnuelle (famille T = 3 ans, sinon 4, surcharge
      *    par AnneesFinales.seq, sections historiques en repli).
       01 tabSections.
           02 sectionTab OCCURS 20.
               03 codeSectionTabF      PIC XX.
               03 anneeFinaleTabF      PIC 9.
               03 libelleSectionTab    PIC X(20).
       01 nbSectionsF                  PIC 99 VALUE 0.
       01 valAnneesFinales.
           02 FILLER PIC X(23) VALUE "AU3".
           02 FILLER PIC X(23) VALUE "TI3".
           02 FILLER PIC X(23) VALUE "MK4".
           02 FILLER PIC X(23) VALUE "CP4".
           02 FILLER PIC X(23) VALUE "DR4".
           02 FILLER PIC X(23) VALUE "IG4".
       01 indSectionF                  PIC 99.
       01 sectionCherchee              PIC XX.
       01 indSectionTrouvee            PIC 99.

       01 tabRegistre.
           02 registreTab OCCURS 9999.
               03 numeroRegTab         PIC 9(8).
               03 typeRegTab           PIC X.
               03 numeroOrigineRegTab  PIC 9(8).
               03 matriculeRegTab      PIC X(6).
               03 nomRegTab            PIC X(30).
               03 codeSectionRegTab    PIC XX.
               03 exerciceRegTab       PIC 9(4).
               03 mentionRegTab        PIC X(15).
               03 dateRegTab           PIC 9(8).
       01 nbRegistre                   PIC 9(4) VALUE 0.
       01 nbRegistreInitial            PIC 9(4) VALUE 0.
       01 indRegistre                  PIC 9(4).
       01 indRegTrouve                 PIC 9(4).
       01 dernierNumero                PIC 9(8) VALUE 0.
       01 champNumero                  PIC X(8).
       01 champNumeroNum REDEFINES champNumero PIC 9(8).
       01 numeroOrigineDemande         PIC 9(8).

       01 raisonRejet                  PIC X(40).
       01 nbDelivres                   PIC 9(4) VALUE 0.
       01 nbDuplicata                  PIC 9(4) VALUE 0.
       01 nbDejaDelivres               PIC 9(4) VALUE 0.
       01 nbRejets                     PIC 9(4) VALUE 0.
       01 nbDelivres-ed                PIC ZZZ9.
       01 nbDuplicata-ed               PIC ZZZ9.
       01 nbDejaDelivres-ed            PIC ZZZ9.
       01 nbRejets-ed                  PIC ZZZ9.

       01 ligneRejet.
           02 matriculeRejet-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomRejet-ed              PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(38).

      *    Texte du diplome.
       01 ligneTexteVide               PIC X(80) VALUE SPACES.
       01 ligneTexteSeparation         PIC X(80) VALUE ALL "=".
       01 ligneTexteNumero.
           02 FILLER                   PIC X(25) VALUE SPACES.
           02 FILLER                   PIC X(11) VALUE "DIPLOME N. ".
           02 numeroTexte-ed           PIC 9(8).
       01 ligneTexteDuplicata.
           02 FILLER                   PIC X(15) VALUE SPACES.
           02 FILLER                   PIC X(30)
              VALUE "DUPLICATA du diplome original ".
           02 FILLER                   PIC X(3) VALUE "N. ".
           02 numeroOrigineTexte-ed    PIC 9(8).
       01 ligneTexteJury               PIC X(80) VALUE
          "     Le jury de l'etablissement certifie que".
       01 ligneTexteNom.
           02 FILLER                   PIC X(10) VALUE SPACES.
           02 nomTexte-ed              PIC X(30).
           02 FILLER                   PIC X(13) VALUE " (matricule ".
           02 matriculeTexte-ed        PIC X(6).
           02 FILLER                   PIC X VALUE ")".
       01 ligneTexteSection.
           02 FILLER                   PIC X(44)
              VALUE "     a satisfait aux epreuves de la section ".
           02 sectionTexte-ed          PIC X(20).
       01 ligneTexteExercice.
           02 FILLER                   PIC X(36)
              VALUE "     au terme de l'annee academique ".
           02 exerciceTexte-ed         PIC 9(4).
       01 ligneTexteMention.
           02 FILLER                   PIC X(18)
              VALUE "     avec mention ".
           02 mentionTexte-ed          PIC X(15).
       01 ligneTexteDate.
           02 FILLER                   PIC X(40) VALUE SPACES.
           02 FILLER                   PIC X(11) VALUE "Delivre le ".
           02 jourTexte-ed             PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 moisTexte-ed             PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 anneeTexte-ed            PIC 9(4).

      *    Reimpression du registre.
       01 titreEtatListe               PIC X(40)
          VALUE "Registre des diplomes".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteListe.
           02 FILLER                   PIC X(11) VALUE "Numero".
           02 FILLER                   PIC X(13) VALUE "Type".
           02 FILLER                   PIC X(9) VALUE "Matr.".
           02 FILLER                   PIC X(33) VALUE "Nom".
           02 FILLER                   PIC X(10) VALUE "Sect/Ex.".
           02 FILLER                   PIC X(18) VALUE "Mention".
           02 FILLER                   PIC X(8) VALUE "Delivre".
       01 ligneListe.
           02 numeroListe-ed           PIC 9(8).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 typeListe-ed             PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 matriculeListe-ed        PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomListe-ed              PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 sectionListe-ed          PIC XX.
           02 FILLER                   PIC X VALUE " ".
           02 exerciceListe-ed         PIC 9(4).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 mentionListe-ed          PIC X(15).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateListe-ed             PIC 9(8).
       01 ligneListeOrigine.
           02 FILLER                   PIC X(11) VALUE SPACES.
           02 FILLER                   PIC X(28)
              VALUE "remplace le diplome numero ".
           02 origineListe-ed          PIC 9(8).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "DiplomesDelivrance"
                         NIVEAU BY "M".
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM obtenirMode.
           PERFORM chargerRegistre.
           IF modeDelivrance
               PERFORM determinerExercice
               PERFORM chargerSections
               PERFORM chargerAnneesFinales
               PERFORM lireSequence
               OPEN OUTPUT FiTextes
               OPEN OUTPUT FiRejets
               PERFORM delivrerOriginaux
               PERFORM delivrerDuplicata
               CLOSE FiTextes FiRejets
               PERFORM prolongerRegistre
               PERFORM ecrireSequence
           END-IF.
           PERFORM imprimerRegistre.
           MOVE nbDelivres TO nbDelivres-ed.
           DISPLAY "Diplomes delivres: " nbDelivres-ed.
           MOVE nbDuplicata TO nbDuplicata-ed.
           DISPLAY "Duplicata delivres: " nbDuplicata-ed.
           MOVE nbDejaDelivres TO nbDejaDelivres-ed.
           DISPLAY "Diplomes deja au registre: " nbDejaDelivres-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Demandes rejetees: " nbRejets-ed.
           IF nbRejets NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       obtenirMode.
           DISPLAY "D = delivrer les diplomes de l'exercice, "
                   "R = reimprimer le registre (blanc = D): "
                   NO ADVANCING.
           ACCEPT modeSaisi.
           IF modeSaisi = SPACE
               MOVE "D" TO modeSaisi
           END-IF.
           PERFORM UNTIL modeDelivrance OR modeReimpression
               DISPLAY "Mode invalide, ressaisir (D ou R): "
                       NO ADVANCING
               ACCEPT modeSaisi
           END-PERFORM.

       determinerExercice.
           DISPLAY "Exercice des diplomes (AAAA, vide = annee "
                   "courante): " NO ADVANCING.
           ACCEPT exerciceX.
           IF exerciceX NUMERIC AND exerciceX NOT = "0000"
               MOVE exerciceNum TO exerciceCourant
           ELSE
               MOVE anneeJour TO exerciceCourant
           END-IF.
           DISPLAY "Delivrance des diplomes de l'exercice "
                   exerciceCourant.

       chargerSections.
           OPEN INPUT FiSections.
           IF fiSectionsOK
               READ FiSections END-READ
               PERFORM UNTIL finFiSections OR nbSectionsF >= 20
                   ADD 1 TO nbSectionsF
                   MOVE codeSectionRef
                        TO codeSectionTabF(nbSectionsF)
                   MOVE libelleSectionRef
                        TO libelleSectionTab(nbSectionsF)
                   IF familleSectionRef = "T"
                       MOVE 3 TO anneeFinaleTabF(nbSectionsF)
                   ELSE
                       MOVE 4 TO anneeFinaleTabF(nbSectionsF)
                   END-IF
                   READ FiSections END-READ
               END-PERFORM
           ELSE
               DISPLAY "Sections.seq absent, statut: " fs-fiSections
                       ", sections historiques utilisees"
               MOVE valAnneesFinales TO tabSections(1:138)
               MOVE 6 TO nbSectionsF
           END-IF.
           CLOSE FiSections.

       chargerAnneesFinales.
           OPEN INPUT FiAnneesFinales.
           IF fiAnneesOK
               READ FiAnneesFinales END-READ
               PERFORM UNTIL finFiAnnees
                   IF anneeFinaleX NUMERIC
                       PERFORM VARYING indSectionF FROM 1 BY 1
                               UNTIL indSectionF > nbSectionsF
                           IF codeSectionTabF(indSectionF) =
                              codeSectionFinale
                               MOVE anneeFinaleX
                                    TO anneeFinaleTabF(indSectionF)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ FiAnneesFinales END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAnneesFinales.

       chargerRegistre.
           OPEN INPUT FiRegistre.
           IF fiRegistreOK
               READ FiRegistre END-READ
               PERFORM UNTIL finFiRegistre OR nbRegistre >= 9999
                   ADD 1 TO nbRegistre
                   MOVE numeroDiplome TO numeroRegTab(nbRegistre)
                   MOVE typeDiplome TO typeRegTab(nbRegistre)
                   MOVE numeroOrigineDiplome
                        TO numeroOrigineRegTab(nbRegistre)
                   MOVE matriculeDiplome TO matriculeRegTab(nbRegistre)
                   MOVE nomDiplome TO nomRegTab(nbRegistre)
                   MOVE codeSectionDiplome
                        TO codeSectionRegTab(nbRegistre)
                   MOVE exerciceDiplome TO exerciceRegTab(nbRegistre)
                   MOVE mentionDiplome TO mentionRegTab(nbRegistre)
                   MOVE dateDelivranceDiplome
                        TO dateRegTab(nbRegistre)
                   IF numeroDiplome > dernierNumero
                       MOVE numeroDiplome TO dernierNumero
                   END-IF
                   READ FiRegistre END-READ
               END-PERFORM
               IF NOT finFiRegistre
                   DISPLAY "Registre des diplomes au-dela de 9999 "
                           "lignes, arret sans delivrance"
                   CLOSE FiRegistre
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FiRegistre.
           MOVE nbRegistre TO nbRegistreInitial.

      *    Le numero suivant part du plus grand des deux : sequence
      *    ou registre.
       lireSequence.
           OPEN INPUT FiSequence.
           IF fiSequenceOK
               READ FiSequence
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE dernierNumeroX TO champNumero
                       INSPECT champNumero
                               REPLACING LEADING " " BY "0"
                       IF champNumero NUMERIC
                          AND champNumeroNum > dernierNumero
                           MOVE champNumeroNum TO dernierNumero
                       END-IF
               END-READ
           END-IF.
           CLOSE FiSequence.

       ecrireSequence.
           OPEN OUTPUT FiSequence.
           MOVE dernierNumero TO champNumeroNum.
           MOVE champNumero TO dernierNumeroX.
           WRITE engSequence END-WRITE.
           CLOSE FiSequence.

      *****************************************************************
      *    Chaque diplome de l'exercice (Alumni.seq) est confirme par
      *    l'archive des resultats : decision admis en derniere
      *    annee de la section. Un diplome deja au registre pour le
      *    meme matricule et le meme exercice n'est pas redonne.
      *****************************************************************
       delivrerOriginaux.
           OPEN INPUT FiArchive.
           IF NOT fiArchiveOK
               DISPLAY "ArchiveResultats.idx indisponible, statut: "
                       fs-fiArchive ", aucun diplome delivre"
           ELSE
               OPEN INPUT FiAlumni
               IF fiAlumniOK
                   READ FiAlumni END-READ
                   PERFORM UNTIL finFiAlumni
                       PERFORM controlerAnneeAlumni
                       IF anneeAlumni = exerciceCourant
                           PERFORM delivrerUnOriginal
                       END-IF
                       READ FiAlumni END-READ
                   END-PERFORM
               ELSE
                   DISPLAY "Alumni.seq absent, statut: " fs-fiAlumni
               END-IF
               CLOSE FiAlumni
           END-IF.
           CLOSE FiArchive.

      *    La date de sortie est ecrite AA/MM/JJ par PromotionAnnuelle.
       controlerAnneeAlumni.
           MOVE anneeAlumniX TO anneeAlumniBrute.
           IF anneeAlumniBrute NUMERIC
               COMPUTE anneeAlumni = 2000 + anneeAlumniNum
           ELSE
               MOVE 0 TO anneeAlumni
           END-IF.

       delivrerUnOriginal.
           MOVE SPACES TO raisonRejet.
           MOVE 0 TO indRegTrouve.
           PERFORM VARYING indRegistre FROM 1 BY 1
                   UNTIL indRegistre > nbRegistre
                      OR indRegTrouve NOT = 0
               IF typeRegTab(indRegistre) = "O"
                  AND matriculeRegTab(indRegistre) = matriculeAlumni
                  AND exerciceRegTab(indRegistre) = exerciceCourant
                   MOVE indRegistre TO indRegTrouve
               END-IF
           END-PERFORM.
           IF matriculeAlumni = SPACES OR matriculeAlumni NOT NUMERIC
               MOVE "matricule absent de la ligne alumni"
                    TO raisonRejet
           ELSE
               IF indRegTrouve = 0
                   PERFORM confirmerParArchive
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN raisonRejet NOT = SPACES
                   MOVE matriculeAlumni TO matriculeRejet-ed
                   MOVE nomAlumni TO nomRejet-ed
                   PERFORM rejeterDemande
               WHEN indRegTrouve NOT = 0
                   ADD 1 TO nbDejaDelivres
               WHEN nbRegistre >= 9999
                   MOVE "registre des diplomes plein" TO raisonRejet
                   MOVE matriculeAlumni TO matriculeRejet-ed
                   MOVE nomAlumni TO nomRejet-ed
                   PERFORM rejeterDemande
               WHEN OTHER
                   ADD 1 TO nbRegistre
                   ADD 1 TO dernierNumero
                   MOVE dernierNumero TO numeroRegTab(nbRegistre)
                   MOVE "O" TO typeRegTab(nbRegistre)
                   MOVE 0 TO numeroOrigineRegTab(nbRegistre)
                   MOVE matriculeAlumni TO matriculeRegTab(nbRegistre)
                   MOVE nomAlumni TO nomRegTab(nbRegistre)
                   MOVE codeSectionArchive
                        TO codeSectionRegTab(nbRegistre)
                   MOVE exerciceCourant TO exerciceRegTab(nbRegistre)
                   MOVE mentionArchive TO mentionRegTab(nbRegistre)
                   MOVE dateJour TO dateRegTab(nbRegistre)
                   ADD 1 TO nbDelivres
                   MOVE nbRegistre TO indRegistre
                   PERFORM imprimerDiplome
           END-EVALUATE.

       confirmerParArchive.
           MOVE matriculeAlumni TO matriculeArchive.
           MOVE exerciceCourant TO exerciceArchive.
           READ FiArchive
               INVALID KEY
                   MOVE "absent de l'archive des resultats"
                        TO raisonRejet
           END-READ.
           IF raisonRejet = SPACES
               MOVE codeSectionArchive TO sectionCherchee
               PERFORM rechercherSection
               EVALUATE TRUE
                   WHEN decisionArchive NOT = "admis"
                       MOVE "decision finale autre qu'admis"
                            TO raisonRejet
                   WHEN indSectionTrouvee = 0
                       MOVE "section inconnue" TO raisonRejet
                   WHEN anneeEtudeArchive
                        < anneeFinaleTabF(indSectionTrouvee)
                       MOVE "pas en derniere annee de la section"
                            TO raisonRejet
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       rechercherSection.
           MOVE 0 TO indSectionTrouvee.
           PERFORM VARYING indSectionF FROM 1 BY 1
                   UNTIL indSectionF > nbSectionsF
                      OR indSectionTrouvee NOT = 0
               IF codeSectionTabF(indSectionF) = sectionCherchee
                   MOVE indSectionF TO indSectionTrouvee
               END-IF
           END-PERFORM.

      *****************************************************************
      *    Duplicata d'un diplome perdu : nouveau numero, reference
      *    au numero original, memes donnees que l'original. Une
      *    demande deja servie le jour meme n'est pas redonnee.
      *****************************************************************
       delivrerDuplicata.
           OPEN INPUT FiDuplicata.
           IF fiDuplicataOK
               READ FiDuplicata END-READ
               PERFORM UNTIL finFiDuplicata
                   PERFORM delivrerUnDuplicata
                   READ FiDuplicata END-READ
               END-PERFORM
           END-IF.
           CLOSE FiDuplicata.

       delivrerUnDuplicata.
           MOVE SPACES TO raisonRejet.
           MOVE numeroOrigineDupliX TO champNumero.
           INSPECT champNumero REPLACING LEADING " " BY "0".
           IF champNumero NUMERIC
               MOVE champNumeroNum TO numeroOrigineDemande
           ELSE
               MOVE 0 TO numeroOrigineDemande
           END-IF.
           MOVE 0 TO indRegTrouve.
           PERFORM VARYING indRegistre FROM 1 BY 1
                   UNTIL indRegistre > nbRegistre
               IF typeRegTab(indRegistre) = "O"
                  AND matriculeRegTab(indRegistre) = matriculeDupli
                  AND (numeroOrigineDemande = 0
                       OR numeroRegTab(indRegistre)
                          = numeroOrigineDemande)
                   MOVE indRegistre TO indRegTrouve
               END-IF
           END-PERFORM.
           IF indRegTrouve = 0
               MOVE "diplome original introuvable au registre"
                    TO raisonRejet
           ELSE
               PERFORM VARYING indRegistre FROM 1 BY 1
                       UNTIL indRegistre > nbRegistre
                   IF typeRegTab(indRegistre) = "D"
                      AND numeroOrigineRegTab(indRegistre)
                          = numeroRegTab(indRegTrouve)
                      AND dateRegTab(indRegistre) = dateJour
                       MOVE "duplicata deja delivre ce jour"
                            TO raisonRejet
                   END-IF
               END-PERFORM
           END-IF.
           IF raisonRejet = SPACES AND nbRegistre >= 9999
               MOVE "registre des diplomes plein" TO raisonRejet
           END-IF.
           IF raisonRejet NOT = SPACES
               MOVE matriculeDupli TO matriculeRejet-ed
               IF indRegTrouve = 0
                   MOVE SPACES TO nomRejet-ed
               ELSE
                   MOVE nomRegTab(indRegTrouve) TO nomRejet-ed
               END-IF
               PERFORM rejeterDemande
           ELSE
               ADD 1 TO nbRegistre
               ADD 1 TO dernierNumero
               MOVE registreTab(indRegTrouve)
                    TO registreTab(nbRegistre)
               MOVE dernierNumero TO numeroRegTab(nbRegistre)
               MOVE "D" TO typeRegTab(nbRegistre)
               MOVE numeroRegTab(indRegTrouve)
                    TO numeroOrigineRegTab(nbRegistre)
               MOVE dateJour TO dateRegTab(nbRegistre)
               ADD 1 TO nbDuplicata
               MOVE nbRegistre TO indRegistre
               PERFORM imprimerDiplome
           END-IF.

       rejeterDemande.
           ADD 1 TO nbRejets.
           MOVE raisonRejet TO raisonRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.
           DISPLAY "Rejet: " ligneRejet.

       imprimerDiplome.
           WRITE engTexte FROM ligneTexteSeparation END-WRITE.
           MOVE numeroRegTab(indRegistre) TO numeroTexte-ed.
           WRITE engTexte FROM ligneTexteNumero END-WRITE.
           IF typeRegTab(indRegistre) = "D"
               MOVE numeroOrigineRegTab(indRegistre)
                    TO numeroOrigineTexte-ed
               WRITE engTexte FROM ligneTexteDuplicata END-WRITE
           END-IF.
           WRITE engTexte FROM ligneTexteVide END-WRITE.
           WRITE engTexte FROM ligneTexteJury END-WRITE.
           MOVE nomRegTab(indRegistre) TO nomTexte-ed.
           MOVE matriculeRegTab(indRegistre) TO matriculeTexte-ed.
           WRITE engTexte FROM ligneTexteNom END-WRITE.
           MOVE codeSectionRegTab(indRegistre) TO sectionCherchee.
           PERFORM rechercherSection.
           MOVE codeSectionRegTab(indRegistre) TO sectionTexte-ed.
           IF indSectionTrouvee NOT = 0
               IF libelleSectionTab(indSectionTrouvee) NOT = SPACES
                   MOVE libelleSectionTab(indSectionTrouvee)
                        TO sectionTexte-ed
               END-IF
           END-IF.
           WRITE engTexte FROM ligneTexteSection END-WRITE.
           MOVE exerciceRegTab(indRegistre) TO exerciceTexte-ed.
           WRITE engTexte FROM ligneTexteExercice END-WRITE.
           MOVE mentionRegTab(indRegistre) TO mentionTexte-ed.
           WRITE engTexte FROM ligneTexteMention END-WRITE.
           WRITE engTexte FROM ligneTexteVide END-WRITE.
           MOVE jourJour TO jourTexte-ed.
           MOVE moisJour TO moisTexte-ed.
           MOVE anneeJour TO anneeTexte-ed.
           WRITE engTexte FROM ligneTexteDate END-WRITE.
           WRITE engTexte FROM ligneTexteVide END-WRITE.

      *    Seules les lignes nouvelles sont ajoutees : le registre
      *    existant n'est jamais reecrit.
       prolongerRegistre.
           IF nbRegistre > nbRegistreInitial
               OPEN EXTEND FiRegistre
               COMPUTE indRegistre = nbRegistreInitial + 1
               PERFORM UNTIL indRegistre > nbRegistre
                   PERFORM ecrireLigneRegistre
                   ADD 1 TO indRegistre
               END-PERFORM
               CLOSE FiRegistre
           END-IF.

       ecrireLigneRegistre.
           MOVE SPACES TO engRegistre.
           MOVE numeroRegTab(indRegistre) TO numeroDiplome.
           MOVE typeRegTab(indRegistre) TO typeDiplome.
           MOVE numeroOrigineRegTab(indRegistre)
                TO numeroOrigineDiplome.
           MOVE matriculeRegTab(indRegistre) TO matriculeDiplome.
           MOVE nomRegTab(indRegistre) TO nomDiplome.
           MOVE codeSectionRegTab(indRegistre) TO codeSectionDiplome.
           MOVE exerciceRegTab(indRegistre) TO exerciceDiplome.
           MOVE mentionRegTab(indRegistre) TO mentionDiplome.
           MOVE dateRegTab(indRegistre) TO dateDelivranceDiplome.
           WRITE engRegistre END-WRITE.

       imprimerRegistre.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteListe TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiListe
                                    titreEtatListe
                                    enteteEtatTampon.
           PERFORM VARYING indRegistre FROM 1 BY 1
                   UNTIL indRegistre > nbRegistre
               PERFORM imprimerLigneRegistre
           END-PERFORM.
           CALL "ETAT-FERMER".

       imprimerLigneRegistre.
           MOVE numeroRegTab(indRegistre) TO numeroListe-ed.
           IF typeRegTab(indRegistre) = "D"
               MOVE "DUPLICATA" TO typeListe-ed
           ELSE
               MOVE "original" TO typeListe-ed
           END-IF.
           MOVE matriculeRegTab(indRegistre) TO matriculeListe-ed.
           MOVE nomRegTab(indRegistre) TO nomListe-ed.
           MOVE codeSectionRegTab(indRegistre) TO sectionListe-ed.
           MOVE exerciceRegTab(indRegistre) TO exerciceListe-ed.
           MOVE mentionRegTab(indRegistre) TO mentionListe-ed.
           MOVE dateRegTab(indRegistre) TO dateListe-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneListe TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           IF typeRegTab(indRegistre) = "D"
               MOVE numeroOrigineRegTab(indRegistre)
                    TO origineListe-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneListeOrigine TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-IF.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAlumni
                         NOMFIC BY "Alumni.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiArchive
                         NOMFIC BY "ArchiveResultats.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSections
                         NOMFIC BY "Sections.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAnneesFinales
                         NOMFIC BY "AnneesFinales.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "DiplomesRegistre.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSequence
                         NOMFIC BY "DiplomesSequence.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDuplicata
                         NOMFIC BY "DiplomesDuplicata.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTextes
                         NOMFIC BY "Diplomes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "DiplomesRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiListe
                         NOMFIC BY "DiplomesRegistreListe.seq".

       END PROGRAM DiplomesDelivrance.
