       PROGRAM-ID. TitulairesMaintenance AS "TitulairesMaintenance".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiTitulaires
               ASSIGN TO DYNAMIC cheminFiTitulaires
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS numeroTitulaire
                           ALTERNATE RECORD KEY IS idNationalTitulaire
                           FILE STATUS IS fs-fiTitulaires.

           SELECT OPTIONAL FiMouvementsTit
               ASSIGN TO DYNAMIC cheminFiMouvementsTit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiMouvementsTit.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRejets.

           SELECT OPTIONAL FiJournal ASSIGN TO DYNAMIC cheminFiJournal
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiJournal.

       DATA DIVISION.

       FILE SECTION.

       FD FiTitulaires.
       01 engTitulaire.
           COPY "TitulaireReg.cpy".

      *****************************************************************
      *    Mouvements du fichier des titulaires : C cree un titulaire
      *    (numero a zero = numero attribue par le programme), M
      *    corrige le nom legal, l'identifiant national ou le type.
      *    L'adresse ne change que par le mouvement A de
      *    PlaquesMouvements, qui en garde la trace au journal.
      *****************************************************************
       FD FiMouvementsTit.
       01 engMouvementTit.
           02 codeMvtTit               PIC X.
               88 mvtCreationTit       VALUE "C" "c".
               88 mvtModificationTit   VALUE "M" "m".
           02 FILLER                   PIC X.
           02 numeroMvtTit             PIC 9(6).
           02 FILLER                   PIC X.
           02 nomLegalMvtTit           PIC X(30).
           02 FILLER                   PIC X.
           02 idNationalMvtTit         PIC X(15).
           02 FILLER                   PIC X.
           02 typeMvtTit               PIC X.
               88 typeMvtTitValide     VALUE "P" "S" "N".
           02 FILLER                   PIC X.
           02 rueMvtTit                PIC X(30).
           02 FILLER                   PIC X.
           02 codePostalMvtTit         PIC X(5).
           02 FILLER                   PIC X.
           02 localiteMvtTit           PIC X(25).

       FD FiRejets.
       01 engRejet                     PIC X(80).

       FD FiJournal.
       01 engJournal                   PIC X(80).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiTitulaires PIC X(80) VALUE "Titulaires.idx".
       01 cheminFiMouvementsTit PIC X(80) VALUE
          "TitulairesMouvements.seq".
       01 cheminFiRejets PIC X(80) VALUE "TitulairesRejets.seq".
       01 cheminFiJournal PIC X(80) VALUE "TitulairesJournal.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTitulaires
                                        FSOK BY fiTitulairesOK
                                        FSFIN BY fiTitulairesFin
                                        FSABSENT BY fiTitulairesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiMouvementsTit
                                        FSOK BY fiMouvementsTitOK
                                        FSFIN BY finFiMouvementsTit
                                        FSABSENT BY fiMouvementsTitAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiJournal
                                        FSOK BY fiJournalOK
                                        FSFIN BY fiJournalFin
                                        FSABSENT BY fiJournalAbsent.

       01 dateJourSiecle               PIC 9(8).
       01 dernierNumero                PIC 9(6) VALUE 0.
       01 titulaireTrouveSW            PIC X VALUE "N".
           88 titulaireTrouve          VALUE "O".
       01 finParcoursSW                PIC X VALUE "N".
           88 finParcours              VALUE "O".
       01 ecritureRefuseeSW            PIC X VALUE "N".
           88 ecritureRefusee          VALUE "O".

       01 nbCreations                  PIC 9(5) VALUE 0.
       01 nbModifications              PIC 9(5) VALUE 0.
       01 nbRejets                     PIC 9(5) VALUE 0.
       01 nbCreations-ed               PIC ZZZZ9.
       01 nbModifications-ed           PIC ZZZZ9.
       01 nbRejets-ed                  PIC ZZZZ9.

       01 ligneRejet.
           02 codeRejet-ed             PIC X.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 numeroRejet-ed           PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

       01 ligneJournal.
           02 dateJournal-ed           PIC 9999/99/99.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 codeJournal-ed           PIC X.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 numeroJournal-ed         PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomJournal-ed            PIC X(30).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJourSiecle FROM DATE YYYYMMDD.
           OPEN I-O FiTitulaires.
           IF NOT fiTitulairesOK AND fs-fiTitulaires NOT = "05"
               DISPLAY "Fichier des titulaires indisponible, statut: "
                       fs-fiTitulaires
               STOP RUN
           END-IF.
           PERFORM chercherDernierNumero.
           OPEN OUTPUT FiRejets.
           OPEN EXTEND FiJournal.
           PERFORM appliquerMouvements.
           CLOSE FiRejets FiJournal FiTitulaires.
           MOVE nbCreations TO nbCreations-ed.
           DISPLAY "Titulaires crees: " nbCreations-ed.
           MOVE nbModifications TO nbModifications-ed.
           DISPLAY "Titulaires modifies: " nbModifications-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Mouvements rejetes: " nbRejets-ed.
           STOP RUN.

      *****************************************************************
      *    Les numeros attribues suivent le plus grand numero deja
      *    present : le fichier est parcouru une fois par la cle
      *    principale en debut de passage.
      *****************************************************************
       chercherDernierNumero.
           MOVE "N" TO finParcoursSW.
           MOVE 0 TO numeroTitulaire.
           START FiTitulaires KEY IS > numeroTitulaire
               INVALID KEY
                   MOVE "O" TO finParcoursSW
           END-START.
           PERFORM UNTIL finParcours
               READ FiTitulaires NEXT RECORD
                   AT END
                       MOVE "O" TO finParcoursSW
                   NOT AT END
                       MOVE numeroTitulaire TO dernierNumero
               END-READ
           END-PERFORM.

       appliquerMouvements.
           OPEN INPUT FiMouvementsTit.
           IF fiMouvementsTitOK
               READ FiMouvementsTit END-READ
               PERFORM UNTIL finFiMouvementsTit
                   PERFORM appliquerUnMouvement
                   READ FiMouvementsTit END-READ
               END-PERFORM
           ELSE
               DISPLAY "TitulairesMouvements.seq absent, statut: "
                       fs-fiMouvementsTit ", aucun mouvement"
           END-IF.
           CLOSE FiMouvementsTit.

       appliquerUnMouvement.
           EVALUATE TRUE
               WHEN mvtCreationTit
                   PERFORM creerTitulaire
               WHEN mvtModificationTit
                   PERFORM modifierTitulaire
               WHEN OTHER
                   MOVE "code mouvement inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementTit
           END-EVALUATE.

       creerTitulaire.
           EVALUATE TRUE
               WHEN nomLegalMvtTit = SPACES
                   MOVE "nom legal a blanc" TO raisonRejet-ed
                   PERFORM rejeterMouvementTit
               WHEN idNationalMvtTit = SPACES
                   MOVE "identifiant national a blanc"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementTit
               WHEN NOT typeMvtTitValide
                   MOVE "type de titulaire inconnu (P, S ou N)"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementTit
               WHEN rueMvtTit = SPACES OR localiteMvtTit = SPACES
                   MOVE "adresse incomplete" TO raisonRejet-ed
                   PERFORM rejeterMouvementTit
               WHEN numeroMvtTit NOT NUMERIC
                   MOVE "numero de titulaire non numerique"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementTit
               WHEN OTHER
                   PERFORM ecrireNouveauTitulaire
           END-EVALUATE.

       ecrireNouveauTitulaire.
           MOVE "N" TO ecritureRefuseeSW.
           IF numeroMvtTit = 0
               COMPUTE numeroTitulaire = dernierNumero + 1
           ELSE
               MOVE numeroMvtTit TO numeroTitulaire
           END-IF.
           MOVE nomLegalMvtTit TO nomLegalTitulaire.
           MOVE idNationalMvtTit TO idNationalTitulaire.
           MOVE typeMvtTit TO typeTitulaire.
           MOVE rueMvtTit TO rueTitulaire.
           MOVE codePostalMvtTit TO codePostalTitulaire.
           MOVE localiteMvtTit TO localiteTitulaire.
           MOVE dateJourSiecle TO dateAdresseTitulaire.
           WRITE engTitulaire
               INVALID KEY
                   MOVE "O" TO ecritureRefuseeSW
           END-WRITE.
           IF ecritureRefusee
               MOVE "numero ou identifiant deja connu"
                    TO raisonRejet-ed
               PERFORM rejeterMouvementTit
           ELSE
               IF numeroTitulaire > dernierNumero
                   MOVE numeroTitulaire TO dernierNumero
               END-IF
               ADD 1 TO nbCreations
               PERFORM journaliserTitulaire
           END-IF.

       modifierTitulaire.
           MOVE "N" TO titulaireTrouveSW.
           IF numeroMvtTit NUMERIC
               MOVE numeroMvtTit TO numeroTitulaire
               READ FiTitulaires
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO titulaireTrouveSW
               END-READ
           END-IF.
           IF NOT titulaireTrouve
               MOVE "titulaire inconnu" TO raisonRejet-ed
               PERFORM rejeterMouvementTit
           ELSE
               IF typeMvtTit NOT = SPACE AND NOT typeMvtTitValide
                   MOVE "type de titulaire inconnu (P, S ou N)"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementTit
               ELSE
                   PERFORM reecrireTitulaire
               END-IF
           END-IF.

      *    Seules les zones renseignees au mouvement sont reprises.
       reecrireTitulaire.
           MOVE "N" TO ecritureRefuseeSW.
           IF nomLegalMvtTit NOT = SPACES
               MOVE nomLegalMvtTit TO nomLegalTitulaire
           END-IF.
           IF idNationalMvtTit NOT = SPACES
               MOVE idNationalMvtTit TO idNationalTitulaire
           END-IF.
           IF typeMvtTit NOT = SPACE
               MOVE typeMvtTit TO typeTitulaire
           END-IF.
           REWRITE engTitulaire
               INVALID KEY
                   MOVE "O" TO ecritureRefuseeSW
           END-REWRITE.
           IF ecritureRefusee
               MOVE "identifiant national deja connu"
                    TO raisonRejet-ed
               PERFORM rejeterMouvementTit
           ELSE
               ADD 1 TO nbModifications
               PERFORM journaliserTitulaire
           END-IF.

       journaliserTitulaire.
           MOVE dateJourSiecle TO dateJournal-ed.
           MOVE codeMvtTit TO codeJournal-ed.
           MOVE numeroTitulaire TO numeroJournal-ed.
           MOVE nomLegalTitulaire TO nomJournal-ed.
           WRITE engJournal FROM ligneJournal END-WRITE.

       rejeterMouvementTit.
           ADD 1 TO nbRejets.
           MOVE codeMvtTit TO codeRejet-ed.
           IF numeroMvtTit NUMERIC
               MOVE numeroMvtTit TO numeroRejet-ed
           ELSE
               MOVE 0 TO numeroRejet-ed
           END-IF.
           WRITE engRejet FROM ligneRejet END-WRITE.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTitulaires
                         NOMFIC BY "Titulaires.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiMouvementsTit
                         NOMFIC BY "TitulairesMouvements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "TitulairesRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiJournal
                         NOMFIC BY "TitulairesJournal.seq".

       END PROGRAM TitulairesMaintenance.
