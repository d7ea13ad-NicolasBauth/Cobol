                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiSequence.

           SELECT OPTIONAL FiTitulaires
               ASSIGN TO DYNAMIC cheminFiTitulaires
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS numeroTitulaire
                           ALTERNATE RECORD KEY IS idNationalTitulaire
                           FILE STATUS IS fs-fiTitulaires.

           SELECT FiDeclaration ASSIGN TO DYNAMIC cheminFiDeclaration
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiDeclaration.
           02 titulaireJournalX        PIC X(30).
           02 FILLER                   PIC X(3).
           02 dateJournalX             PIC X(8).
           02 FILLER                   PIC X(3).
           02 numeroTitulaireJournalX  PIC X(6).

       FD FiSequence.
       01 engSequence.
           02 numeroSequenceX          PIC X(4).

       FD FiTitulaires.
       01 engTitulaire.
           COPY "TitulaireReg.cpy".

       FD FiDeclaration.
       01 engDeclaration               PIC X(140).

       WORKING-STORAGE SECTION.

       01 cheminFiJournal PIC X(80) VALUE "Mouvements-Journal.seq".
       01 cheminFiSequence PIC X(80) VALUE "DeclarationSequence.seq".
       01 cheminFiDeclaration PIC X(80) VALUE "Declaration.seq".
       01 cheminFiTitulaires PIC X(80) VALUE "Titulaires.idx".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiJournal
                                        FSFIN BY fiDeclarationFin
                                        FSABSENT BY fiDeclarationAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTitulaires
                                        FSOK BY fiTitulairesOK
                                        FSFIN BY fiTitulairesFin
                                        FSABSENT BY fiTitulairesAbsent.
       01 titulairesActifsSW           PIC X VALUE "N".
           88 titulairesActifs         VALUE "O".
       01 numeroTitulaireX             PIC X(6).
       01 numeroTitulaireNum REDEFINES numeroTitulaireX PIC 9(6).
       01 nbSansAdresse                PIC 9(6) VALUE 0.
       01 nbSansAdresse-ed             PIC ZZZZZ9.

       01 dateJour                     PIC 9(6).
       01 numeroSequence               PIC 9(4) VALUE 0.
       01 numeroSequence-ed            PIC ZZZ9.
      *****************************************************************
      *    Dispositions fixes imposees par l'autorite nationale :
      *    entete 01 (date, numero de sequence), detail 02 (plaque,
      *    date d'immatriculation, titulaire, puis numero de
      *    titulaire, identifiant national et adresse postale tires
      *    du fichier des titulaires), fin 09 (nombre de details).
      *****************************************************************
       01 ligneEntete.
           02 FILLER                   PIC XX VALUE "01".
           02 plaqueDetail-ed          PIC X(6).
           02 dateDetail-ed            PIC 9(6).
           02 titulaireDetail-ed       PIC X(30).
           02 numeroTitulaireDetail-ed PIC 9(6).
           02 idNationalDetail-ed      PIC X(15).
           02 rueDetail-ed             PIC X(30).
           02 codePostalDetail-ed      PIC X(5).
           02 localiteDetail-ed        PIC X(25).
       01 ligneFin.
           02 FILLER                   PIC XX VALUE "09".
           02 nbDetailsFin-ed          PIC 9(6).
                       fs-fiJournal ", aucune declaration produite"
               STOP RUN
           END-IF.
           OPEN INPUT FiTitulaires.
           IF fiTitulairesOK
               MOVE "O" TO titulairesActifsSW
           ELSE
               DISPLAY "Titulaires.idx absent, statut: "
                       fs-fiTitulaires ", details sans adresse"
           END-IF.
           OPEN OUTPUT FiDeclaration.
           ADD 1 TO numeroSequence.
           MOVE dateJour TO dateEntete-ed.
               END-IF
               READ FiJournal END-READ
           END-PERFORM.
           CLOSE FiJournal FiTitulaires.
           MOVE nbDeclarations TO nbDetailsFin-ed.
           WRITE engDeclaration FROM ligneFin END-WRITE.
           CLOSE FiDeclaration.
           PERFORM ecrireSequence.
           MOVE nbDeclarations TO nbDeclarations-ed.
           DISPLAY "Immatriculations declarees: " nbDeclarations-ed.
           MOVE nbSansAdresse TO nbSansAdresse-ed.
           DISPLAY "Dont sans adresse de titulaire: " nbSansAdresse-ed.
           MOVE numeroSequence TO numeroSequence-ed.
           DISPLAY "Numero de sequence emis: " numeroSequence-ed.
           STOP RUN.
           END-IF.
           MOVE dateJournalNum TO dateDetail-ed.
           MOVE titulaireJournalX TO titulaireDetail-ed.
           PERFORM completerTitulaire.
           WRITE engDeclaration FROM ligneDetail END-WRITE.

       completerTitulaire.
           MOVE 0 TO numeroTitulaireDetail-ed.
           MOVE SPACES TO idNationalDetail-ed rueDetail-ed
                          codePostalDetail-ed localiteDetail-ed.
           MOVE numeroTitulaireJournalX TO numeroTitulaireX.
           INSPECT numeroTitulaireX REPLACING LEADING " " BY "0".
           IF titulairesActifs AND numeroTitulaireX NUMERIC
              AND numeroTitulaireNum NOT = 0
               MOVE numeroTitulaireNum TO numeroTitulaire
               READ FiTitulaires
                   INVALID KEY
                       ADD 1 TO nbSansAdresse
                   NOT INVALID KEY
                       MOVE numeroTitulaire TO numeroTitulaireDetail-ed
                       MOVE idNationalTitulaire TO idNationalDetail-ed
                       MOVE rueTitulaire TO rueDetail-ed
                       MOVE codePostalTitulaire TO codePostalDetail-ed
                       MOVE localiteTitulaire TO localiteDetail-ed
               END-READ
           ELSE
               ADD 1 TO nbSansAdresse
           END-IF.

       lireSequence.
           OPEN INPUT FiSequence.
           IF fiSequenceOK
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDeclaration
                         NOMFIC BY "Declaration.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTitulaires
                         NOMFIC BY "Titulaires.idx".

       END PROGRAM PlaquesDeclaration.
