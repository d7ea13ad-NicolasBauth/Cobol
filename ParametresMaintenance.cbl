       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

      *    L'operateur est l'utilisateur de la session; en
      *    consultation seule, la liste des parametres est affichee
      *    sans saisie de changement.
       COPY "HabilitationZone.cpy".
       01 modeAutoSW                   PIC X VALUE "N".
           88 estEnModeAuto            VALUE "O".

              "TAUX-TVA            N000000009999".
           02 FILLER PIC X(33) VALUE
              "SEUIL-QUARANTAINE   N000000000100".
           02 FILLER PIC X(33) VALUE
              "TOLERANCE-CAISSE    N000000099999".
           02 FILLER PIC X(33) VALUE
              "DELAI-FABRICATION   N000001000365".
           02 FILLER PIC X(33) VALUE
              "SEUIL-CELLULE-STAT  N000001000099".
           02 FILLER PIC X(33) VALUE
              "DEBUT-VENTES        D000000000000".
           02 FILLER PIC X(33) VALUE
              "MARGE-MINIMUM       N000000009999".
           02 FILLER PIC X(33) VALUE
              "PERIODE-COMPTA      D000000000000".
           02 FILLER PIC X(33) VALUE
              "PLANCHER-NET        N000000999999".
           02 FILLER PIC X(33) VALUE
              "SEUIL-ORPHELINS     N000000999999".
           02 FILLER PIC X(33) VALUE
              "MARGE-DUREE         N000001000999".
       01 tabDictionnaire REDEFINES valDictionnaire.
           02 entreeDict OCCURS 29.
               03 cleDict              PIC X(20).
               03 formatDict           PIC X.
               03 borneMinDict         PIC 9(6).
               03 borneMaxDict         PIC 9(6).
       01 nbClesDict                   PIC 99 VALUE 29.
       01 indDict                      PIC 99.
       01 indDictTrouve                PIC 99.

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ParametresMaintenance"
                         NIVEAU BY "L".
           PERFORM listerParametres.
           IF NOT accesMiseAJour
               DISPLAY "Consultation seule pour " utilisateurHabil
               STOP RUN
           END-IF.
           PERFORM saisirChangement.
           PERFORM UNTIL cleSaisie = "zzz" OR cleSaisie = "ZZZ"
               PERFORM traiterChangement
               MOVE valeurSaisie TO valeurParamTab(indParamTrouve)
               ADD 1 TO nbChangements
               MOVE SPACES TO resumeAudit
               STRING utilisateurHabil ": " cleSaisie(1:14) " "
                      ancienneValeur " -> " valeurSaisie
                      DELIMITED BY SIZE INTO resumeAudit
               PERFORM ecrireAudit
