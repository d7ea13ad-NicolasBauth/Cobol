      *****************************************************************
      *    Historique des credits (CreditsHistorique.seq) : une ligne
      *    par cours reussi et par exercice, ecrite par
      *    CreditsCapitalisation ; cote retenue en dixiemes.
      *****************************************************************
           02 matriculeCredit          PIC X(6).
           02 FILLER                   PIC X.
           02 exerciceCredit           PIC 9(4).
           02 FILLER                   PIC X.
           02 codeCoursCredit          PIC X(6).
           02 FILLER                   PIC X.
           02 creditsAcquis            PIC 99.
           02 FILLER                   PIC X.
           02 coteCredit               PIC 99V9.
