      *****************************************************************
      *    Journal permanent des corrections de cotes apres
      *    deliberation (CorrectionsCotesAudit.seq), ecrit par
      *    CotesCorrections : la cote, la moyenne et la decision
      *    d'avant et d'apres chaque correction, avec le motif et la
      *    personne qui l'a autorisee.
      *****************************************************************
           02 dateCorrection           PIC 9(8).
           02 FILLER                   PIC X.
           02 heureCorrection          PIC 9(6).
           02 FILLER                   PIC X.
           02 matriculeCorrection      PIC X(6).
           02 FILLER                   PIC X.
           02 exerciceCorrection       PIC 9(4).
           02 FILLER                   PIC X.
           02 codeCoursCorrection      PIC X(6).
           02 FILLER                   PIC X.
           02 coteAvantCorrection      PIC 99V9.
           02 FILLER                   PIC X.
           02 coteApresCorrection      PIC 99V9.
           02 FILLER                   PIC X.
           02 moyenneAvantCorrection   PIC 99V99.
           02 FILLER                   PIC X.
           02 moyenneApresCorrection   PIC 99V99.
           02 FILLER                   PIC X.
           02 decisionAvantCorrection  PIC X(10).
           02 FILLER                   PIC X.
           02 decisionApresCorrection  PIC X(10).
           02 FILLER                   PIC X.
           02 motifCorrection          PIC X(30).
           02 FILLER                   PIC X.
           02 autoriseParCorrection    PIC X(20).
