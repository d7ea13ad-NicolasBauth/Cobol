      *****************************************************************
      *    Reduction de minerval accordee par le comite des bourses.
      *****************************************************************
           02 matriculeReduction       PIC X(6).
           02 FILLER                   PIC X.
           02 pourcentReduction        PIC 999.
           02 FILLER                   PIC X.
           02 exerciceReduction        PIC 9(4).
