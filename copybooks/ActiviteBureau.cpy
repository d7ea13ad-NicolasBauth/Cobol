      *****************************************************************
      *    Activite journaliere d'un bureau (ActiviteBureaux-
      *    Historique.seq, alimente par ActiviteBureaux) : plaques
      *    validees et rejetees dans les lots de l'office, mouvements
      *    saisis par ses operateurs, frais factures (nets des
      *    annulations) et encaisses, alertes levees. Le jour
      *    correspondant de la semaine suivante s'y compare; en cas
      *    de relance le meme jour, la derniere ligne fait foi.
      *****************************************************************
           02 dateActivite             PIC 9(8).
           02 FILLER                   PIC X.
           02 bureauActivite           PIC X(3).
           02 FILLER                   PIC X.
           02 valideesActivite         PIC 9(6).
           02 FILLER                   PIC X.
           02 rejeteesActivite         PIC 9(6).
           02 FILLER                   PIC X.
           02 immatriculationsActivite PIC 9(5).
           02 FILLER                   PIC X.
           02 transfertsActivite       PIC 9(5).
           02 FILLER                   PIC X.
           02 radiationsActivite       PIC 9(5).
           02 FILLER                   PIC X.
           02 annulationsActivite      PIC 9(5).
           02 FILLER                   PIC X.
           02 alertesActivite          PIC 9(6).
           02 FILLER                   PIC X.
           02 fraisFacturesActivite    PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           02 FILLER                   PIC X.
           02 fraisEncaissesActivite   PIC 9(7)V99.
