      *****************************************************************
      *    Registre des periodes comptables (PeriodesCloturees.seq,
      *    tenu par ClotureMensuelle et jamais reecrit) : une ligne
      *    par cloture C ou reouverture R d'un mois, avec la date,
      *    l'heure, l'utilisateur et le motif. L'etat d'un mois est
      *    celui de sa derniere ligne; un mois absent est ouvert.
      *****************************************************************
           02 periodeRegistre          PIC 9(6).
           02 FILLER                   PIC X.
           02 actionRegistre           PIC X.
               88 actionCloture        VALUE "C".
               88 actionReouverture    VALUE "R".
           02 FILLER                   PIC X.
           02 dateRegistre             PIC 9(8).
           02 FILLER                   PIC X.
           02 heureRegistre            PIC 9(6).
           02 FILLER                   PIC X.
           02 utilisateurRegistre      PIC X(10).
           02 FILLER                   PIC X.
           02 motifRegistre            PIC X(40).
