      *****************************************************************
      *    Trace des retenues sur avances (AvancesPrelevements.seq),
      *    une ligne par avance et par paie, ecrite par le traitement
      *    de paie et reprise au journal comptable de la periode.
      *****************************************************************
           02 datePrelevement          PIC 9(8).
           02 FILLER                   PIC X.
           02 nomOuvrierPrelev         PIC X(30).
           02 FILLER                   PIC X.
           02 typeAvancePrelev         PIC X.
           02 FILLER                   PIC X.
           02 dateDebutPrelev          PIC 9(8).
           02 FILLER                   PIC X.
           02 montantPrelevement       PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 soldeApresPrelev         PIC 9(6)V99.
