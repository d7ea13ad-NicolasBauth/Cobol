      *****************************************************************
      *    Historique des changements de region d'un courtier
      *    (CourtiersZones.seq, alimente par CourtiersMaintenance) :
      *    date d'effet, region quittee et region reprise. La region
      *    d'un courtier a une date donnee est la region quittee du
      *    premier changement posterieur a cette date, sinon sa
      *    region courante.
      *****************************************************************
           02 nomCourtierZone          PIC X(10).
           02 FILLER                   PIC X.
           02 dateEffetZone            PIC 9(8).
           02 FILLER                   PIC X.
           02 ancienneZone             PIC X(16).
           02 FILLER                   PIC X.
           02 nouvelleZone             PIC X(16).
