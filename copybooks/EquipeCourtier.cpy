      *****************************************************************
      *    Historique des changements d'equipe d'un courtier
      *    (CourtiersEquipes.seq, alimente par CourtiersMaintenance) :
      *    date d'effet, chef quitte et chef rejoint (a blanc : hors
      *    equipe). L'equipe d'un courtier a une date donnee est le
      *    chef quitte du premier changement posterieur a cette date,
      *    sinon son chef courant : un seul chef par periode.
      *****************************************************************
           02 nomCourtierEquipe        PIC X(10).
           02 FILLER                   PIC X.
           02 dateEffetEquipe          PIC 9(8).
           02 FILLER                   PIC X.
           02 ancienChefEquipe         PIC X(10).
           02 FILLER                   PIC X.
           02 nouveauChefEquipe        PIC X(10).
