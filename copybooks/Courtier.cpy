      *****************************************************************
      *    Fiche du maitre des courtiers (Courtiers.seq), tenu par
      *    CourtiersMaintenance : nom, region courante, compte de
      *    versement des commissions, periode d'activite (date
      *    d'entree, date de sortie a zero tant que le courtier est
      *    en place) et statut A actif, P entree a venir, S sorti.
      *    Les anciennes fiches sans dates laissent ces zones a blanc
      *    et valent pour un courtier actif sans limite. Le chef
      *    d'equipe est a blanc pour un courtier hors equipe; le taux
      *    d'override (pourcentage, deux decimales) se porte sur la
      *    fiche du chef et vaut pour toute son equipe.
      *****************************************************************
           02 nomCourtierFi            PIC X(10).
           02 libZoneFi                PIC X(16).
           02 compteBancaireFi         PIC X(16).
           02 dateEntreeFi             PIC 9(8).
           02 dateSortieFi             PIC 9(8).
           02 statutCourtierFi         PIC X.
               88 courtierActif        VALUE "A".
               88 courtierPrevu        VALUE "P".
               88 courtierSorti        VALUE "S".
           02 chefEquipeFi             PIC X(10).
           02 tauxOverrideFi           PIC 99V99.
