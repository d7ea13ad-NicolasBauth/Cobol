      *****************************************************************
      *    Fichier maitre des ouvriers (Ouvriers.seq) : taux horaire,
      *    date d'entree (AAMMJJ) et compte de versement du salaire.
      *    La sortie (statut S, date AAAAMMJJ et motif) est posee par
      *    OuvriersSortie lors du solde de tout compte; un ouvrier
      *    sorti ne recoit plus de pointage ni de ligne FiOuv au-dela
      *    de sa date de sortie. Statut vide = ouvrier actif.
      *****************************************************************
           02 nomOuvrierMaitre         PIC X(30).
           02 txHorMaitre              PIC 99V99.
           02 dateEntreeMaitre         PIC 9(6).
           02 compteBancaireMaitre     PIC X(16).
           02 statutOuvrierMaitre      PIC X.
               88 ouvrierMaitreSorti   VALUE "S".
           02 dateSortieMaitreX        PIC X(8).
           02 dateSortieMaitre REDEFINES dateSortieMaitreX
                                       PIC 9(8).
           02 motifSortieMaitre        PIC X(20).
