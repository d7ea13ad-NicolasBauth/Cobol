      *****************************************************************
      *    Palier de fidelite acquis sur l'exercice cloture
      *    (PaliersAcquis.seq, ecrit par ClientsCloture) : le client
      *    le conserve toute l'annee suivante, meme si ses achats de
      *    l'annee en cours n'atteignent pas encore le seuil.
      *****************************************************************
           02 nomClientAcquis          PIC X(30).
           02 FILLER                   PIC X.
           02 nomPalierAcquis          PIC X(10).
           02 FILLER                   PIC X.
           02 exerciceAcquis           PIC 9(4).
