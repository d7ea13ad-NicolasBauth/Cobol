      *****************************************************************
      *    Solde reporte a la cloture annuelle (SoldesReportes.seq,
      *    ecrit par ClientsCloture) : reste du client a la fin de
      *    l'exercice cloture, positif s'il doit encore, negatif s'il
      *    a paye d'avance. Il s'ajoute aux achats moins paiements de
      *    l'exercice en cours dans le calcul du solde ouvert.
      *****************************************************************
           02 nomClientReporte         PIC X(30).
           02 FILLER                   PIC X.
           02 soldeReporte             PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           02 FILLER                   PIC X.
           02 exerciceReporte          PIC 9(4).
