      *****************************************************************
      *    Historique des partenaires de stage (StagesHistorique.seq):
      *    une ligne par societe et par exercice, ecrite par
      *    StagesHistorisation ; somme des cotes d'evaluation en
      *    dixiemes.
      *****************************************************************
           02 nomEntrepriseHisto       PIC X(30).
           02 FILLER                   PIC X.
           02 exerciceHisto            PIC 9(4).
           02 FILLER                   PIC X.
           02 placesOffertesHisto      PIC 999.
           02 FILLER                   PIC X.
           02 placesPourvuesHisto      PIC 999.
           02 FILLER                   PIC X.
           02 nbEvaluationsHisto       PIC 999.
           02 FILLER                   PIC X.
           02 sommeCotesHisto          PIC 9(5)V9.
