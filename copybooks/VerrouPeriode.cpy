      *****************************************************************
      *    Controle du verrou de periode avant toute ecriture datee :
      *    ClotureMensuelle confronte le mois de l'operation a son
      *    registre des periodes cloturees. Sans le registre, aucun
      *    mois n'est cloture; sans le module, le controle est
      *    impossible et l'operation est refusee comme en mois
      *    cloture (statut X).
      *****************************************************************
           MOVE PERIODE TO periodeVerrou.
           CALL "ClotureMensuelle-CONTROLE" USING periodeVerrou
                                                  statutVerrou
               ON EXCEPTION
                   DISPLAY "Controle de cloture indisponible, mois "
                           periodeVerrou " refuse"
                   MOVE "X" TO statutVerrou
           END-CALL.
