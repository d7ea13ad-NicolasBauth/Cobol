      *****************************************************************
      *    Controle d'habilitation a l'ouverture d'un programme
      *    interactif : Connexion reprend la session du jour (ou fait
      *    ouvrir une session) et confronte les roles de l'utilisateur
      *    au niveau demande (L consultation, M mise a jour). Un refus
      *    arrete le programme avec le code retour 8.
      *****************************************************************
           MOVE PROGNOM TO programmeHabil.
           MOVE NIVEAU TO niveauDemandeHabil.
           CALL "Connexion-CONTROLE" USING programmeHabil
                                           niveauDemandeHabil
                                           utilisateurHabil
                                           niveauHabil
               ON EXCEPTION
                   MOVE "N" TO niveauHabil
           END-CALL.
           IF accesRefuse
               DISPLAY "Acces refuse a " programmeHabil
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
