
       FD FiHistorique.
       01 engHistorique.
           COPY "HistoMouvement.cpy".

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiHistorique PIC X(80) VALUE
          "Mouvements-Historique.seq".
                                        FSABSENT BY fiHistoriqueAbsent.

       01 plaqueDemandee               PIC X(6).
      *    Chaine des remplacements apres vol : la plaque volee
      *    renvoie a sa remplacante, dont le cycle suit.
       01 plaqueCourante               PIC X(6).
       01 plaqueSuivante               PIC X(6).
       01 nbPlaquesChaine              PIC 99.
       01 nbMouvementsPlaque           PIC 9(4).
       01 nbMouvementsPlaque-ed        PIC ZZZ9.

           02 titulaireAvantCycle-ed   PIC X(30).
           02 FILLER                   PIC X(4) VALUE " -> ".
           02 titulaireApresCycle-ed   PIC X(30).
           02 FILLER                   PIC X VALUE SPACE.
           02 statutCycle-ed           PIC X(9).

       01 ligneLien.
           02 FILLER                   PIC X(13) VALUE SPACES.
           02 libelleLien-ed           PIC X(30).
           02 plaqueLien-ed            PIC X(6).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PlaquesHistorique"
                         NIVEAU BY "L".
           PERFORM obtenirPlaqueDemandee.
           PERFORM UNTIL plaqueDemandee = "zzz"
                      OR plaqueDemandee = "ZZZ"
               PERFORM imprimerChaineRemplacement
               PERFORM obtenirPlaqueDemandee
           END-PERFORM.
           STOP RUN.
                   "(zzz pour terminer): " NO ADVANCING.
           ACCEPT plaqueDemandee.

      *****************************************************************
      *    Une plaque volee est suivie de sa plaque de remplacement,
      *    et ainsi de suite si celle-ci a ete volee a son tour.
      *****************************************************************
       imprimerChaineRemplacement.
           MOVE plaqueDemandee TO plaqueCourante.
           MOVE 0 TO nbPlaquesChaine.
           PERFORM UNTIL plaqueCourante = SPACES
                      OR nbPlaquesChaine >= 20
               ADD 1 TO nbPlaquesChaine
               MOVE SPACES TO plaqueSuivante
               PERFORM imprimerCycleDeVie
               MOVE plaqueSuivante TO plaqueCourante
           END-PERFORM.

      *****************************************************************
      *    Le cycle de vie rejoue l'historique permanent dans l'ordre
      *    d'ecriture : premiere immatriculation, transferts
      *    successifs puis radiation eventuelle. Les mouvements
      *    annules restent affiches, marques comme tels, a cote de
      *    l'annulation qui les a defaits.
      *****************************************************************
       imprimerCycleDeVie.
           MOVE 0 TO nbMouvementsPlaque.
               DISPLAY "Mouvements-Historique.seq introuvable, "
                       "statut: " fs-fiHistorique
           ELSE
               DISPLAY "Cycle de vie de la plaque " plaqueCourante ":"
               READ FiHistorique END-READ
               PERFORM UNTIL fiHistoriqueFin
                   IF plaqueHisto = plaqueCourante
                       ADD 1 TO nbMouvementsPlaque
                       PERFORM afficherMouvement
                   END-IF
                   MOVE "transfert" TO libelleMouvement
               WHEN histoRadiation
                   MOVE "radiation" TO libelleMouvement
               WHEN histoAnnulation
                   MOVE "annulation" TO libelleMouvement
               WHEN histoTemporaire
                   MOVE "temporaire" TO libelleMouvement
               WHEN histoVol
                   MOVE "vol" TO libelleMouvement
               WHEN histoLiberation
                   MOVE "liberation" TO libelleMouvement
               WHEN OTHER
                   MOVE "code inconnu" TO libelleMouvement
           END-EVALUATE.
           MOVE libelleMouvement TO libelleCycle-ed.
           MOVE titulaireAvantHisto TO titulaireAvantCycle-ed.
           MOVE titulaireApresHisto TO titulaireApresCycle-ed.
           IF histoAnnule AND NOT histoAnnulation
               MOVE "(annule)" TO statutCycle-ed
           ELSE
               MOVE SPACES TO statutCycle-ed
           END-IF.
           DISPLAY ligneCycle.
           IF plaqueLieeHisto NOT = SPACES
               MOVE plaqueLieeHisto TO plaqueLien-ed
               IF histoVol
                   MOVE "remplacee par la plaque " TO libelleLien-ed
                   IF NOT histoAnnule
                       MOVE plaqueLieeHisto TO plaqueSuivante
                   END-IF
               ELSE
                   MOVE "en remplacement de la plaque "
                        TO libelleLien-ed
               END-IF
               DISPLAY ligneLien
           END-IF.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
