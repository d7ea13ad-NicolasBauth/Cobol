
       WORKING-STORAGE SECTION.

      *    En consultation seule, les mouvements ne sont pas
      *    appliques : seul l'etat des cas en cours est imprime.
       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiCas PIC X(80) VALUE "CasAlertes.seq".
       01 cheminFiMouvementsCas PIC X(80) VALUE "CasMouvements.seq".

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "CasAlertesMaintenance"
                         NIVEAU BY "L".
           PERFORM chargerCas.
           IF accesMiseAJour
               OPEN OUTPUT FiRejets
               PERFORM appliquerMouvements
               CLOSE FiRejets
               PERFORM reecrireCas
           ELSE
               DISPLAY "Consultation seule pour " utilisateurHabil
                       ", mouvements non appliques"
           END-IF.
           PERFORM imprimerCasEnCours.
           MOVE nbMisesAJour TO nbMisesAJour-ed.
           DISPLAY "Cas mis a jour: " nbMisesAJour-ed.
