
       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiBulletins PIC X(80) VALUE
          "D:\EclipseCobol\workspace\FichiersCobol\Bulletin.seq".

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "Serie1Ex4"
                         NIVEAU BY "L".
           DISPLAY "Deliberation par lot depuis FiEtud.seq (O/N): "
                   NO ADVANCING.
           ACCEPT modeLot.
