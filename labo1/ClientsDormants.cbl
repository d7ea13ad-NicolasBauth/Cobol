
       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               pic x(50) value spaces.
       01 cheminFiClients pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\Clients.seq".
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ClientsDormants"
                         NIVEAU BY "L".
           display "Nombre de mois recents a controler (1-11): "
                   no advancing.
           accept nbMoisControle.
