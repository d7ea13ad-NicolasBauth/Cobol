
       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminCatalogue pic x(80) value "Generations.cat".
       01 cheminArchive pic x(80).
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "GenerationsRestaure"
                         NIVEAU BY "M".
           display "Fichier a restaurer: " no advancing.
           accept nomFichierDemande.
           display "Date de la generation (AAAAMMJJ): " no advancing.
