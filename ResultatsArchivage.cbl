
       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiCarnetExtrait PIC X(80) VALUE "CarnetExtrait.seq".

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ResultatsArchivage"
                         NIVEAU BY "M".
           PERFORM determinerExercice.
           PERFORM chargerEtudiants.
           PERFORM ouvrirArchive.
