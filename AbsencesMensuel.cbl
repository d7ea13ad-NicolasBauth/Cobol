
       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiValidees PIC X(80) VALUE "AbsencesValidees.seq".
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "AbsencesMensuel"
                         NIVEAU BY "L".
           DISPLAY "Periode a rapporter (AAMM, vide = tout): "
                   NO ADVANCING.
           ACCEPT periodeDemandeeX.
