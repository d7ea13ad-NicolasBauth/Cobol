                         etatRegistre BY etatRegScan
                         plaqueActive BY plaqueActiveScan
                         plaqueRadiee BY plaqueRadieeScan
                         plaqueTemporaire BY plaqueTemporaireScan
                         titulaireRegistre BY titulaireRegScan
                         numeroTitulaireRegistre
                             BY numeroTitulaireRegScan
                         dateExpirationRegistre
                             BY dateExpirationRegScan.

       FD FiRegistre.
       01 engRegistre.

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiRegistreScan PIC X(80) VALUE "Registre.idx".
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PlaquesRenouvellement"
                         NIVEAU BY "M".
           PERFORM lireModeAuto.
           IF modeAuto
               IF numeroCampagneParam > 0
