
       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiAudit pic x(80) value "Audit.seq".
       01 cheminAttendus pic x(80) value "ProgrammesAttendus.seq".
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "AuditRapport"
                         NIVEAU BY "L".
           perform lireModeAuto.
           if modeAuto
               move spaces to filtreProgramme
