       01 engRedoublant                PIC X(30).

       FD FiAlumni.
       01 engAlumni                    PIC X(70).

       FD FiSections.
       01 engSection.
           02 codeSectionAlumni-ed     PIC XX.
           02 FILLER                   PIC X(12) VALUE " - diplome ".
           02 dateAlumni-ed            PIC 99/99/99.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 matriculeAlumni-ed       PIC 9(6).

       PROCEDURE DIVISION.

           MOVE nomPrenom TO nomAlumni-ed.
           MOVE codeSection TO codeSectionAlumni-ed.
           MOVE dateJour TO dateAlumni-ed.
           MOVE matricule TO matriculeAlumni-ed.
           WRITE engAlumni FROM ligneAlumni END-WRITE.

       reverserTravail.
