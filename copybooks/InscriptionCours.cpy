      *****************************************************************
      *    Inscription d'un etudiant a un cours pour un exercice
      *    (Inscriptions.seq), tenue par InscriptionsMaintenance :
      *    I inscrit, D dispense, R cours reporte d'une annee
      *    anterieure. Seuls I et R sont cotes et ponderes.
      *****************************************************************
           02 matriculeInscr           PIC X(6).
           02 FILLER                   PIC X.
           02 codeCoursInscr           PIC X(6).
           02 FILLER                   PIC X.
           02 exerciceInscr            PIC 9(4).
           02 FILLER                   PIC X.
           02 statutInscr              PIC X.
               88 inscrInscrit         VALUE "I".
               88 inscrDispense        VALUE "D".
               88 inscrReporte         VALUE "R".
               88 inscrACoter          VALUE "I" "R".
               88 inscrStatutValide    VALUE "I" "D" "R".
