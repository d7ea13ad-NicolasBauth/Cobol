      *****************************************************************
      *    Liste d'attente des admissions (ListeAttente.seq) : un
      *    candidat refuse faute de place dans sa section et annee,
      *    alimentee par EtudImportCsv et tenue par AdmissionsAttente
      *    (A en attente, O offre envoyee, C offre acceptee et
      *    candidat admis dans FiEtud, R offre refusee, E offre
      *    expiree sans reponse).
      *****************************************************************
           02 numeroAttente            PIC 9(5).
           02 FILLER                   PIC X.
           02 nomAttente               PIC X(30).
           02 FILLER                   PIC X.
           02 codeSectionAttente       PIC XX.
           02 FILLER                   PIC X.
           02 anneeAttente             PIC 9.
           02 FILLER                   PIC X.
           02 lettreGroupeAttente      PIC X.
           02 FILLER                   PIC X.
           02 matriculeAttente         PIC X(6).
           02 FILLER                   PIC X.
           02 dateCandidature          PIC 9(8).
           02 FILLER                   PIC X.
           02 scoreAdmission           PIC 999.
           02 FILLER                   PIC X.
           02 statutAttente            PIC X.
               88 candidatEnAttente    VALUE "A".
               88 offreEnvoyee         VALUE "O".
               88 offreAcceptee        VALUE "C".
               88 offreRefusee         VALUE "R".
               88 offreExpiree         VALUE "E".
           02 FILLER                   PIC X.
           02 dateOffreAttente         PIC 9(8).
           02 FILLER                   PIC X.
           02 dateReponseAttente       PIC 9(8).
