      *****************************************************************
      *    Fiche professeur (Professeurs.seq), tenue par
      *    ProfesseursMaintenance : code, nom et heures hebdomadaires
      *    prevues au contrat.
      *****************************************************************
           02 codeProfesseur           PIC X(6).
           02 FILLER                   PIC X.
           02 nomProfesseur            PIC X(30).
           02 FILLER                   PIC X.
           02 heuresContrat            PIC 99.
