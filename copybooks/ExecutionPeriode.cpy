      *****************************************************************
      *    Journal des traitements mensuels (ExecutionsPeriodes.seq) :
      *    chaque passage de la paie, de la facturation clients, du
      *    minerval et de la facturation des plaques y ajoute une
      *    ligne pour le mois traite, avec le resultat de son propre
      *    rapprochement (R rapproche, E ecart), le nombre de
      *    documents, les heures retenues (paie et facturation
      *    clients, qui doivent concorder) et le montant. La cloture
      *    mensuelle retient la derniere ligne de chaque traitement.
      *****************************************************************
           02 periodeExecution         PIC 9(6).
           02 FILLER                   PIC X.
           02 traitementExecution      PIC X(8).
               88 executionPaie        VALUE "PAIE".
               88 executionFactClients VALUE "FACTCLI".
               88 executionMinerval    VALUE "MINERVAL".
               88 executionPlaques     VALUE "PLAQUES".
           02 FILLER                   PIC X.
           02 dateExecution            PIC 9(8).
           02 FILLER                   PIC X.
           02 heureExecution           PIC 9(6).
           02 FILLER                   PIC X.
           02 statutExecution          PIC X.
               88 executionRapprochee  VALUE "R".
               88 executionEcart       VALUE "E".
           02 FILLER                   PIC X.
           02 nbDocumentsExecution     PIC 9(6).
           02 FILLER                   PIC X.
           02 heuresExecution          PIC 9(7).
           02 FILLER                   PIC X.
           02 montantExecution         PIC 9(9)V99.
