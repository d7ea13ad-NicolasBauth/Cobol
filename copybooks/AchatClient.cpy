      *****************************************************************
      *    Achat date d'un client (AchatsClients.seq, saisi depuis
      *    les factures, et AchatsComptabilises.seq, les achats
      *    retenus par AchatsComptabilisation) : client, date, numero
      *    de document, montant et categorie de produit. Les colonnes
      *    mensuelles de Clients.seq sont le cumul de ces achats.
      *****************************************************************
           02 nomClientAchat           PIC X(30).
           02 FILLER                   PIC X.
           02 dateAchat                PIC 9(8).
           02 FILLER REDEFINES dateAchat.
               03 anneeAchat           PIC 9(4).
               03 moisAchat            PIC 99.
               03 jourAchat            PIC 99.
           02 FILLER                   PIC X.
           02 numeroDocAchat           PIC X(10).
           02 FILLER                   PIC X.
           02 montantAchat             PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 categorieAchat           PIC X(4).
