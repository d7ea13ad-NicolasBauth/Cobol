      *****************************************************************
      *    Registre des encaissements par domiciliation
      *    (DomiciliationsRegistre.seq) tenu par ClientsDomiciliations :
      *    une ligne par prelevement presente a la banque, avec son
      *    lot, le client, le mandat, l'echeance et le montant. Statut
      *    P en attente (deja compte comme paiement dans
      *    Paiements.seq), C confirme passe le delai de rejet, R
      *    rejete par la banque (paiement retire, client relance).
      *****************************************************************
           02 referenceDom             PIC X(12).
           02 FILLER                   PIC X.
           02 numeroLotDom             PIC 9(5).
           02 FILLER                   PIC X.
           02 nomClientDom             PIC X(30).
           02 FILLER                   PIC X.
           02 referenceMandatDom       PIC X(16).
           02 FILLER                   PIC X.
           02 dateEcheanceDom          PIC 9(8).
           02 FILLER                   PIC X.
           02 montantDom               PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 statutDom                PIC X.
               88 domEnAttente         VALUE "P".
               88 domConfirme          VALUE "C".
               88 domRejete            VALUE "R".
           02 FILLER                   PIC X.
           02 dateRejetDom             PIC 9(8).
           02 FILLER                   PIC X.
           02 motifRejetDom            PIC X(4).
