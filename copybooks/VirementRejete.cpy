      *****************************************************************
      *    Registre des virements rejetes par la banque
      *    (VirementsRejetes.seq), tenu par VirementsRetours : un
      *    enregistrement par retour rapproche de son virement
      *    d'origine (PAIE salaire, SOLD solde de tout compte, COMM
      *    commission), beneficiaire O ouvrier ou C courtier. Le
      *    statut A attend la correction du compte; la paie ou le
      *    decompte des commissions reverse le montant au premier
      *    versement sur un compte different du compte rejete et
      *    passe le statut a R avec la date et le nouveau compte.
      *    La date de paie est celle de la ligne de Paie-Historique
      *    marquee impayee (zero pour une commission).
      *****************************************************************
           02 referenceRejet           PIC X(10).
           02 FILLER                   PIC X.
           02 dateRetourRejet          PIC 9(8).
           02 FILLER                   PIC X.
           02 typeBeneficiaireRejet    PIC X.
               88 rejetOuvrier         VALUE "O".
               88 rejetCourtier        VALUE "C".
           02 FILLER                   PIC X.
           02 nomBeneficiaireRejet     PIC X(30).
           02 FILLER                   PIC X.
           02 compteRejete             PIC X(16).
           02 FILLER                   PIC X.
           02 montantRejete            PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 motifRejet               PIC XX.
           02 FILLER                   PIC X.
           02 origineRejet             PIC X(4).
           02 FILLER                   PIC X.
           02 datePaieRejet            PIC 9(8).
           02 FILLER                   PIC X.
           02 statutRejet              PIC X.
               88 rejetACorriger       VALUE "A".
               88 rejetReverse         VALUE "R".
           02 FILLER                   PIC X.
           02 dateReversementRejet     PIC 9(8).
           02 FILLER                   PIC X.
           02 compteReversementRejet   PIC X(16).
