      *****************************************************************
      *    Retour de virement envoye par la banque
      *    (RetoursBancaires.seq) : une ligne par virement refuse,
      *    avec la reference du retour, sa date, le beneficiaire et
      *    le compte tels que transmis, le montant et le motif (CC
      *    compte clos, NE numero errone, AU autre motif).
      *****************************************************************
           02 referenceRetour          PIC X(10).
           02 FILLER                   PIC X.
           02 dateRetourX              PIC X(8).
           02 dateRetour REDEFINES dateRetourX
                                       PIC 9(8).
           02 FILLER                   PIC X.
           02 beneficiaireRetour       PIC X(30).
           02 FILLER                   PIC X.
           02 compteRetour             PIC X(16).
           02 FILLER                   PIC X.
           02 montantRetourX           PIC X(9).
           02 montantRetour REDEFINES montantRetourX
                                       PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 motifRetour              PIC XX.
               88 retourCompteClos     VALUE "CC".
               88 retourNumeroErrone   VALUE "NE".
               88 retourAutreMotif     VALUE "AU".
           02 FILLER                   PIC X.
           02 libelleRetour            PIC X(30).
