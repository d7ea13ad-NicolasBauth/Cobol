      *****************************************************************
      *    Avances sur salaire et prets aux ouvriers
      *    (AvancesOuvriers.seq) : une ligne par avance, saisie avec
      *    le montant, la premiere periode de retenue (AAAAMMJJ) et
      *    la mensualite; un solde vide vaut le montant. Le
      *    traitement de paie tient le solde, l'arriere non preleve
      *    et la trace du dernier prelevement, qui permet de relancer
      *    une paie du meme jour sans retenir deux fois.
      *****************************************************************
           02 nomOuvrierAvance         PIC X(30).
           02 FILLER                   PIC X.
           02 typeAvance               PIC X.
               88 avanceSalaire        VALUE "A".
               88 pretOuvrier          VALUE "P".
           02 FILLER                   PIC X.
           02 dateDebutAvanceX         PIC X(8).
           02 dateDebutAvance REDEFINES dateDebutAvanceX
                                       PIC 9(8).
           02 FILLER                   PIC X.
           02 montantAvanceX           PIC X(8).
           02 montantAvance REDEFINES montantAvanceX
                                       PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 mensualiteAvanceX        PIC X(8).
           02 mensualiteAvance REDEFINES mensualiteAvanceX
                                       PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 soldeAvanceX             PIC X(8).
           02 soldeAvance REDEFINES soldeAvanceX
                                       PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 arriereAvanceX           PIC X(8).
           02 arriereAvance REDEFINES arriereAvanceX
                                       PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 dateDernierPrelevX       PIC X(8).
           02 dateDernierPrelev REDEFINES dateDernierPrelevX
                                       PIC 9(8).
           02 FILLER                   PIC X.
           02 montantDernierPrelevX    PIC X(8).
           02 montantDernierPrelev REDEFINES montantDernierPrelevX
                                       PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 arriereAvantPrelevX      PIC X(8).
           02 arriereAvantPrelev REDEFINES arriereAvantPrelevX
                                       PIC 9(6)V99.
