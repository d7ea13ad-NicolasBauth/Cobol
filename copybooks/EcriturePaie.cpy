      *****************************************************************
      *    Fichier d'interface comptable de la paie (PaieJournal.seq,
      *    ecrit par PaieComptabilisation) : une ecriture E par
      *    rubrique, compte repris du plan PlanComptablePaie.seq, puis
      *    un enregistrement de controle C portant le nombre
      *    d'ecritures, les totaux debit et credit et le verdict. Un
      *    journal REJETE ne contient que son enregistrement de
      *    controle et ne doit pas etre integre.
      *****************************************************************
           02 typeEcriture             PIC X.
               88 ecritureDetail       VALUE "E".
               88 ecritureControle     VALUE "C".
           02 FILLER                   PIC X.
           02 dateEcriture             PIC 9(8).
           02 FILLER                   PIC X.
           02 corpsEcriture.
               03 numeroEcriture       PIC 9(4).
               03 FILLER               PIC X.
               03 rubriqueEcriture     PIC X(20).
               03 FILLER               PIC X.
               03 compteEcriture       PIC X(10).
               03 FILLER               PIC X.
               03 sensEcriture         PIC X.
                   88 ecritureDebit    VALUE "D".
                   88 ecritureCredit   VALUE "C".
               03 FILLER               PIC X.
               03 montantEcriture      PIC 9(9)V99.
               03 FILLER               PIC X.
               03 libelleEcriture      PIC X(30).
           02 corpsControle REDEFINES corpsEcriture.
               03 nbEcrituresCtl       PIC 9(4).
               03 FILLER               PIC X.
               03 totalDebitCtl        PIC 9(11)V99.
               03 FILLER               PIC X.
               03 totalCreditCtl       PIC 9(11)V99.
               03 FILLER               PIC X.
               03 statutJournalCtl     PIC X(10).
                   88 journalEquilibre VALUE "EQUILIBRE".
                   88 journalRejete    VALUE "REJETE".
               03 FILLER               PIC X(38).
