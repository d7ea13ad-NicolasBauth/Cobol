      *****************************************************************
      *    Ligne du releve bancaire journalier (ReleveBancaire.seq),
      *    tel que livre par la banque : une ligne E d'entete (numero
      *    et date du releve), une ligne M par mouvement et une ligne
      *    T de fin avec les totaux de controle de la banque. La
      *    communication structuree est sur 12 chiffres, les deux
      *    derniers etant le modulo 97 des dix premiers.
      *****************************************************************
           02 typeLigneReleve          PIC X.
               88 enteteReleve         VALUE "E".
               88 mouvementReleve      VALUE "M".
               88 finReleve            VALUE "T".
           02 FILLER                   PIC X.
           02 corpsReleve              PIC X(78).
           02 FILLER REDEFINES corpsReleve.
               03 numeroReleve         PIC 9(5).
               03 FILLER               PIC X.
               03 dateReleve           PIC 9(8).
               03 FILLER               PIC X.
               03 compteReleve         PIC X(20).
               03 FILLER               PIC X(43).
           02 FILLER REDEFINES corpsReleve.
               03 referenceBanque      PIC X(10).
               03 FILLER               PIC X.
               03 dateValeurReleve     PIC 9(8).
               03 FILLER               PIC X.
               03 sensReleve           PIC X.
                   88 creditReleve     VALUE "C".
                   88 debitReleve      VALUE "D".
               03 FILLER               PIC X.
               03 montantReleve        PIC 9(7)V99.
               03 FILLER               PIC X.
               03 communicationReleve  PIC X(12).
               03 FILLER               PIC X.
               03 donneurReleve        PIC X(30).
               03 FILLER               PIC X(3).
           02 FILLER REDEFINES corpsReleve.
               03 nbMouvementsReleve   PIC 9(5).
               03 FILLER               PIC X.
               03 totalCreditsReleve   PIC 9(9)V99.
               03 FILLER               PIC X.
               03 totalDebitsReleve    PIC 9(9)V99.
               03 FILLER               PIC X(49).
