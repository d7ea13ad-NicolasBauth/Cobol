      *****************************************************************
      *    Registre des abandons en cours d'annee (EtudAbandons.seq),
      *    tenu par EtudAbandons : l'etudiant reste dans FiEtud mais
      *    ne compte plus dans les groupes ni dans le plan des salles
      *    a partir de la date d'effet ; le minerval est ramene au
      *    prorata des mois suivis (montants a deux decimales, sens D
      *    = solde du par l'etudiant, R = a lui rembourser).
      *****************************************************************
           02 matriculeAbandon         PIC X(6).
           02 FILLER                   PIC X.
           02 nomAbandon               PIC X(30).
           02 FILLER                   PIC X.
           02 codeSectionAbandon       PIC XX.
           02 FILLER                   PIC X.
           02 anneeAbandon             PIC 9.
           02 FILLER                   PIC X.
           02 groupeAbandon            PIC X.
           02 FILLER                   PIC X.
           02 dateEffetAbandon         PIC 9(8).
           02 FILLER                   PIC X.
           02 motifAbandon             PIC XX.
               88 motifAbandonValide   VALUE "FI" "ME" "RE" "EM"
                                             "DE" "PE" "AU".
           02 FILLER                   PIC X.
           02 moisSuivisAbandon        PIC 99.
           02 FILLER                   PIC X.
           02 prorataAbandon           PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 payeAbandon              PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 soldeAbandon             PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 sensSoldeAbandon         PIC X.
               88 soldeDuParEtudiant   VALUE "D".
               88 soldeARembourser     VALUE "R".
           02 FILLER                   PIC X.
           02 exerciceAbandon          PIC 9(4).
