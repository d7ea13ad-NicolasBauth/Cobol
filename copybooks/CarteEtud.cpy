      *****************************************************************
      *    Fichier de fabrication des cartes d'etudiant
      *    (CartesImpression.seq) remis a l'imprimeur, ecrit par
      *    CartesEtudiants : H = entete du lot, D = une carte a
      *    imprimer (N nouvel etudiant, P promu, R reinscrit dans la
      *    meme annee, D duplicata d'une carte perdue), T = trailer
      *    de controle (compteurs et total des matricules).
      *****************************************************************
           02 typeCarte                PIC X.
               88 carteEntete          VALUE "H".
               88 carteDetail          VALUE "D".
               88 carteTrailer         VALUE "T".
           02 FILLER                   PIC X.
           02 corpsCarte               PIC X(118).
           02 detailCarte REDEFINES corpsCarte.
               03 matriculeCarte       PIC X(6).
               03 FILLER               PIC X.
               03 nomCarte             PIC X(30).
               03 FILLER               PIC X.
               03 loginCarte           PIC X(34).
               03 FILLER               PIC X.
               03 codeSectionCarte     PIC XX.
               03 FILLER               PIC X.
               03 anneeCarte           PIC 9.
               03 FILLER               PIC X.
               03 groupeCarte          PIC X.
               03 FILLER               PIC X.
               03 finValiditeCarte     PIC 9(8).
               03 FILLER               PIC X.
               03 codeBarreCarte       PIC X(13).
               03 FILLER               PIC X.
               03 motifCarte           PIC X.
                   88 carteNouvelle    VALUE "N".
                   88 cartePromotion   VALUE "P".
                   88 carteReinscription VALUE "R".
                   88 carteDuplicata   VALUE "D".
               03 FILLER               PIC X.
               03 numeroDuplicata      PIC 99.
               03 FILLER               PIC X(11).
           02 enteteCarte REDEFINES corpsCarte.
               03 libelleLotCarte      PIC X(16).
               03 FILLER               PIC X.
               03 exerciceLotCarte     PIC 9(4).
               03 FILLER               PIC X.
               03 dateLotCarte         PIC 9(8).
               03 FILLER               PIC X.
               03 heureLotCarte        PIC 9(6).
               03 FILLER               PIC X(81).
           02 trailerCarte REDEFINES corpsCarte.
               03 nbDetailsTrailerCarte PIC 9(6).
               03 FILLER               PIC X.
               03 nbNouvellesTrailer   PIC 9(6).
               03 FILLER               PIC X.
               03 nbPromotionsTrailer  PIC 9(6).
               03 FILLER               PIC X.
               03 nbReinscritsTrailer  PIC 9(6).
               03 FILLER               PIC X.
               03 nbDuplicatasTrailer  PIC 9(6).
               03 FILLER               PIC X.
               03 totalMatriculesTrailer PIC 9(12).
               03 FILLER               PIC X(71).
