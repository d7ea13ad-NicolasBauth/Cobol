      *****************************************************************
      *    Enregistrement de l'historique permanent des mouvements
      *    sur les plaques (Mouvements-Historique.seq), ecrit par
      *    PlaquesMouvements et relu pour retracer la vie d'une
      *    plaque. L'etat, la date d'immatriculation et le numero de
      *    titulaire d'avant le mouvement permettent de le defaire;
      *    un mouvement annule et le mouvement d'annulation portent
      *    tous deux le statut X et sont ignores a la relecture.
      *    Au vol, la plaque volee et sa plaque de remplacement se
      *    designent l'une l'autre par la plaque liee. Toute ecriture
      *    au registre (y compris l'alimentation par Serie1Ex6 et la
      *    liberation, code L, qui retire la plaque) y est tracee, de
      *    sorte que l'historique rejoue redonne le registre a une date.
      *****************************************************************
           02 plaqueHisto              PIC X(6).
           02 FILLER                   PIC X.
           02 dateHisto                PIC 9(8).
           02 FILLER                   PIC X.
           02 codeHisto                PIC X.
               88 histoImmatriculation VALUE "I" "i".
               88 histoTransfert       VALUE "T" "t".
               88 histoRadiation       VALUE "R" "r".
               88 histoAnnulation      VALUE "X" "x".
               88 histoTemporaire      VALUE "P" "p".
               88 histoVol             VALUE "V" "v".
               88 histoLiberation      VALUE "L" "l".
           02 FILLER                   PIC X.
           02 titulaireAvantHisto      PIC X(30).
           02 FILLER                   PIC X.
           02 titulaireApresHisto      PIC X(30).
           02 FILLER                   PIC X.
           02 etatAvantHisto           PIC X.
           02 FILLER                   PIC X.
           02 dateImmatAvantHisto      PIC 9(8).
           02 FILLER                   PIC X.
           02 numeroTitulaireAvantHisto PIC 9(6).
           02 FILLER                   PIC X.
           02 numeroTitulaireApresHisto PIC 9(6).
           02 FILLER                   PIC X.
           02 statutHisto              PIC X.
               88 histoAnnule          VALUE "X".
           02 FILLER                   PIC X.
           02 codeAnnuleHisto          PIC X.
           02 FILLER                   PIC X.
           02 dateAnnuleHisto          PIC 9(8).
           02 FILLER                   PIC X.
           02 plaqueLieeHisto          PIC X(6).
           02 FILLER                   PIC X.
           02 dateExpirationHisto      PIC 9(8).
