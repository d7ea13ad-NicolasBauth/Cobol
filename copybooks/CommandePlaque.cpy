      *****************************************************************
      *    Commande de fabrication d'une plaque (CommandesPlaques.seq),
      *    tenue par PlaquesFabrication : numero de commande, plaque
      *    et sa disposition (C format courant, A ancien format selon
      *    PlaqueId.cpy), motif (I immatriculation, P temporaire,
      *    R remplacement apres vol, N renouvellement), etat suivi
      *    par les retours du fabricant (O ouverte, F fabriquee,
      *    E expediee, A annulee avant transmission) avec sa date,
      *    titulaire livre et numero de transmission.
      *****************************************************************
           02 numeroCommande           PIC 9(8).
           02 FILLER                   PIC X.
           02 plaqueCommande           PIC X(6).
           02 FILLER                   PIC X.
           02 formatCommande           PIC X.
               88 formatCourant        VALUE "C".
               88 formatAncien         VALUE "A".
           02 FILLER                   PIC X.
           02 motifCommande            PIC X.
               88 commandeImmatriculation VALUE "I".
               88 commandeTemporaire   VALUE "P".
               88 commandeRemplacement VALUE "R".
               88 commandeRenouvellement VALUE "N".
           02 FILLER                   PIC X.
           02 dateCommande             PIC 9(8).
           02 FILLER                   PIC X.
           02 statutCommande           PIC X.
               88 commandeOuverte      VALUE "O".
               88 commandeFabriquee    VALUE "F".
               88 commandeExpediee     VALUE "E".
               88 commandeAnnulee      VALUE "A".
               88 commandeEnCours      VALUE "O" "F".
           02 FILLER                   PIC X.
           02 dateStatutCommande       PIC 9(8).
           02 FILLER                   PIC X.
           02 numeroTitulaireCommande  PIC 9(6).
           02 FILLER                   PIC X.
           02 transmissionCommande     PIC 9(4).
