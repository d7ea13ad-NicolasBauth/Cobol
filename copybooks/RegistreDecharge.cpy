      *****************************************************************
      *    Ligne du dechargement de Registre.idx (Registre-Decharge.seq)
      *    ecrit par RegistreDechargement et relu par
      *    RegistreRechargement : une ligne D par fiche, image de
      *    l'enregistrement PlaqueReg.cpy, puis une ligne T de
      *    controle avec les comptes du dechargement. Une fiche plus
      *    courte (ancienne disposition du registre) se recharge avec
      *    les zones manquantes a zero.
      *****************************************************************
           02 typeDecharge             PIC X.
               88 ligneFicheDecharge   VALUE "D".
               88 ligneControleDecharge VALUE "T".
           02 FILLER                   PIC X.
           02 ficheDecharge            PIC X(59).
           02 controleDecharge REDEFINES ficheDecharge.
               03 dateDechargement     PIC 9(8).
               03 FILLER               PIC X.
               03 nbFichesDecharge     PIC 9(7).
               03 FILLER               PIC X.
               03 nbActivesDecharge    PIC 9(7).
               03 FILLER               PIC X.
               03 nbRadieesDecharge    PIC 9(7).
               03 FILLER               PIC X.
               03 nbTemporairesDecharge PIC 9(7).
               03 FILLER               PIC X(19).
