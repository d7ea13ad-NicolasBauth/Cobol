      *****************************************************************
      *    Utilisateur des programmes interactifs (Utilisateurs.seq,
      *    tenu par Connexion) : empreinte du mot de passe (jamais le
      *    mot de passe lui-meme; a blanc, il est choisi a la
      *    premiere connexion), trois roles au plus, date
      *    d'expiration du compte (blanc = sans limite), echecs de
      *    connexion consecutifs et statut (V = verrouille apres
      *    trois echecs, deverrouille par l'administrateur).
      *****************************************************************
           02 codeUtilisateur          PIC X(10).
           02 FILLER                   PIC X.
           02 empreinteUtilisateur     PIC X(18).
           02 FILLER                   PIC X.
           02 rolesUtilisateur.
               03 roleUtilisateur      PIC X(10) OCCURS 3.
           02 FILLER                   PIC X.
           02 expirationUtilisateurX   PIC X(8).
           02 FILLER                   PIC X.
           02 echecsUtilisateurX       PIC X.
           02 FILLER                   PIC X.
           02 statutUtilisateur        PIC X.
               88 utilisateurVerrouille VALUE "V".
