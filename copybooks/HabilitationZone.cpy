      *****************************************************************
      *    Habilitation du programme en cours, rendue par Connexion :
      *    utilisateur de la session et niveau d'acces accorde (M =
      *    mise a jour, L = consultation seule, N = refuse) pour le
      *    niveau demande.
      *****************************************************************
       01 programmeHabil               PIC X(20).
       01 niveauDemandeHabil           PIC X.
       01 utilisateurHabil             PIC X(10) VALUE SPACES.
       01 niveauHabil                  PIC X VALUE "N".
           88 accesMiseAJour           VALUE "M".
           88 accesLecture             VALUE "L".
           88 accesRefuse              VALUE "N".
