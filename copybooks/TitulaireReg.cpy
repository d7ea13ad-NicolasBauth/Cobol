      *****************************************************************
      *    Enregistrement du fichier des titulaires (fichier indexe
      *    Titulaires.idx) : numero de titulaire stable, nom legal,
      *    identifiant national (registre national ou numero
      *    d'entreprise, cle secondaire unique), type de titulaire et
      *    adresse postale avec sa date de prise d'effet (AAAAMMJJ).
      *****************************************************************
           02 numeroTitulaire          PIC 9(6).
           02 nomLegalTitulaire        PIC X(30).
           02 idNationalTitulaire      PIC X(15).
           02 typeTitulaire            PIC X.
               88 titulaireParticulier VALUE "P".
               88 titulaireSociete     VALUE "S".
               88 titulaireNegociant   VALUE "N".
               88 typeTitulaireValide  VALUE "P" "S" "N".
           02 adresseTitulaire.
               03 rueTitulaire         PIC X(30).
               03 codePostalTitulaire  PIC X(5).
               03 localiteTitulaire    PIC X(25).
           02 dateAdresseTitulaire     PIC 9(8).
