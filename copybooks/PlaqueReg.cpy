      *    Registre.idx), partage entre Serie1Ex6 et les programmes
      *    de mouvements sur les plaques. La date d'immatriculation
      *    porte le siecle (AAAAMMJJ); les registres a l'ancienne
      *    date AAMMJJ se migrent par SiecleConversion. Le numero
      *    de titulaire renvoie au fichier des titulaires
      *    (Titulaires.idx), zero pour une plaque sans titulaire.
      *    Les plaques temporaires (essais, export) sont attribuees a
      *    un negociant et portent leur date d'expiration.
      *****************************************************************
           02 plaqueRegistre           PIC X(6).
           02 dateImmatRegistre        PIC 9(8).
           02 etatRegistre             PIC X.
               88 plaqueActive         VALUE "A".
               88 plaqueRadiee         VALUE "R".
               88 plaqueTemporaire     VALUE "T".
           02 titulaireRegistre        PIC X(30).
           02 numeroTitulaireRegistre  PIC 9(6).
           02 dateExpirationRegistre   PIC 9(8).
