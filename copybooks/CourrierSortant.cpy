      *****************************************************************
      *    Enregistrement de la boite d'envoi commune du courrier
      *    imprime (CourrierSortant.seq) : une ligne par lettre emise,
      *    deposee par chaque programme qui produit des lettres et
      *    videe par la tournee d'expedition (CourrierExpedition).
      *    Le document est le fichier d'impression de la lettre, la
      *    cle la retrouve dans ce fichier (matricule, numero de
      *    lettre ou de titulaire, nom du client). Une adresse a
      *    blanc est completee par le carnet d'adresses a
      *    l'expedition.
      *****************************************************************
           02 dateCourrier             PIC 9(8).
           02 FILLER                   PIC X.
           02 typeCourrier             PIC X(4).
               88 courrierConvocation  VALUE "CONV".
               88 courrierRelance      VALUE "RELC".
               88 courrierRappelMinerval VALUE "RAPM".
               88 courrierNoticePlaque VALUE "NOTP".
               88 courrierAttestation  VALUE "ATTE".
               88 courrierOffre        VALUE "OFFR".
           02 FILLER                   PIC X.
           02 destinataireCourrier     PIC X(30).
           02 FILLER                   PIC X.
           02 rueCourrier              PIC X(40).
           02 FILLER                   PIC X.
           02 codePostalCourrier       PIC X(5).
           02 FILLER                   PIC X.
           02 localiteCourrier         PIC X(25).
           02 FILLER                   PIC X.
           02 nbPagesCourrier          PIC 9(3).
           02 FILLER                   PIC X.
           02 documentCourrier         PIC X(30).
           02 FILLER                   PIC X.
           02 cleDocumentCourrier      PIC X(30).
