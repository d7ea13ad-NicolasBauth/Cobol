      *****************************************************************
      *    Enregistrement du fichier des vehicules (fichier indexe
      *    Vehicules.idx), une fiche par plaque du registre : numero
      *    de chassis (VIN), marque, modele, categorie et date de
      *    premiere mise en circulation (AAAAMMJJ). Le VIN sert de
      *    cle secondaire avec doublons : un meme vehicule peut avoir
      *    porte plusieurs plaques au fil du temps.
      *****************************************************************
           02 plaqueVehicule           PIC X(6).
           02 vinVehicule              PIC X(17).
           02 marqueVehicule           PIC X(15).
           02 modeleVehicule           PIC X(20).
           02 categorieVehicule        PIC X(2).
           02 dateMiseCircVehicule     PIC 9(8).
