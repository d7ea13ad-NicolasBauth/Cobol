      *****************************************************************
      *    Attribution d'un couple cours-groupe a un professeur
      *    (Attributions.seq) avec le nombre d'heures hebdomadaires
      *    qu'il y donne.
      *****************************************************************
           02 professeurAttr           PIC X(6).
           02 FILLER                   PIC X.
           02 codeCoursAttr            PIC X(6).
           02 FILLER                   PIC X.
           02 groupeAttr               PIC X(4).
           02 FILLER                   PIC X.
           02 heuresAttrX              PIC XX.
