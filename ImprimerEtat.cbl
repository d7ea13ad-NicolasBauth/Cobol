      *    repete a chaque rupture de page, et ligne de fin portant
      *    le nombre d'enregistrements. L'appelant ouvre l'etat,
      *    verse ses lignes une a une puis le clot; un seul etat est
      *    ouvert a la fois. Il peut demander un saut de page pour
      *    commencer une section sur une page neuve.
      *****************************************************************
       01 lignesParPage                PIC 99 VALUE 66.
       01 titreEtat                    PIC X(40) VALUE SPACES.
           END-IF.
           GOBACK.

       ENTRY "ETAT-PAGE".
           IF etatOuvert AND ligneCourante > 4
               PERFORM ouvrirNouvellePage
           END-IF.
           GOBACK.

       ENTRY "ETAT-FERMER".
           IF etatOuvert
               IF ligneCourante >= lignesParPage
