       01 heuresJourAbs                PIC 9(9).
       01 ageVerrouCalcule             PIC 9(9).

      *    L'operateur est l'utilisateur de la session : un acces
      *    en consultation seule ne permet que l'action C, sans
      *    poser le verrou de FiEtud.seq.
       COPY "HabilitationZone.cpy".

       01 actionMaint                  PIC X VALUE SPACE.
           88 actionAjout              VALUE "A" "a".
           88 actionModification       VALUE "M" "m".
           88 actionSuppression        VALUE "S" "s".
           88 actionConsultation       VALUE "C" "c".
           88 actionFin                VALUE "F" "f".
           88 actionMiseAJour          VALUE "A" "a" "M" "m"
                                             "S" "s".

       01 confirmation                 PIC X.
           88 confirme                 VALUE "O" "o".
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "EtudMaintenance"
                         NIVEAU BY "L".
           IF accesMiseAJour
               PERFORM prendreVerrou
           ELSE
               DISPLAY "Consultation seule pour " utilisateurHabil
           END-IF.
           PERFORM boucleMenu UNTIL actionFin.
           IF accesMiseAJour
               PERFORM libererVerrou
           END-IF.
           STOP RUN.

       prendreVerrou.

       boucleMenu.
           DISPLAY "Action (A=ajout, M=modification, S=suppression, "
                   "C=consultation, F=fin): " NO ADVANCING.
           ACCEPT actionMaint.
           EVALUATE TRUE
               WHEN actionMiseAJour AND NOT accesMiseAJour
                   DISPLAY "Consultation seule, mise a jour refusee"
                   MOVE SPACES TO resumeAudit
                   STRING utilisateurHabil ": mise a jour refusee ("
                          actionMaint ")"
                          DELIMITED BY SIZE INTO resumeAudit
                   PERFORM ecrireAudit
               WHEN actionAjout
                   PERFORM ajouterEtudiant
               WHEN actionModification
                   PERFORM modifierEtudiant
               WHEN actionSuppression
                   PERFORM supprimerEtudiant
               WHEN actionConsultation
                   PERFORM consulterEtudiant
               WHEN actionFin
                   DISPLAY "Fin de la maintenance"
               WHEN OTHER
               WRITE engEtud END-WRITE
               CLOSE FiEtud
               MOVE SPACES TO resumeAudit
               STRING utilisateurHabil ": ajout " nomPrenomSaisi
                      DELIMITED BY SIZE INTO resumeAudit
               PERFORM ecrireAudit
               DISPLAY "Etudiant ajoute"
               MOVE lettreGroupeSaisi TO lettreGroupeCourant
               PERFORM recopierAvecRemplacement
               MOVE SPACES TO resumeAudit
               STRING utilisateurHabil ": modification " nomRecherche
                      DELIMITED BY SIZE INTO resumeAudit
               PERFORM ecrireAudit
               DISPLAY "Etudiant modifie"
               DISPLAY "Etudiant introuvable: " nomRecherche
           ELSE
               PERFORM afficherEtudiantCourant
               DISPLAY "Rappel: un abandon en cours d'annee passe par "
                       "EtudAbandons, qui garde la fiche et "
                       "l'historique; la suppression est reservee "
                       "aux fiches erronees."
               DISPLAY "Confirmer la suppression (O/N): " NO ADVANCING
               ACCEPT confirmation
               IF confirme
                   PERFORM recopierSansEtudiant
                   MOVE SPACES TO resumeAudit
                   STRING utilisateurHabil ": suppression " nomRecherche
                          DELIMITED BY SIZE INTO resumeAudit
                   PERFORM ecrireAudit
                   DISPLAY "Etudiant supprime"
               END-IF
           END-IF.

       consulterEtudiant.
           PERFORM saisirNom.
           MOVE nomPrenomSaisi TO nomRecherche.
           PERFORM rechercherEtudiant.
           IF NOT etudiantTrouve
               DISPLAY "Etudiant introuvable: " nomRecherche
           ELSE
               PERFORM afficherEtudiantCourant
               DISPLAY "Matricule: " matriculeCourant
           END-IF.

       afficherEtudiantCourant.
           DISPLAY "Fiche actuelle: " nomPrenomCourant " section "
                   codeSectionCourant " annee " anneeCourante
