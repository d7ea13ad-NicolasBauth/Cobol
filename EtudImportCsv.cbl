                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.

           SELECT OPTIONAL FiCapacites
               ASSIGN TO DYNAMIC cheminFiCapacites
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCapacites.

           SELECT OPTIONAL FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

           SELECT OPTIONAL FiAttente ASSIGN TO DYNAMIC cheminFiAttente
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAttente.

       DATA DIVISION.

       FILE SECTION.
      *    Extrait du bureau des inscriptions : une ligne par admis,
      *    champs separes par des points-virgules
      *    (nom;section;annee;groupe;matricule), close par une ligne
      *    TOTAL;n qui annonce le nombre de lignes de detail. Deux
      *    champs facultatifs suivent le matricule : la date de
      *    candidature (AAAAMMJJ) et la note d'admission (0-999),
      *    qui servent au rang sur la liste d'attente.
      *****************************************************************
       FD FiCsv.
       01 engCsv                       PIC X(120).
       FD FiRejets.
       01 engRejet                     PIC X(90).

      *****************************************************************
      *    Plafond d'admission par section et annee : au-dela, le
      *    candidat part sur la liste d'attente au lieu d'entrer dans
      *    FiEtudNouveau. Section et annee absentes = pas de plafond.
      *****************************************************************
       FD FiCapacites.
       01 engCapacite.
           02 codeSectionCapacite      PIC XX.
           02 FILLER                   PIC X.
           02 anneeCapacite            PIC 9.
           02 FILLER                   PIC X.
           02 plafondCapacite          PIC 999.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

       FD FiAttente.
       01 engAttente.
           COPY "ListeAttente.cpy".

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiSections PIC X(80) VALUE "Sections.seq".
       01 cheminFiEtudNouveau PIC X(80) VALUE "FiEtudNouveau.seq".
       01 cheminFiRejets PIC X(80) VALUE "ImportRejets.seq".
       01 cheminFiCapacites PIC X(80) VALUE "CapacitesAdmission.seq".
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".
       01 cheminFiAttente PIC X(80) VALUE "ListeAttente.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCsv
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCapacites
                                        FSOK BY fiCapacitesOK
                                        FSFIN BY finFiCapacites
                                        FSABSENT BY fiCapacitesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAbandons
                                        FSOK BY fiAbandonsOK
                                        FSFIN BY finFiAbandons
                                        FSABSENT BY fiAbandonsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAttente
                                        FSOK BY fiAttenteOK
                                        FSFIN BY finFiAttente
                                        FSABSENT BY fiAttenteAbsent.

      *    Places occupees par section et annee : etudiants de
      *    FiEtud non retires, offres de la liste d'attente en cours
      *    et admis de ce fichier. Tant que des candidats attendent
      *    pour une section et annee, les nouveaux passent derriere
      *    eux : une place liberee revient d'abord a la liste.
       01 tabCapacites.
           02 capaciteTab OCCURS 60.
               03 cleCapaciteTab       PIC X(3).
               03 plafondTab           PIC 999.
               03 nbOccupesTab         PIC 9(4).
               03 nbEnAttenteTab       PIC 9(4).
       01 nbCapacites                  PIC 99 VALUE 0.
       01 indCapacite                  PIC 99.
       01 indCapaciteTrouve            PIC 99.
       01 cleCapaciteCourante.
           02 codeSectionCleCap        PIC XX.
           02 anneeCleCap              PIC 9.

       01 tabRetires.
           02 matriculeRetireTab OCCURS 2000 PIC X(6).
       01 nbRetires                    PIC 9(4) VALUE 0.
       01 indRetire                    PIC 9(4).
       01 etudiantRetireSW             PIC X VALUE "N".
           88 etudiantRetire           VALUE "O".
       01 dateJour                     PIC 9(8).

       01 dernierNumeroAttente         PIC 9(5) VALUE 0.
       01 nbMisEnAttente               PIC 9(5) VALUE 0.
       01 nbMisEnAttente-ed            PIC ZZZZ9.
       01 placeDisponibleSW            PIC X VALUE "O".
           88 placeDisponible          VALUE "O".

       01 tabSections.
           02 codeSectionTab OCCURS 20 PIC XX.
       01 nbSections                   PIC 99 VALUE 0.
       01 champAnneeNum REDEFINES champAnneeX PIC 9.
       01 champLettre                  PIC X.
       01 champMatricule               PIC X(6).
       01 champDateCandX               PIC X(8).
       01 champDateCandNum REDEFINES champDateCandX PIC 9(8).
       01 champScoreX                  PIC X(3).
       01 champScoreNum REDEFINES champScoreX PIC 999.
       01 champReste                   PIC X(30).

       01 numeroLigne                  PIC 9(5) VALUE 0.
       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerSections.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM chargerCapacites.
           IF nbCapacites > 0
               PERFORM chargerAbandons
               PERFORM compterEffectifs
               PERFORM chargerListeAttente
           END-IF.
           OPEN INPUT FiCsv.
           IF NOT fiCsvOK
               DISPLAY "AdmissionsCsv.seq introuvable, statut: "
           END-IF.
           OPEN OUTPUT FiEtudNouveau.
           OPEN OUTPUT FiRejets.
           IF nbCapacites > 0
               OPEN EXTEND FiAttente
               IF fs-fiAttente NOT = "00" AND fs-fiAttente NOT = "05"
                   OPEN OUTPUT FiAttente
               END-IF
           END-IF.
           READ FiCsv END-READ.
           PERFORM UNTIL finFiCsv
               ADD 1 TO numeroLigne
               READ FiCsv END-READ
           END-PERFORM.
           CLOSE FiCsv FiEtudNouveau FiRejets.
           IF nbCapacites > 0
               CLOSE FiAttente
           END-IF.
           MOVE nbDetails TO nbDetails-ed.
           DISPLAY "Lignes de detail lues: " nbDetails-ed.
           MOVE nbAcceptes TO nbAcceptes-ed.
           DISPLAY "Admissions acceptees: " nbAcceptes-ed.
           MOVE nbRejetes TO nbRejetes-ed.
           DISPLAY "Admissions rejetees: " nbRejetes-ed.
           MOVE nbMisEnAttente TO nbMisEnAttente-ed.
           DISPLAY "Candidats mis en liste d'attente: "
                   nbMisEnAttente-ed.
           IF NOT trailerVu
               DISPLAY "ATTENTION: ligne TOTAL absente, fichier "
                       "peut-etre tronque"

       validerLigneCsv.
           MOVE SPACES TO champNom champSection champLettre
                          champMatricule champDateCandX champScoreX
                          champReste.
           MOVE SPACE TO champAnneeX.
           UNSTRING engCsv DELIMITED BY ";"
               INTO champNom
                    champAnneeX
                    champLettre
                    champMatricule
                    champDateCandX
                    champScoreX
                    champReste
           END-UNSTRING.
           PERFORM controlerSection.
                   MOVE "annee hors limites 1-5" TO raisonRejet-ed
                   PERFORM rejeterLigne
               WHEN OTHER
                   PERFORM controlerPlafond
                   IF placeDisponible
                       PERFORM accepterLigne
                   ELSE
                       PERFORM mettreEnAttente
                   END-IF
           END-EVALUATE.

       accepterLigne.
           ADD 1 TO nbAcceptes.
           MOVE champNom TO nomPrenomNouveau.
           MOVE champSection TO codeSectionNouveau.
           MOVE champAnneeNum TO anneeNouveau.
           MOVE champLettre TO lettreGroupeNouveau.
           IF champMatricule = SPACES
               MOVE ZEROS TO matriculeNouveau
           ELSE
               MOVE champMatricule TO matriculeNouveau
           END-IF.
           WRITE engEtudNouveau END-WRITE.
           IF indCapaciteTrouve NOT = 0
               ADD 1 TO nbOccupesTab(indCapaciteTrouve)
           END-IF.

       controlerPlafond.
           MOVE "O" TO placeDisponibleSW.
           MOVE champSection TO codeSectionCleCap.
           MOVE champAnneeNum TO anneeCleCap.
           PERFORM chercherCapacite.
           IF indCapaciteTrouve NOT = 0
               IF nbOccupesTab(indCapaciteTrouve)
                  >= plafondTab(indCapaciteTrouve)
                  OR nbEnAttenteTab(indCapaciteTrouve) > 0
                   MOVE "N" TO placeDisponibleSW
               END-IF
           END-IF.

       chercherCapacite.
           MOVE 0 TO indCapaciteTrouve.
           PERFORM VARYING indCapacite FROM 1 BY 1
                   UNTIL indCapacite > nbCapacites
                      OR indCapaciteTrouve NOT = 0
               IF cleCapaciteTab(indCapacite) = cleCapaciteCourante
                   MOVE indCapacite TO indCapaciteTrouve
               END-IF
           END-PERFORM.

      *    Candidat au-dela du plafond : il est inscrit en fin de
      *    liste d'attente avec sa date de candidature (date du jour
      *    si absente) et sa note d'admission (0 si absente).
       mettreEnAttente.
           ADD 1 TO nbMisEnAttente.
           ADD 1 TO dernierNumeroAttente.
           ADD 1 TO nbEnAttenteTab(indCapaciteTrouve).
           MOVE SPACES TO engAttente.
           MOVE dernierNumeroAttente TO numeroAttente.
           MOVE champNom TO nomAttente.
           MOVE champSection TO codeSectionAttente.
           MOVE champAnneeNum TO anneeAttente.
           MOVE champLettre TO lettreGroupeAttente.
           IF champMatricule = SPACES
               MOVE ZEROS TO matriculeAttente
           ELSE
               MOVE champMatricule TO matriculeAttente
           END-IF.
           IF champDateCandX NUMERIC
               MOVE champDateCandNum TO dateCandidature
           ELSE
               MOVE dateJour TO dateCandidature
           END-IF.
           INSPECT champScoreX REPLACING LEADING " " BY "0".
           IF champScoreX NUMERIC
               MOVE champScoreNum TO scoreAdmission
           ELSE
               MOVE 0 TO scoreAdmission
           END-IF.
           MOVE "A" TO statutAttente.
           MOVE 0 TO dateOffreAttente dateReponseAttente.
           WRITE engAttente END-WRITE.

       chargerCapacites.
           OPEN INPUT FiCapacites.
           IF fiCapacitesOK
               READ FiCapacites END-READ
               PERFORM UNTIL finFiCapacites OR nbCapacites >= 60
                   IF plafondCapacite NUMERIC
                       ADD 1 TO nbCapacites
                       MOVE codeSectionCapacite
                            TO cleCapaciteTab(nbCapacites)(1:2)
                       MOVE anneeCapacite
                            TO cleCapaciteTab(nbCapacites)(3:1)
                       MOVE plafondCapacite TO plafondTab(nbCapacites)
                       MOVE 0 TO nbOccupesTab(nbCapacites)
                                 nbEnAttenteTab(nbCapacites)
                   END-IF
                   READ FiCapacites END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCapacites.

       chargerAbandons.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons OR nbRetires >= 2000
                   IF dateEffetAbandon <= dateJour
                       ADD 1 TO nbRetires
                       MOVE matriculeAbandon
                            TO matriculeRetireTab(nbRetires)
                   END-IF
                   READ FiAbandons END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAbandons.

       compterEffectifs.
           OPEN INPUT FiEtud.
           IF fiEtudOK
               READ FiEtud END-READ
               PERFORM UNTIL finFiEtud
                   MOVE codeSection TO codeSectionCleCap
                   MOVE annee TO anneeCleCap
                   PERFORM chercherCapacite
                   IF indCapaciteTrouve NOT = 0
                       PERFORM verifierAbandon
                       IF NOT etudiantRetire
                           ADD 1 TO nbOccupesTab(indCapaciteTrouve)
                       END-IF
                   END-IF
                   READ FiEtud END-READ
               END-PERFORM
           END-IF.
           CLOSE FiEtud.

       verifierAbandon.
           MOVE "N" TO etudiantRetireSW.
           PERFORM VARYING indRetire FROM 1 BY 1
                   UNTIL indRetire > nbRetires OR etudiantRetire
               IF matriculeRetireTab(indRetire) = matricule
                   MOVE "O" TO etudiantRetireSW
               END-IF
           END-PERFORM.

       chargerListeAttente.
           OPEN INPUT FiAttente.
           IF fiAttenteOK
               READ FiAttente END-READ
               PERFORM UNTIL finFiAttente
                   IF numeroAttente > dernierNumeroAttente
                       MOVE numeroAttente TO dernierNumeroAttente
                   END-IF
                   MOVE codeSectionAttente TO codeSectionCleCap
                   MOVE anneeAttente TO anneeCleCap
                   PERFORM chercherCapacite
                   IF indCapaciteTrouve NOT = 0
                       EVALUATE TRUE
                           WHEN candidatEnAttente
                               ADD 1
                                   TO nbEnAttenteTab(indCapaciteTrouve)
                           WHEN offreEnvoyee
                               ADD 1 TO nbOccupesTab(indCapaciteTrouve)
                       END-EVALUATE
                   END-IF
                   READ FiAttente END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAttente.

       controlerSection.
           MOVE "N" TO sectionConnueSW.
           PERFORM VARYING indSection FROM 1 BY 1
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "ImportRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCapacites
                         NOMFIC BY "CapacitesAdmission.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAttente
                         NOMFIC BY "ListeAttente.seq".

       END PROGRAM EtudImportCsv.
