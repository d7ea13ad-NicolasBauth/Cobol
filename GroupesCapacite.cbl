                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSections.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

       DATA DIVISION.

       FILE SECTION.
           02 FILLER                   PIC X.
           02 familleSectionRef        PIC X.

       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiRapport PIC X(80) VALUE "GroupesCapacite.seq".
       01 cheminFiSections PIC X(80) VALUE "Sections.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAbandons
                                        FSOK BY fiAbandonsOK
                                        FSFIN BY finFiAbandons
                                        FSABSENT BY fiAbandonsAbsent.

      *    Etudiants retires par EtudAbandons : leur place est
      *    liberee des la date d'effet de l'abandon.
       01 tabRetires.
           02 matriculeRetireTab OCCURS 2000 PIC X(6).
       01 nbRetires                    PIC 9(4) VALUE 0.
       01 indRetire                    PIC 9(4).
       01 etudiantRetireSW             PIC X VALUE "N".
           88 etudiantRetire           VALUE "O".
       01 nbRetiresIgnores             PIC 9(4) VALUE 0.
       01 nbRetiresIgnores-ed          PIC ZZZ9.
       01 dateControleAbandon          PIC 9(8).

      *    Le rapport des groupes passe par l'editeur d'etats commun
      *    ImprimerEtat (pages de 66 lignes, titre date, entete
      *    repete, compteur final).
       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerSections.
           PERFORM chargerAbandons.
           OPEN INPUT FiEtud.
           IF NOT fiEtudOK
               DISPLAY "FiEtud introuvable ou inaccessible, code "
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud
               ADD 1 TO nbEtudiantsLus
               PERFORM verifierAbandon
               IF etudiantRetire
                   ADD 1 TO nbRetiresIgnores
               ELSE
                   PERFORM cumulerGroupe
               END-IF
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.
           PERFORM trierGroupes.
           PERFORM imprimerRapport.
           DISPLAY "Etudiants lus: " nbEtudiantsLus.
           MOVE nbRetiresIgnores TO nbRetiresIgnores-ed.
           DISPLAY "Etudiants retires non comptes: "
                   nbRetiresIgnores-ed.
           MOVE nbGroupes TO nbGroupes-ed.
           MOVE nbSurcharges TO nbSurcharges-ed.
           MOVE nbQuasiVides TO nbQuasiVides-ed.
               END-IF
           END-IF.

       chargerAbandons.
           ACCEPT dateControleAbandon FROM DATE YYYYMMDD.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons OR nbRetires >= 2000
                   IF dateEffetAbandon <= dateControleAbandon
                       ADD 1 TO nbRetires
                       MOVE matriculeAbandon
                            TO matriculeRetireTab(nbRetires)
                   END-IF
                   READ FiAbandons END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAbandons.

       verifierAbandon.
           MOVE "N" TO etudiantRetireSW.
           PERFORM VARYING indRetire FROM 1 BY 1
                   UNTIL indRetire > nbRetires OR etudiantRetire
               IF matriculeRetireTab(indRetire) = matricule
                   MOVE "O" TO etudiantRetireSW
               END-IF
           END-PERFORM.

       trierGroupes.
           IF nbGroupes > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSections
                         NOMFIC BY "Sections.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".

       END PROGRAM GroupesCapacite.
