                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSalles.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

           SELECT FiPlan ASSIGN TO DYNAMIC cheminFiPlan
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiPlan.
           02 FILLER                   PIC X.
           02 capaciteSalleX           PIC X(3).

       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

       FD FiPlan.
       01 engPlan                      PIC X(70).

       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiSalles PIC X(80) VALUE "Salles.seq".
       01 cheminFiPlan PIC X(80) VALUE "PlanSalles.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSFIN BY fiPlanFin
                                        FSABSENT BY fiPlanAbsent.

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

       01 tabSalles.
           02 salleTab OCCURS 100.
               03 codeSalleTab         PIC X(6).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM chargerAbandons.
           PERFORM recenserGroupes.
           PERFORM attribuerSalles.
           PERFORM imprimerPlan.
           MOVE nbRetiresIgnores TO nbRetiresIgnores-ed.
           DISPLAY "Etudiants retires non places: "
                   nbRetiresIgnores-ed.
           MOVE nbSansSalle TO nbSansSalle-ed.
           DISPLAY "Groupes sans salle: " nbSansSalle-ed.
           IF nbSansSalle NOT = 0
           END-IF.
           READ FiEtud END-READ.
           PERFORM UNTIL finFiEtud
               PERFORM verifierAbandon
               IF etudiantRetire
                   ADD 1 TO nbRetiresIgnores
               ELSE
                   PERFORM cumulerGroupe
               END-IF
               READ FiEtud END-READ
           END-PERFORM.
           CLOSE FiEtud.

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

       cumulerGroupe.
           MOVE codeSection TO codeSectionCle.
           MOVE annee TO anneeCle.
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPlan
                         NOMFIC BY "PlanSalles.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".

       END PROGRAM SallesAffectation.
