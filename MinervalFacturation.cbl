                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiPaiements.

           SELECT OPTIONAL FiReductions
               ASSIGN TO DYNAMIC cheminFiReductions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiReductions.

           SELECT OPTIONAL FiEcheances
               ASSIGN TO DYNAMIC cheminFiEcheances
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEcheances.

           SELECT FiRappels ASSIGN TO DYNAMIC cheminFiRappels
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRappels.

           SELECT FiCourrier ASSIGN TO DYNAMIC cheminFiCourrier
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-FiCourrier.

           SELECT FiImpayes ASSIGN TO DYNAMIC cheminFiImpayes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiImpayes.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiNonEnRegle.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

           SELECT OPTIONAL FiExecutions
               ASSIGN TO DYNAMIC cheminFiExecutions
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-FiExecutions.

       DATA DIVISION.

       FILE SECTION.
           02 FILLER                   PIC X.
           02 montantPaiementX         PIC X(9).

      *    Reductions accordees par le comite des bourses.
       FD FiReductions.
       01 engReduction.
           COPY "BourseReduction.cpy".

      *****************************************************************
      *    Plans d'echelonnement : une ligne par echeance convenue
      *    (date AAAAMMJJ, montant a deux decimales implicites).
      *****************************************************************
       FD FiEcheances.
       01 engEcheance.
           02 matriculeEcheance        PIC X(6).
           02 FILLER                   PIC X.
           02 dateEcheanceX            PIC X(8).
           02 FILLER                   PIC X.
           02 montantEcheanceX         PIC X(8).

       FD FiRappels.
       01 engRappel                    PIC X(80).

       FD FiCourrier.
       01 engCourrier.
           COPY "CourrierSortant.cpy".

       FD FiImpayes.
       01 engImpaye                    PIC X(80).

           02 FILLER                   PIC X VALUE SPACE.
           02 nomNonEnRegle            PIC X(30).

      *    Registre des abandons tenu par EtudAbandons.
       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

      *    Journal des traitements mensuels lu par la cloture.
       FD FiExecutions.
       01 engExecution.
           COPY "ExecutionPeriode.cpy".

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiTarifs PIC X(80) VALUE "TarifsMinerval.seq".
       01 cheminFiPaiements PIC X(80) VALUE "MinervalPaiements.seq".
       01 cheminFiReductions PIC X(80) VALUE "BoursesReductions.seq".
       01 cheminFiEcheances PIC X(80) VALUE "MinervalEcheances.seq".
       01 cheminFiRappels PIC X(80) VALUE "MinervalRappels.seq".
       01 cheminFiCourrier PIC X(80) VALUE "CourrierSortant.seq".
       01 cheminFiImpayes PIC X(80) VALUE "MinervalImpayes.seq".
       01 cheminFiNonEnRegle PIC X(80) VALUE "EtudiantsNonEnRegle.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".
       01 cheminFiExecutions PIC X(80) VALUE "ExecutionsPeriodes.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSFIN BY finFiPaiements
                                        FSABSENT BY fiPaiementsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReductions
                                        FSOK BY fiReductionsOK
                                        FSFIN BY finFiReductions
                                        FSABSENT BY fiReductionsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEcheances
                                        FSOK BY fiEcheancesOK
                                        FSFIN BY finFiEcheances
                                        FSABSENT BY fiEcheancesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRappels
                                        FSOK BY fiRappelsOK
                                        FSFIN BY fiRappelsFin
                                        FSABSENT BY fiRappelsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourrier
                                        FSOK BY fiCourrierOK
                                        FSFIN BY fiCourrierFin
                                        FSABSENT BY fiCourrierAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiImpayes
                                        FSOK BY fiImpayesOK
                                        FSFIN BY fiImpayesFin
                                        FSFIN BY fiNonEnRegleFin
                                        FSABSENT BY fiNonEnRegleAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAbandons
                                        FSOK BY fiAbandonsOK
                                        FSFIN BY finFiAbandons
                                        FSABSENT BY fiAbandonsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExecutions
                                        FSOK BY fiExecutionsOK
                                        FSFIN BY fiExecutionsFin
                                        FSABSENT BY fiExecutionsAbsent.
       01 heureExecutionJour           PIC 9(8).

      *    Un etudiant retire en cours d'annee ne doit plus que le
      *    minerval au prorata calcule a l'enregistrement de
      *    l'abandon (bourse deja deduite).
       01 tabAbandons.
           02 abandonTab OCCURS 2000.
               03 matriculeAbandonTab  PIC X(6).
               03 prorataAbandonTab    PIC 9(6)V99.
       01 nbAbandons                   PIC 9(4) VALUE 0.
       01 indAbandon                   PIC 9(4).
       01 indAbandonTrouve             PIC 9(4).
       01 nbAbandonsProrata            PIC 9(4) VALUE 0.
       01 nbAbandonsProrata-ed         PIC ZZZ9.

       01 tabTarifs.
           02 tarifTab OCCURS 100.
               03 codeSectionTarifTab  PIC XX.
           88 tarifTrouve              VALUE "O".
       01 montantDuCourant             PIC 9(6)V99.

       01 tabReductions.
           02 reductionTab OCCURS 2000.
               03 matriculeReductionTab PIC X(6).
               03 pourcentReductionTab PIC 999.
       01 nbReductions                 PIC 9(4) VALUE 0.
       01 indReduction                 PIC 9(4).
       01 reductionTrouveeSW           PIC X VALUE "N".
           88 reductionTrouvee         VALUE "O".
       01 montantReduction             PIC 9(6)V99.

       01 tabEcheances.
           02 echeanceTab OCCURS 6000.
               03 matriculeEcheanceTab PIC X(6).
               03 dateEcheanceTab      PIC 9(8).
               03 montantEcheanceTab   PIC 9(6)V99.
       01 nbEcheances                  PIC 9(4) VALUE 0.
       01 indEcheance                  PIC 9(4).
       01 champDate8                   PIC X(8).
       01 champDate8Num REDEFINES champDate8 PIC 9(8).
       01 champMontant8                PIC X(8).
       01 champMontant8Num REDEFINES champMontant8 PIC 9(6)V99.
       01 echeancierSW                 PIC X VALUE "N".
           88 sousEcheancier           VALUE "O".
       01 montantExigible              PIC 9(7)V99.
       01 montantEnRetard              PIC S9(7)V99.
       01 dateProchaineEcheance        PIC 9(8).
       01 montantProchaineEcheance     PIC 9(6)V99.
       COPY "VerrouPeriodeZone.cpy".
       01 dateJour                     PIC 9(8).
       01 dateAFormater                PIC 9(8).
       01 FILLER REDEFINES dateAFormater.
           02 anneeAFormater           PIC 9(4).
           02 moisAFormater            PIC 99.
           02 jourAFormater            PIC 99.
       01 dateFormatee.
           02 jourFormate              PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 moisFormate              PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 anneeFormatee            PIC 9(4).

       01 tabFrais.
           02 fraisTab OCCURS 2000.
               03 matriculeFrais       PIC X(6).
       01 nbPaiementsIgnores           PIC 9(4) VALUE 0.
       01 totalDu                      PIC 9(9)V99 VALUE 0.
       01 totalImpaye                  PIC 9(9)V99 VALUE 0.
       01 nbBoursiers                  PIC 9(4) VALUE 0.
       01 nbAJourEcheancier            PIC 9(4) VALUE 0.
       01 nbRappelsEcheance            PIC 9(4) VALUE 0.
       01 nbAJourEcheancier-ed         PIC ZZZ9.
       01 nbRappelsEcheance-ed         PIC ZZZ9.
       01 totalReductions              PIC 9(9)V99 VALUE 0.
       01 nbBoursiers-ed               PIC ZZZ9.
       01 totalReductions-ed           PIC ZZZZZZZZ9.99.
       01 nbSansTarif-ed               PIC ZZZ9.
       01 nbNonEnRegle-ed              PIC ZZZ9.
       01 nbPaiementsIgnores-ed        PIC ZZZ9.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 soldeImpaye-ed           PIC -ZZZZZ9.99.

       01 ligneRappelEntete.
           02 FILLER                   PIC X(18)
              VALUE "RAPPEL ECHEANCE - ".
           02 matriculeRappel-ed       PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomRappel-ed             PIC X(30).
           02 FILLER                   PIC X(5) VALUE " du ".
           02 dateRappel-ed            PIC X(10).
       01 ligneRappelTexte             PIC X(70) VALUE
          "Sauf erreur, une ou plusieurs echeances de votre plan sont".
       01 ligneRappelTexte2            PIC X(70) VALUE
          "restees impayees. Merci de regulariser le montant suivant.".
       01 ligneRappelRetard.
           02 FILLER                   PIC X(24)
              VALUE "Montant en retard :     ".
           02 retardRappel-ed          PIC ZZZZZZ9.99.
           02 FILLER                   PIC X(6) VALUE " euros".
      *    Communication structuree a reprendre sur le virement :
      *    base 2000 suivie du matricule, controle modulo 97 (97
      *    pour un reste nul), reconnue a l'import du releve.
       01 communicationRappel.
           02 baseCommRappel           PIC 9(10).
           02 controleCommRappel       PIC 99.
       01 quotientCommRappel           PIC 9(10).
       01 ligneRappelCommunication.
           02 FILLER                   PIC X(24)
              VALUE "Communication :         ".
           02 FILLER                   PIC X(3) VALUE "+++".
           02 commRappel1-ed           PIC X(3).
           02 FILLER                   PIC X VALUE "/".
           02 commRappel2-ed           PIC X(4).
           02 FILLER                   PIC X VALUE "/".
           02 commRappel3-ed           PIC X(5).
           02 FILLER                   PIC X(3) VALUE "+++".
       01 ligneRappelProchaine.
           02 FILLER                   PIC X(24)
              VALUE "Prochaine echeance :    ".
           02 dateProchaineRappel-ed   PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 montantProchaineRappel-ed PIC ZZZZZ9.99.
           02 FILLER                   PIC X(6) VALUE " euros".
       01 ligneRappelDerniere          PIC X(70) VALUE
          "Prochaine echeance :    aucune, le solde est entierement du".
       01 ligneRappelSeparation        PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.

       main.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateJour(1:6)==.
           IF periodeCloturee
               DISPLAY "Mois " periodeVerrou " cloture, minerval non "
                       "facture"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM chargerReductions.
           PERFORM chargerAbandons.
           PERFORM chargerEcheances.
           PERFORM tarifierEtudiants.
           PERFORM appliquerPaiements.
           PERFORM imprimerImpayes.
           PERFORM enregistrerExecution.
           MOVE totalDu TO totalDu-ed.
           DISPLAY "Minerval facture: " totalDu-ed " euros".
           MOVE nbBoursiers TO nbBoursiers-ed.
           MOVE totalReductions TO totalReductions-ed.
           DISPLAY "Reductions de bourse: " nbBoursiers-ed
                   " etudiants, " totalReductions-ed " euros".
           MOVE totalImpaye TO totalImpaye-ed.
           DISPLAY "Minerval impaye: " totalImpaye-ed " euros".
           MOVE nbAbandonsProrata TO nbAbandonsProrata-ed.
           DISPLAY "Etudiants retires factures au prorata: "
                   nbAbandonsProrata-ed.
           MOVE nbSansTarif TO nbSansTarif-ed.
           DISPLAY "Etudiants sans tarif: " nbSansTarif-ed.
           MOVE nbNonEnRegle TO nbNonEnRegle-ed.
           DISPLAY "Etudiants non en regle (extrait registraire): "
                   nbNonEnRegle-ed.
           MOVE nbAJourEcheancier TO nbAJourEcheancier-ed.
           DISPLAY "Etudiants a jour de leur plan d'echelonnement: "
                   nbAJourEcheancier-ed.
           MOVE nbRappelsEcheance TO nbRappelsEcheance-ed.
           DISPLAY "Rappels d'echeance emis: " nbRappelsEcheance-ed.
           MOVE nbPaiementsIgnores TO nbPaiementsIgnores-ed.
           DISPLAY "Paiements sans etudiant connu: "
                   nbPaiementsIgnores-ed.
           STOP RUN.

      *****************************************************************
      *    Passage du mois au journal des traitements lu par la
      *    cloture mensuelle : un etudiant reste sans tarif n'a pas
      *    ete facture, le passage est alors en ecart.
      *****************************************************************
       enregistrerExecution.
           ACCEPT heureExecutionJour FROM TIME.
           OPEN EXTEND FiExecutions.
           IF NOT fiExecutionsOK AND fs-FiExecutions NOT = "05"
               OPEN OUTPUT FiExecutions
           END-IF.
           MOVE SPACES TO engExecution.
           MOVE dateJour(1:6) TO periodeExecution.
           MOVE "MINERVAL" TO traitementExecution.
           MOVE dateJour TO dateExecution.
           MOVE heureExecutionJour(1:6) TO heureExecution.
           IF nbSansTarif = 0
               MOVE "R" TO statutExecution
           ELSE
               MOVE "E" TO statutExecution
           END-IF.
           MOVE nbFrais TO nbDocumentsExecution.
           MOVE 0 TO heuresExecution.
           MOVE totalDu TO montantExecution.
           WRITE engExecution END-WRITE.
           CLOSE FiExecutions.

       chargerTarifs.
           OPEN INPUT FiTarifs.
           IF fiTarifsOK
                      DELIMITED BY SIZE
                      INTO cleGroupeFrais(nbFrais)
               PERFORM rechercherTarif
               PERFORM rechercherAbandon
               EVALUATE TRUE
                   WHEN indAbandonTrouve NOT = 0
                       MOVE prorataAbandonTab(indAbandonTrouve)
                            TO montantDuCourant
                       MOVE "O" TO tarifTrouveSW
                       ADD 1 TO nbAbandonsProrata
                   WHEN tarifTrouve
                       PERFORM appliquerReduction
               END-EVALUATE
               MOVE montantDuCourant TO montantDuFrais(nbFrais)
               ADD montantDuCourant TO totalDu
               MOVE 0 TO montantPayeFrais(nbFrais)
               MOVE montantTarifTab(indTarif) TO montantDuCourant
           END-IF.

       chargerReductions.
           OPEN INPUT FiReductions.
           IF fiReductionsOK
               READ FiReductions END-READ
               PERFORM UNTIL finFiReductions OR nbReductions >= 2000
                   IF pourcentReduction NUMERIC
                      AND pourcentReduction <= 100
                       ADD 1 TO nbReductions
                       MOVE matriculeReduction
                            TO matriculeReductionTab(nbReductions)
                       MOVE pourcentReduction
                            TO pourcentReductionTab(nbReductions)
                   ELSE
                       DISPLAY "Reduction illisible ignoree: "
                               matriculeReduction
                   END-IF
                   READ FiReductions END-READ
               END-PERFORM
           END-IF.
           CLOSE FiReductions.

      *    La bourse reduit le montant du d'un pourcentage du tarif.
       appliquerReduction.
           MOVE "N" TO reductionTrouveeSW.
           PERFORM VARYING indReduction FROM 1 BY 1
                   UNTIL indReduction > nbReductions
                      OR reductionTrouvee
               IF matriculeReductionTab(indReduction) = matricule
                   MOVE "O" TO reductionTrouveeSW
               END-IF
           END-PERFORM.
           IF reductionTrouvee
               SUBTRACT 1 FROM indReduction
               COMPUTE montantReduction ROUNDED = montantDuCourant
                       * pourcentReductionTab(indReduction) / 100
               SUBTRACT montantReduction FROM montantDuCourant
               ADD montantReduction TO totalReductions
               ADD 1 TO nbBoursiers
           END-IF.

      *    Le dernier abandon enregistre pour un matricule prime.
       chargerAbandons.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons OR nbAbandons >= 2000
                   MOVE 0 TO indAbandonTrouve
                   PERFORM VARYING indAbandon FROM 1 BY 1
                           UNTIL indAbandon > nbAbandons
                              OR indAbandonTrouve NOT = 0
                       IF matriculeAbandonTab(indAbandon)
                          = matriculeAbandon
                           MOVE indAbandon TO indAbandonTrouve
                       END-IF
                   END-PERFORM
                   IF indAbandonTrouve = 0
                       ADD 1 TO nbAbandons
                       MOVE nbAbandons TO indAbandonTrouve
                       MOVE matriculeAbandon
                            TO matriculeAbandonTab(indAbandonTrouve)
                   END-IF
                   MOVE prorataAbandon
                        TO prorataAbandonTab(indAbandonTrouve)
                   READ FiAbandons END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAbandons.

       rechercherAbandon.
           MOVE 0 TO indAbandonTrouve.
           PERFORM VARYING indAbandon FROM 1 BY 1
                   UNTIL indAbandon > nbAbandons
                      OR indAbandonTrouve NOT = 0
               IF matriculeAbandonTab(indAbandon) = matricule
                   MOVE indAbandon TO indAbandonTrouve
               END-IF
           END-PERFORM.

       chargerEcheances.
           OPEN INPUT FiEcheances.
           IF fiEcheancesOK
               READ FiEcheances END-READ
               PERFORM UNTIL finFiEcheances OR nbEcheances >= 6000
                   MOVE dateEcheanceX TO champDate8
                   MOVE montantEcheanceX TO champMontant8
                   INSPECT champMontant8 REPLACING LEADING " " BY "0"
                   IF champDate8 NUMERIC AND champMontant8 NUMERIC
                       ADD 1 TO nbEcheances
                       MOVE matriculeEcheance
                            TO matriculeEcheanceTab(nbEcheances)
                       MOVE champDate8Num
                            TO dateEcheanceTab(nbEcheances)
                       MOVE champMontant8Num
                            TO montantEcheanceTab(nbEcheances)
                   ELSE
                       DISPLAY "Echeance illisible ignoree: "
                               matriculeEcheance " " dateEcheanceX
                   END-IF
                   READ FiEcheances END-READ
               END-PERFORM
               IF NOT finFiEcheances
                   DISPLAY "ATTENTION: plus de 6000 echeances, "
                           "plans incomplets"
               END-IF
           END-IF.
           CLOSE FiEcheances.

      *****************************************************************
      *    Les paiements sont rapproches par matricule, sur le
      *    modele du lettrage des reglements clients.
           END-IF.
           OPEN OUTPUT FiImpayes.
           OPEN OUTPUT FiNonEnRegle.
           OPEN OUTPUT FiRappels.
           OPEN EXTEND FiCourrier.
           IF NOT fiCourrierOK AND fs-FiCourrier NOT = "05"
               OPEN OUTPUT FiCourrier
           END-IF.
           WRITE engImpaye FROM ligneTitreImpayes END-WRITE.
           MOVE SPACES TO groupeCourant.
           PERFORM VARYING indFrais FROM 1 BY 1
                       montantDuFrais(indFrais)
                       - montantPayeFrais(indFrais)
               IF soldeEtudiant > 0
                   PERFORM evaluerEcheancier
                   IF sousEcheancier AND montantEnRetard <= 0
                       ADD 1 TO nbAJourEcheancier
                   ELSE
                       PERFORM signalerImpaye
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FiImpayes FiNonEnRegle FiRappels FiCourrier.

       signalerImpaye.
           ADD soldeEtudiant TO totalImpaye.
           ADD 1 TO nbNonEnRegle.
           IF cleGroupeFrais(indFrais) NOT = groupeCourant
               MOVE cleGroupeFrais(indFrais) TO groupeCourant
               MOVE groupeCourant TO groupeImpayes-ed
               WRITE engImpaye FROM ligneGroupeImpayes END-WRITE
           END-IF.
           MOVE matriculeFrais(indFrais) TO matriculeImpaye-ed.
           MOVE nomFrais(indFrais) TO nomImpaye-ed.
           MOVE montantDuFrais(indFrais) TO montantDuImpaye-ed.
           MOVE montantPayeFrais(indFrais) TO montantPayeImpaye-ed.
           MOVE soldeEtudiant TO soldeImpaye-ed.
           WRITE engImpaye FROM ligneImpaye END-WRITE.
           MOVE SPACES TO engNonEnRegle.
           MOVE matriculeFrais(indFrais) TO matriculeNonEnRegle.
           MOVE nomFrais(indFrais) TO nomNonEnRegle.
           WRITE engNonEnRegle END-WRITE.
           IF sousEcheancier
               PERFORM ecrireRappelEcheance
           END-IF.

      *****************************************************************
      *    Un etudiant sous plan d'echelonnement n'est en defaut que
      *    pour les echeances arrivees a terme : le montant exigible
      *    est la somme des echeances dont la date est atteinte, ou
      *    tout le montant du une fois la derniere echeance passee.
      *****************************************************************
       evaluerEcheancier.
           MOVE "N" TO echeancierSW.
           MOVE 0 TO montantExigible.
           MOVE 99999999 TO dateProchaineEcheance.
           MOVE 0 TO montantProchaineEcheance.
           PERFORM VARYING indEcheance FROM 1 BY 1
                   UNTIL indEcheance > nbEcheances
               IF matriculeEcheanceTab(indEcheance)
                  = matriculeFrais(indFrais)
                   MOVE "O" TO echeancierSW
                   IF dateEcheanceTab(indEcheance) <= dateJour
                       ADD montantEcheanceTab(indEcheance)
                           TO montantExigible
                   ELSE
                       IF dateEcheanceTab(indEcheance)
                          < dateProchaineEcheance
                           MOVE dateEcheanceTab(indEcheance)
                                TO dateProchaineEcheance
                           MOVE montantEcheanceTab(indEcheance)
                                TO montantProchaineEcheance
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF dateProchaineEcheance = 99999999
              OR montantExigible > montantDuFrais(indFrais)
               MOVE montantDuFrais(indFrais) TO montantExigible
           END-IF.
           COMPUTE montantEnRetard =
                   montantExigible - montantPayeFrais(indFrais).

       ecrireRappelEcheance.
           ADD 1 TO nbRappelsEcheance.
           MOVE matriculeFrais(indFrais) TO matriculeRappel-ed.
           MOVE nomFrais(indFrais) TO nomRappel-ed.
           MOVE dateJour TO dateAFormater.
           PERFORM formaterDate.
           MOVE dateFormatee TO dateRappel-ed.
           WRITE engRappel FROM ligneRappelEntete END-WRITE.
           WRITE engRappel FROM ligneRappelTexte END-WRITE.
           WRITE engRappel FROM ligneRappelTexte2 END-WRITE.
           MOVE montantEnRetard TO retardRappel-ed.
           WRITE engRappel FROM ligneRappelRetard END-WRITE.
           IF matriculeFrais(indFrais) NUMERIC
               MOVE 2000000000 TO baseCommRappel
               MOVE matriculeFrais(indFrais)
                    TO communicationRappel(5:6)
               DIVIDE baseCommRappel BY 97 GIVING quotientCommRappel
                      REMAINDER controleCommRappel
               IF controleCommRappel = 0
                   MOVE 97 TO controleCommRappel
               END-IF
               MOVE communicationRappel(1:3) TO commRappel1-ed
               MOVE communicationRappel(4:4) TO commRappel2-ed
               MOVE communicationRappel(8:5) TO commRappel3-ed
               WRITE engRappel FROM ligneRappelCommunication
                     END-WRITE
           END-IF.
           IF dateProchaineEcheance = 99999999
               WRITE engRappel FROM ligneRappelDerniere END-WRITE
           ELSE
               MOVE dateProchaineEcheance TO dateAFormater
               PERFORM formaterDate
               MOVE dateFormatee TO dateProchaineRappel-ed
               MOVE montantProchaineEcheance
                    TO montantProchaineRappel-ed
               WRITE engRappel FROM ligneRappelProchaine END-WRITE
           END-IF.
           WRITE engRappel FROM ligneRappelSeparation END-WRITE.
           PERFORM deposerCourrier.

      *    Chaque rappel passe aussi par la boite d'envoi commune;
      *    l'adresse de l'etudiant vient du carnet d'adresses a
      *    l'expedition.
       deposerCourrier.
           MOVE SPACES TO engCourrier.
           ACCEPT dateCourrier FROM DATE YYYYMMDD.
           MOVE "RAPM" TO typeCourrier.
           MOVE nomFrais(indFrais) TO destinataireCourrier.
           MOVE 1 TO nbPagesCourrier.
           MOVE "MinervalRappels.seq" TO documentCourrier.
           MOVE matriculeFrais(indFrais) TO cleDocumentCourrier.
           WRITE engCourrier END-WRITE.

       formaterDate.
           MOVE jourAFormater TO jourFormate.
           MOVE moisAFormater TO moisFormate.
           MOVE anneeAFormater TO anneeFormatee.

       echangerFrais.
           MOVE fraisTab(indCompare) TO fraisTemp.
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaiements
                         NOMFIC BY "MinervalPaiements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReductions
                         NOMFIC BY "BoursesReductions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEcheances
                         NOMFIC BY "MinervalEcheances.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRappels
                         NOMFIC BY "MinervalRappels.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourrier
                         NOMFIC BY "CourrierSortant.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiImpayes
                         NOMFIC BY "MinervalImpayes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiNonEnRegle
                         NOMFIC BY "EtudiantsNonEnRegle.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExecutions
                         NOMFIC BY "ExecutionsPeriodes.seq".

       END PROGRAM MinervalFacturation.
