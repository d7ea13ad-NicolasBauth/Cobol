       PROGRAM-ID. PlaquesCaisse AS "PlaquesCaisse".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiJournal ASSIGN TO DYNAMIC cheminFiJournal
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiJournal.

           SELECT OPTIONAL FiTarifs ASSIGN TO DYNAMIC cheminFiTarifs
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiTarifs.

           SELECT OPTIONAL FiRecettes ASSIGN TO DYNAMIC cheminFiRecettes
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRecettes.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiParametres.

           SELECT OPTIONAL FiIncidents
               ASSIGN TO DYNAMIC cheminFiIncidents
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiIncidents.

           SELECT OPTIONAL FiExonerations
               ASSIGN TO DYNAMIC cheminFiExonerations
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiExonerations.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.

       DATA DIVISION.

       FILE SECTION.

       FD FiJournal.
       01 engJournal.
           02 codeJournalX             PIC X.
           02 FILLER                   PIC X(3).
           02 plaqueJournalX           PIC X(6).
           02 FILLER                   PIC X(3).
           02 titulaireJournalX        PIC X(30).
           02 FILLER                   PIC X(3).
           02 dateJournalX             PIC X(8).
           02 FILLER                   PIC X(3).
           02 numeroTitulaireJournalX  PIC X(6).
           02 FILLER                   PIC X(3).
           02 codeAnnuleJournalX       PIC X.
           02 FILLER                   PIC X(3).
           02 operateurJournalX        PIC X(10).
           02 FILLER                   PIC X(3).
           02 officeJournalX           PIC X(3).

       FD FiTarifs.
       01 engTarif.
           02 codeTarif                PIC X.
           02 FILLER                   PIC X.
           02 montantTarifX            PIC X(8).

      *****************************************************************
      *    Recettes encaissees au guichet, saisies par operateur et
      *    par bureau : date (AAAAMMJJ), mode (E especes, C carte)
      *    et montant en centimes sur neuf positions, comme les
      *    paiements de FraisPaiements.seq.
      *****************************************************************
       FD FiRecettes.
       01 engRecette.
           02 operateurRecette         PIC X(10).
           02 FILLER                   PIC X.
           02 officeRecette            PIC X(3).
           02 FILLER                   PIC X.
           02 dateRecetteX             PIC X(8).
           02 FILLER                   PIC X.
           02 modeRecette              PIC X.
               88 recetteEspeces       VALUE "E" "e".
               88 recetteCarte         VALUE "C" "c".
           02 FILLER                   PIC X.
           02 montantRecetteX          PIC X(9).

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).
           02 valeurParametreX         PIC X(12).

       FD FiIncidents.
       01 engIncident.
           02 dateIncident-ed          PIC 9(8).
           02 FILLER                   PIC X VALUE SPACE.
           02 heureIncident-ed         PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 programmeIncident-ed     PIC X(20).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 fichierIncident-ed       PIC X(20).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 statutIncident-ed        PIC XX.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 graviteIncident-ed       PIC X.

      *    Exonerations des frais accordees aux titulaires, dans la
      *    disposition lue par PlaquesFacturation.
       FD FiExonerations.
       01 engExoneration.
           02 numeroTitulaireExoX      PIC X(6).
           02 FILLER                   PIC X.
           02 typeExoneration          PIC X(3).
               88 typeExoConnu         VALUE "HAN" "DIP" "SPU".
           02 FILLER                   PIC X.
           02 certificatExoneration    PIC X(15).
           02 FILLER                   PIC X.
           02 dateDebutExoX            PIC X(8).
           02 FILLER                   PIC X.
           02 dateFinExoX              PIC X(8).

       FD FiAudit.
       01 engAudit.
           02 dateAudit-ed              PIC 9(8).
           02 FILLER                    PIC X VALUE SPACE.
           02 heureAudit-ed             PIC 9(6).
           02 FILLER                    PIC X(3) VALUE " - ".
           02 programmeAudit-ed         PIC X(20).
           02 FILLER                    PIC X(3) VALUE " - ".
           02 resumeAudit-ed            PIC X(60).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiJournal PIC X(80) VALUE "Mouvements-Journal.seq".
       01 cheminFiTarifs PIC X(80) VALUE "TarifsMouvements.seq".
       01 cheminFiRecettes PIC X(80) VALUE "RecettesCaisse.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiIncidents PIC X(80) VALUE "Incidents.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiCloture PIC X(80) VALUE "ClotureCaisse.seq".
       01 cheminFiExonerations PIC X(80) VALUE "Exonerations.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiJournal
                                        FSOK BY fiJournalOK
                                        FSFIN BY fiJournalFin
                                        FSABSENT BY fiJournalAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTarifs
                                        FSOK BY fiTarifsOK
                                        FSFIN BY fiTarifsFin
                                        FSABSENT BY fiTarifsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRecettes
                                        FSOK BY fiRecettesOK
                                        FSFIN BY finFiRecettes
                                        FSABSENT BY fiRecettesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiIncidents
                                        FSOK BY fiIncidentsOK
                                        FSFIN BY finFiIncidents
                                        FSABSENT BY fiIncidentsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiExonerations
                                        FSOK BY fiExonerationsOK
                                        FSFIN BY finFiExonerations
                                        FSABSENT BY fiExonerationsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 FILLER                   PIC 99.
           02 anneeJourAA              PIC 99.
           02 moisJour                 PIC 99.
           02 jourJour                 PIC 99.
      *    Date du jour au format des lignes du journal (AA/MM/JJ).
       01 dateJourJournal.
           02 anneeJournal-ed          PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 moisJournal-ed           PIC 99.
           02 FILLER                   PIC X VALUE "/".
           02 jourJournal-ed           PIC 99.

      *    Tarifs par defaut si TarifsMouvements.seq est absent, comme
      *    dans PlaquesFacturation.
       01 tarifImmatriculation         PIC 9(6)V99 VALUE 30.00.
       01 tarifTransfert               PIC 9(6)V99 VALUE 15.00.
       01 montantTarifBrut             PIC X(8).
       01 montantTarifNum REDEFINES montantTarifBrut PIC 9(6)V99.

       01 champMontant9                PIC X(9).
       01 champMontant9Num REDEFINES champMontant9 PIC 9(7)V99.

      *    Exonerations retenues selon les regles de
      *    PlaquesFacturation : un titulaire exonere a la date du
      *    mouvement n'a rien a payer au guichet, ni rien a
      *    recevoir sur annulation.
       01 tabExonerations.
           02 exonerationTab OCCURS 999.
               03 numeroTitulaireExoTab PIC 9(6).
               03 dateDebutExoTab      PIC 9(8).
               03 dateFinExoTab        PIC 9(8).
       01 nbExonerations               PIC 999 VALUE 0.
       01 indExo                       PIC 999.
       01 indExoTrouvee                PIC 999.
       01 nbExoRejetees                PIC 9(4) VALUE 0.
       01 nbExoRejetees-ed             PIC ZZZ9.
       01 champDate8                   PIC X(8).
       01 champDate8Num REDEFINES champDate8 PIC 9(8).
       01 datesExoLisiblesSW           PIC X VALUE "O".
           88 datesExoLisibles         VALUE "O".
       01 numeroTitulaireX             PIC X(6).
       01 numeroTitulaireNum REDEFINES numeroTitulaireX PIC 9(6).
       01 numeroTitulaireCherche       PIC 9(6).
       01 nbMvtExoneres                PIC 9(5) VALUE 0.
       01 nbMvtExoneres-ed             PIC ZZZZ9.

      *    Ecart tolere entre attendu et encaisse, en centimes (cle
      *    TOLERANCE-CAISSE de Parametres.seq).
       01 toleranceCaisse              PIC 9(4)V99 VALUE 0.
       01 valeurToleranceX             PIC X(6).
       01 valeurToleranceNum REDEFINES valeurToleranceX PIC 9(4)V99.
       01 toleranceCaisse-ed           PIC ZZZ9.99.

       01 tabCaisses.
           02 caisseTab OCCURS 200.
               03 officeCaisse         PIC X(3).
               03 operateurCaisse      PIC X(10).
               03 nbMvtCaisse          PIC 9(5).
               03 attenduCaisse        PIC S9(7)V99.
               03 especesCaisse        PIC 9(7)V99.
               03 carteCaisse          PIC 9(7)V99.
       01 nbCaisses                    PIC 999 VALUE 0.
       01 indCaisse                    PIC 999.
       01 indCaisseTrouvee             PIC 999.
       01 officeCherche                PIC X(3).
       01 operateurCherche             PIC X(10).

       01 tabOffices.
           02 officeTab OCCURS 50      PIC X(3).
       01 nbOffices                    PIC 99 VALUE 0.
       01 indOffice                    PIC 99.
       01 officeTrouveSW               PIC X VALUE "N".
           88 officeTrouve             VALUE "O".

       01 montantMouvement             PIC S9(6)V99.
       01 recuCaisse                   PIC 9(8)V99.
       01 ecartCaisse                  PIC S9(8)V99.
       01 ecartAbsolu                  PIC 9(8)V99.
       01 attenduOffice                PIC S9(8)V99.
       01 recuOffice                   PIC 9(8)V99.
       01 ecartOffice                  PIC S9(8)V99.
       01 nbHorsToleranceOffice        PIC 999.
       01 attenduTotal                 PIC S9(9)V99 VALUE 0.
       01 recuTotal                    PIC 9(9)V99 VALUE 0.

       01 nbLignesJournal              PIC 9(6) VALUE 0.
       01 nbLignesAutreJour            PIC 9(6) VALUE 0.
       01 nbRecettes                   PIC 9(6) VALUE 0.
       01 nbRecettesRejetees           PIC 9(6) VALUE 0.
       01 nbHorsTolerance              PIC 999 VALUE 0.
       01 nbLignesJournal-ed           PIC ZZZZZ9.
       01 nbLignesAutreJour-ed         PIC ZZZZZ9.
       01 nbRecettes-ed                PIC ZZZZZ9.
       01 nbRecettesRejetees-ed        PIC ZZZZZ9.
       01 nbHorsTolerance-ed           PIC ZZ9.
       01 nbCaisses-ed                 PIC ZZ9.

       01 titreEtatCloture             PIC X(40)
          VALUE "Cloture de caisse du guichet".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteCloture.
           02 FILLER                   PIC X(30)
              VALUE "Bureau - operateur".
           02 FILLER                   PIC X(14) VALUE "     attendu".
           02 FILLER                   PIC X(14) VALUE "    encaisse".
           02 FILLER                   PIC X(14) VALUE "       ecart".

       01 ligneBordereau.
           02 FILLER                   PIC X(9) VALUE "Bordereau".
           02 FILLER                   PIC X VALUE SPACE.
           02 officeBordereau-ed       PIC X(3).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 operateurBordereau-ed    PIC X(10).
           02 FILLER                   PIC X(3) VALUE " : ".
           02 nbMvtBordereau-ed        PIC ZZZZ9.
           02 FILLER                   PIC X(20)
              VALUE " mouvements factures".
       01 ligneMontant.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 libelleMontant-ed        PIC X(26).
           02 montant-ed               PIC -ZZZZZZZ9.99.
       01 ligneEcart.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 FILLER                   PIC X(26) VALUE "Ecart".
           02 ecart-ed                 PIC -ZZZZZZZ9.99.
           02 FILLER                   PIC X VALUE SPACE.
           02 mentionEcart-ed          PIC X(30).

       01 ligneSyntheseOffice.
           02 FILLER                   PIC X(7) VALUE "Bureau ".
           02 officeSynthese-ed        PIC X(3).
           02 FILLER                   PIC X(20)
              VALUE " - total".
           02 attenduSynthese-ed       PIC -ZZZZZZZ9.99.
           02 FILLER                   PIC XX VALUE SPACES.
           02 recuSynthese-ed          PIC -ZZZZZZZ9.99.
           02 FILLER                   PIC XX VALUE SPACES.
           02 ecartSynthese-ed         PIC -ZZZZZZZ9.99.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nbHorsSynthese-ed        PIC ZZ9.
           02 FILLER                   PIC X(17)
              VALUE " hors tolerance".

       01 dateIncident                 PIC 9(8).
       01 heureIncident                PIC 9(8).
       01 fichierEnCause               PIC X(20).
       01 statutEnCause                PIC XX.
       01 graviteIncident              PIC X.

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Cloture de caisse du jour : les frais des mouvements du
      *    journal du jour (immatriculations et transferts factures
      *    au tarif de PlaquesFacturation, moins les frais rendus
      *    sur annulation, hors titulaires exoneres) sont attendus
      *    dans la caisse de
      *    l'operateur qui les a saisis; ils sont compares aux
      *    recettes encaissees (especes et carte) de RecettesCaisse.
      *    Un bordereau par operateur, puis une synthese par bureau,
      *    sont imprimes dans ClotureCaisse.seq. Un ecart au-dela de
      *    la tolerance est consigne au journal des incidents et
      *    donne le code retour 4.
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           MOVE anneeJourAA TO anneeJournal-ed.
           MOVE moisJour TO moisJournal-ed.
           MOVE jourJour TO jourJournal-ed.
           PERFORM chargerTarifs.
           PERFORM chargerExonerations.
           PERFORM lireParametres.
           PERFORM depouillerJournal.
           PERFORM cumulerRecettes.
           PERFORM imprimerCloture.
           MOVE nbLignesJournal TO nbLignesJournal-ed.
           DISPLAY "Lignes du journal du jour: " nbLignesJournal-ed.
           IF nbLignesAutreJour NOT = 0
               MOVE nbLignesAutreJour TO nbLignesAutreJour-ed
               DISPLAY "Lignes d'un autre jour ignorees: "
                       nbLignesAutreJour-ed
           END-IF.
           IF nbMvtExoneres NOT = 0
               MOVE nbMvtExoneres TO nbMvtExoneres-ed
               DISPLAY "Mouvements exoneres, sans frais: "
                       nbMvtExoneres-ed
           END-IF.
           IF nbExoRejetees NOT = 0
               MOVE nbExoRejetees TO nbExoRejetees-ed
               DISPLAY "Exonerations illisibles ignorees: "
                       nbExoRejetees-ed
           END-IF.
           MOVE nbRecettes TO nbRecettes-ed.
           DISPLAY "Recettes du jour: " nbRecettes-ed.
           IF nbRecettesRejetees NOT = 0
               MOVE nbRecettesRejetees TO nbRecettesRejetees-ed
               DISPLAY "Recettes illisibles ignorees: "
                       nbRecettesRejetees-ed
           END-IF.
           MOVE nbCaisses TO nbCaisses-ed.
           DISPLAY "Caisses cloturees: " nbCaisses-ed.
           MOVE nbHorsTolerance TO nbHorsTolerance-ed.
           DISPLAY "Ecarts hors tolerance: " nbHorsTolerance-ed.
           IF nbHorsTolerance NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ecrireAudit.
           STOP RUN.

       chargerTarifs.
           OPEN INPUT FiTarifs.
           IF fiTarifsOK
               READ FiTarifs END-READ
               PERFORM UNTIL fiTarifsFin
                   MOVE montantTarifX TO montantTarifBrut
                   INSPECT montantTarifBrut
                           REPLACING LEADING " " BY "0"
                   IF montantTarifBrut NUMERIC
                       EVALUATE codeTarif
                           WHEN "I"
                               MOVE montantTarifNum
                                    TO tarifImmatriculation
                           WHEN "T"
                               MOVE montantTarifNum
                                    TO tarifTransfert
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ FiTarifs END-READ
               END-PERFORM
           ELSE
               DISPLAY "TarifsMouvements.seq absent, statut: "
                       fs-fiTarifs ", tarifs par defaut"
           END-IF.
           CLOSE FiTarifs.

      *****************************************************************
      *    Une exoneration illisible (numero de titulaire, type ou
      *    dates) est ecartee, comme a la facturation : les frais du
      *    titulaire restent alors attendus en caisse.
      *****************************************************************
       chargerExonerations.
           OPEN INPUT FiExonerations.
           IF fiExonerationsOK
               READ FiExonerations END-READ
               PERFORM UNTIL finFiExonerations
                   PERFORM enregistrerExoneration
                   READ FiExonerations END-READ
               END-PERFORM
           END-IF.
           CLOSE FiExonerations.

       enregistrerExoneration.
           MOVE numeroTitulaireExoX TO numeroTitulaireX.
           PERFORM convertirNumeroTitulaire.
           EVALUATE TRUE
               WHEN numeroTitulaireCherche = 0 OR NOT typeExoConnu
                   ADD 1 TO nbExoRejetees
               WHEN nbExonerations >= 999
                   ADD 1 TO nbExoRejetees
               WHEN OTHER
                   ADD 1 TO nbExonerations
                   MOVE numeroTitulaireCherche
                        TO numeroTitulaireExoTab(nbExonerations)
                   MOVE "O" TO datesExoLisiblesSW
                   MOVE dateDebutExoX TO champDate8
                   INSPECT champDate8 REPLACING LEADING " " BY "0"
                   IF champDate8 NOT NUMERIC
                       MOVE "N" TO datesExoLisiblesSW
                       MOVE 0 TO dateDebutExoTab(nbExonerations)
                   ELSE
                       MOVE champDate8Num
                            TO dateDebutExoTab(nbExonerations)
                   END-IF
                   MOVE dateFinExoX TO champDate8
                   EVALUATE TRUE
                       WHEN champDate8 = SPACES
                           MOVE 99999999
                                TO dateFinExoTab(nbExonerations)
                       WHEN champDate8 NUMERIC
                           MOVE champDate8Num
                                TO dateFinExoTab(nbExonerations)
                       WHEN OTHER
                           MOVE "N" TO datesExoLisiblesSW
                           MOVE 0 TO dateFinExoTab(nbExonerations)
                   END-EVALUATE
                   IF NOT datesExoLisibles
                      OR dateDebutExoTab(nbExonerations)
                         > dateFinExoTab(nbExonerations)
                       ADD 1 TO nbExoRejetees
                       SUBTRACT 1 FROM nbExonerations
                   END-IF
           END-EVALUATE.

       convertirNumeroTitulaire.
           INSPECT numeroTitulaireX REPLACING LEADING " " BY "0".
           IF numeroTitulaireX NUMERIC
               MOVE numeroTitulaireNum TO numeroTitulaireCherche
           ELSE
               MOVE 0 TO numeroTitulaireCherche
           END-IF.

      *    Seules les lignes du jour sont retenues : la validite de
      *    l'exoneration s'apprecie a la date du jour.
       rechercherExoneration.
           MOVE 0 TO indExoTrouvee.
           MOVE numeroTitulaireJournalX TO numeroTitulaireX.
           PERFORM convertirNumeroTitulaire.
           IF numeroTitulaireCherche NOT = 0
               PERFORM VARYING indExo FROM 1 BY 1
                       UNTIL indExo > nbExonerations
                          OR indExoTrouvee NOT = 0
                   IF numeroTitulaireExoTab(indExo)
                      = numeroTitulaireCherche
                      AND dateDebutExoTab(indExo) <= dateJour
                      AND dateFinExoTab(indExo) >= dateJour
                       MOVE indExo TO indExoTrouvee
                   END-IF
               END-PERFORM
           END-IF.

       lireParametres.
           OPEN INPUT FiParametres.
           IF fiParametresOK
               READ FiParametres END-READ
               PERFORM UNTIL finFiParametres
                   IF cleParametre = "TOLERANCE-CAISSE"
                       MOVE valeurParametreX(1:6) TO valeurToleranceX
                       INSPECT valeurToleranceX
                               REPLACING LEADING " " BY "0"
                       IF valeurToleranceX NUMERIC
                           MOVE valeurToleranceNum TO toleranceCaisse
                       END-IF
                   END-IF
                   READ FiParametres END-READ
               END-PERFORM
           END-IF.
           CLOSE FiParametres.
           MOVE toleranceCaisse TO toleranceCaisse-ed.
           DISPLAY "Tolerance de caisse: " toleranceCaisse-ed
                   " euros".

       depouillerJournal.
           OPEN INPUT FiJournal.
           IF NOT fiJournalOK
               DISPLAY "Mouvements-Journal.seq introuvable, statut: "
                       fs-fiJournal ", aucun frais attendu"
           ELSE
               READ FiJournal END-READ
               PERFORM UNTIL fiJournalFin
                   IF dateJournalX = dateJourJournal
                       ADD 1 TO nbLignesJournal
                       PERFORM attendreFrais
                   ELSE
                       ADD 1 TO nbLignesAutreJour
                   END-IF
                   READ FiJournal END-READ
               END-PERFORM
           END-IF.
           CLOSE FiJournal.

      *    Seuls les mouvements factures par PlaquesFacturation
      *    passent par la caisse; l'annulation rend les frais du
      *    mouvement annule au guichet qui l'a saisie. Un titulaire
      *    exonere ne paie ni ne recoit rien.
       attendreFrais.
           MOVE 0 TO montantMouvement.
           EVALUATE TRUE
               WHEN codeJournalX = "I" OR codeJournalX = "i"
                   MOVE tarifImmatriculation TO montantMouvement
               WHEN codeJournalX = "T" OR codeJournalX = "t"
                   MOVE tarifTransfert TO montantMouvement
               WHEN (codeJournalX = "X" OR codeJournalX = "x")
                    AND codeAnnuleJournalX = "I"
                   COMPUTE montantMouvement = 0 - tarifImmatriculation
               WHEN (codeJournalX = "X" OR codeJournalX = "x")
                    AND codeAnnuleJournalX = "T"
                   COMPUTE montantMouvement = 0 - tarifTransfert
           END-EVALUATE.
           IF montantMouvement NOT = 0
               PERFORM rechercherExoneration
               IF indExoTrouvee NOT = 0
                   MOVE 0 TO montantMouvement
                   ADD 1 TO nbMvtExoneres
               END-IF
           END-IF.
           IF montantMouvement NOT = 0
               MOVE officeJournalX TO officeCherche
               MOVE operateurJournalX TO operateurCherche
               PERFORM trouverOuCreerCaisse
               IF indCaisseTrouvee NOT = 0
                   ADD 1 TO nbMvtCaisse(indCaisseTrouvee)
                   ADD montantMouvement
                       TO attenduCaisse(indCaisseTrouvee)
               END-IF
           END-IF.

       cumulerRecettes.
           OPEN INPUT FiRecettes.
           IF NOT fiRecettesOK
               DISPLAY "RecettesCaisse.seq introuvable, statut: "
                       fs-fiRecettes ", aucune recette encaissee"
           ELSE
               READ FiRecettes END-READ
               PERFORM UNTIL finFiRecettes
                   IF dateRecetteX = dateJour
                       PERFORM cumulerUneRecette
                   END-IF
                   READ FiRecettes END-READ
               END-PERFORM
           END-IF.
           CLOSE FiRecettes.

       cumulerUneRecette.
           MOVE montantRecetteX TO champMontant9.
           INSPECT champMontant9 REPLACING LEADING " " BY "0".
           IF champMontant9 NOT NUMERIC
              OR (NOT recetteEspeces AND NOT recetteCarte)
               ADD 1 TO nbRecettesRejetees
               DISPLAY "Recette illisible ignoree: " engRecette
           ELSE
               ADD 1 TO nbRecettes
               MOVE officeRecette TO officeCherche
               MOVE operateurRecette TO operateurCherche
               PERFORM trouverOuCreerCaisse
               IF indCaisseTrouvee NOT = 0
                   IF recetteEspeces
                       ADD champMontant9Num
                           TO especesCaisse(indCaisseTrouvee)
                   ELSE
                       ADD champMontant9Num
                           TO carteCaisse(indCaisseTrouvee)
                   END-IF
               END-IF
           END-IF.

       trouverOuCreerCaisse.
           MOVE 0 TO indCaisseTrouvee.
           PERFORM VARYING indCaisse FROM 1 BY 1
                   UNTIL indCaisse > nbCaisses
                      OR indCaisseTrouvee NOT = 0
               IF officeCaisse(indCaisse) = officeCherche
                  AND operateurCaisse(indCaisse) = operateurCherche
                   MOVE indCaisse TO indCaisseTrouvee
               END-IF
           END-PERFORM.
           IF indCaisseTrouvee = 0
               IF nbCaisses >= 200
                   DISPLAY "ATTENTION: plus de 200 caisses, "
                           officeCherche " " operateurCherche
                           " non cloturee"
               ELSE
                   ADD 1 TO nbCaisses
                   MOVE nbCaisses TO indCaisseTrouvee
                   MOVE officeCherche TO officeCaisse(nbCaisses)
                   MOVE operateurCherche TO operateurCaisse(nbCaisses)
                   MOVE 0 TO nbMvtCaisse(nbCaisses)
                   MOVE 0 TO attenduCaisse(nbCaisses)
                   MOVE 0 TO especesCaisse(nbCaisses)
                   MOVE 0 TO carteCaisse(nbCaisses)
                   PERFORM retenirOffice
               END-IF
           END-IF.

       retenirOffice.
           MOVE "N" TO officeTrouveSW.
           PERFORM VARYING indOffice FROM 1 BY 1
                   UNTIL indOffice > nbOffices OR officeTrouve
               IF officeTab(indOffice) = officeCherche
                   MOVE "O" TO officeTrouveSW
               END-IF
           END-PERFORM.
           IF NOT officeTrouve AND nbOffices < 50
               ADD 1 TO nbOffices
               MOVE officeCherche TO officeTab(nbOffices)
           END-IF.

      *****************************************************************
      *    Les bordereaux sont imprimes bureau par bureau, chaque
      *    bureau etant suivi de sa synthese.
      *****************************************************************
       imprimerCloture.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteCloture TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiCloture
                                    titreEtatCloture
                                    enteteEtatTampon.
           PERFORM VARYING indOffice FROM 1 BY 1
                   UNTIL indOffice > nbOffices
               MOVE 0 TO attenduOffice
               MOVE 0 TO recuOffice
               MOVE 0 TO nbHorsToleranceOffice
               PERFORM VARYING indCaisse FROM 1 BY 1
                       UNTIL indCaisse > nbCaisses
                   IF officeCaisse(indCaisse) = officeTab(indOffice)
                       PERFORM imprimerBordereau
                   END-IF
               END-PERFORM
               PERFORM imprimerSyntheseOffice
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE "TOUS" TO officeSynthese-ed.
           MOVE attenduTotal TO attenduSynthese-ed.
           MOVE recuTotal TO recuSynthese-ed.
           COMPUTE ecartSynthese-ed = recuTotal - attenduTotal.
           MOVE nbHorsTolerance TO nbHorsSynthese-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneSyntheseOffice TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           CALL "ETAT-FERMER".

       imprimerBordereau.
           COMPUTE recuCaisse = especesCaisse(indCaisse)
                              + carteCaisse(indCaisse).
           COMPUTE ecartCaisse = recuCaisse - attenduCaisse(indCaisse).
           ADD attenduCaisse(indCaisse) TO attenduOffice attenduTotal.
           ADD recuCaisse TO recuOffice recuTotal.
           MOVE officeCaisse(indCaisse) TO officeBordereau-ed.
           MOVE operateurCaisse(indCaisse) TO operateurBordereau-ed.
           MOVE nbMvtCaisse(indCaisse) TO nbMvtBordereau-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneBordereau TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE "Attendu (frais du journal)" TO libelleMontant-ed.
           MOVE attenduCaisse(indCaisse) TO montant-ed.
           PERFORM imprimerMontant.
           MOVE "Encaisse en especes" TO libelleMontant-ed.
           MOVE especesCaisse(indCaisse) TO montant-ed.
           PERFORM imprimerMontant.
           MOVE "Encaisse par carte" TO libelleMontant-ed.
           MOVE carteCaisse(indCaisse) TO montant-ed.
           PERFORM imprimerMontant.
           MOVE "Total encaisse" TO libelleMontant-ed.
           MOVE recuCaisse TO montant-ed.
           PERFORM imprimerMontant.
           MOVE ecartCaisse TO ecart-ed.
           IF ecartCaisse < 0
               COMPUTE ecartAbsolu = 0 - ecartCaisse
           ELSE
               MOVE ecartCaisse TO ecartAbsolu
           END-IF.
           IF ecartAbsolu > toleranceCaisse
               MOVE "** ECART HORS TOLERANCE **" TO mentionEcart-ed
               ADD 1 TO nbHorsTolerance
               ADD 1 TO nbHorsToleranceOffice
               PERFORM consignerEcart
           ELSE
               MOVE SPACES TO mentionEcart-ed
           END-IF.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneEcart TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerMontant.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneMontant TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerSyntheseOffice.
           COMPUTE ecartOffice = recuOffice - attenduOffice.
           MOVE officeTab(indOffice) TO officeSynthese-ed.
           MOVE attenduOffice TO attenduSynthese-ed.
           MOVE recuOffice TO recuSynthese-ed.
           MOVE ecartOffice TO ecartSynthese-ed.
           MOVE nbHorsToleranceOffice TO nbHorsSynthese-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneSyntheseOffice TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

      *    L'ecart est consigne sous la caisse en cause (bureau et
      *    operateur) avec le statut EC, en simple avertissement.
       consignerEcart.
           MOVE SPACES TO fichierEnCause.
           STRING "Caisse " officeCaisse(indCaisse) "/"
                  operateurCaisse(indCaisse)
                  DELIMITED BY SIZE INTO fichierEnCause.
           MOVE "EC" TO statutEnCause.
           MOVE "A" TO graviteIncident.
           COPY "IncidentLog.cpy"
               REPLACING DATEINC BY dateIncident
                         HEUREINC BY heureIncident
                         DATEINCED BY dateIncident-ed
                         HEUREINCED BY heureIncident-ed
                         PROGNOMINC BY "PlaquesCaisse"
                         PROGINCED BY programmeIncident-ed
                         NOMFICINC BY fichierEnCause
                         FICINCED BY fichierIncident-ed
                         FSINC BY statutEnCause
                         FSINCED BY statutIncident-ed
                         GRAVINC BY graviteIncident
                         GRAVINCED BY graviteIncident-ed
                         FSINCFICH BY fs-fiIncidents
                         ENGINC BY engIncident.

       ecrireAudit.
           MOVE SPACES TO resumeAudit.
           STRING "caisses=" nbCaisses
                  ", recettes=" nbRecettes
                  ", hors tolerance=" nbHorsTolerance
                  DELIMITED BY SIZE INTO resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY "PlaquesCaisse"
                                         PROGED BY programmeAudit-ed
                                         RESUME BY resumeAudit
                                         RESUMEED BY resumeAudit-ed
                                         FSRAW BY fs-FiAudit
                                         ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiJournal
                         NOMFIC BY "Mouvements-Journal.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTarifs
                         NOMFIC BY "TarifsMouvements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRecettes
                         NOMFIC BY "RecettesCaisse.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiIncidents
                         NOMFIC BY "Incidents.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCloture
                         NOMFIC BY "ClotureCaisse.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExonerations
                         NOMFIC BY "Exonerations.seq".

       END PROGRAM PlaquesCaisse.
