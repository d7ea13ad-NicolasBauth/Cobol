       PROGRAM-ID. ActiviteBureaux AS "ActiviteBureaux".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiStats ASSIGN TO DYNAMIC cheminFiStats
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiStats.

           SELECT OPTIONAL FiJournal ASSIGN TO DYNAMIC cheminFiJournal
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiJournal.

           SELECT OPTIONAL FiTarifs ASSIGN TO DYNAMIC cheminFiTarifs
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiTarifs.

           SELECT OPTIONAL FiRecettes ASSIGN TO DYNAMIC cheminFiRecettes
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRecettes.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistorique.

           SELECT OPTIONAL FiExonerations
               ASSIGN TO DYNAMIC cheminFiExonerations
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiExonerations.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.

       DATA DIVISION.

       FILE SECTION.

      *    Ligne de Plaques-Stats.seq lue a plat : seules les lignes
      *    a date a siecle d'un lot d'office (ni TOT ni office a
      *    blanc) sont retenues.
       FD FiStats.
       01 engStatsBrut                 PIC X(80).

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

       FD FiHistorique.
       01 engActivite.
           COPY "ActiviteBureau.cpy".

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
       01 cheminFiStats PIC X(80) VALUE "Plaques-Stats.seq".
       01 cheminFiJournal PIC X(80) VALUE "Mouvements-Journal.seq".
       01 cheminFiTarifs PIC X(80) VALUE "TarifsMouvements.seq".
       01 cheminFiRecettes PIC X(80) VALUE "RecettesCaisse.seq".
       01 cheminFiHistorique PIC X(80) VALUE
          "ActiviteBureaux-Historique.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiExonerations PIC X(80) VALUE "Exonerations.seq".
       01 cheminFiRapport PIC X(80) VALUE "ActiviteBureaux.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiStats
                                        FSOK BY fiStatsOK
                                        FSFIN BY finFiStats
                                        FSABSENT BY fiStatsAbsent.

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

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY fiHistoriqueFin
                                        FSABSENT BY fiHistoriqueAbsent.

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

      *    Meme jour de la semaine precedente, date de comparaison.
       01 dateSemaine                  PIC 9(8).
       01 FILLER REDEFINES dateSemaine.
           02 anneeSemaine             PIC 9(4).
           02 moisSemaine              PIC 99.
           02 jourSemaine              PIC 99.
       01 joursParMoisVal.
           02 FILLER                   PIC 99 VALUE 31.
           02 FILLER                   PIC 99 VALUE 28.
           02 FILLER                   PIC 99 VALUE 31.
           02 FILLER                   PIC 99 VALUE 30.
           02 FILLER                   PIC 99 VALUE 31.
           02 FILLER                   PIC 99 VALUE 30.
           02 FILLER                   PIC 99 VALUE 31.
           02 FILLER                   PIC 99 VALUE 31.
           02 FILLER                   PIC 99 VALUE 30.
           02 FILLER                   PIC 99 VALUE 31.
           02 FILLER                   PIC 99 VALUE 30.
           02 FILLER                   PIC 99 VALUE 31.
       01 REDEFINES joursParMoisVal.
           02 joursParMois OCCURS 12   PIC 99.
       01 joursMoisPrecedent           PIC 99.
       01 quotientBissextile           PIC 9(4).
       01 resteBissextile              PIC 9.

      *    Tarifs par defaut si TarifsMouvements.seq est absent, comme
      *    dans PlaquesFacturation et PlaquesCaisse.
       01 tarifImmatriculation         PIC 9(6)V99 VALUE 30.00.
       01 tarifTransfert               PIC 9(6)V99 VALUE 15.00.
       01 montantTarifBrut             PIC X(8).
       01 montantTarifNum REDEFINES montantTarifBrut PIC 9(6)V99.

       01 champMontant9                PIC X(9).
       01 champMontant9Num REDEFINES champMontant9 PIC 9(7)V99.

      *    Exonerations retenues selon les regles de
      *    PlaquesFacturation : le mouvement d'un titulaire exonere
      *    a la date du mouvement est compte, ses frais sont nuls, et
      *    son annulation ne rend rien.
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
       01 champBrut                    PIC X(6).
       01 champBrutNum REDEFINES champBrut PIC 9(6).
       01 champBrut8                   PIC X(8).
       01 champBrut8Num REDEFINES champBrut8 PIC 9(8).
       01 totLigneStats                PIC 9(6).
       01 valLigneStats                PIC 9(6).
       01 alertesLigneStats            PIC 9(6).

      *****************************************************************
      *    Un poste par bureau, tenu dans l'ordre des codes : chiffres
      *    du jour, chiffres du meme jour de la semaine precedente
      *    (relus de l'historique) et rang au classement. L'activite
      *    qui classe les bureaux est le volume traite : plaques
      *    validees plus immatriculations, transferts et radiations.
      *****************************************************************
       01 tabBureaux.
           02 bureauTab OCCURS 50.
               03 codeBureauTab        PIC X(3).
               03 bureauDuJourSW       PIC X.
                   88 bureauDuJour     VALUE "O".
               03 historiqueSemSW      PIC X.
                   88 historiqueSemTrouve VALUE "O".
               03 compteursBureau.
                   04 valideesJour     PIC 9(6).
                   04 rejeteesJour     PIC 9(6).
                   04 immatJour        PIC 9(5).
                   04 transfertsJour   PIC 9(5).
                   04 radiationsJour   PIC 9(5).
                   04 annulationsJour  PIC 9(5).
                   04 alertesJour      PIC 9(6).
                   04 factureJour      PIC S9(7)V99.
                   04 encaisseJour     PIC 9(7)V99.
                   04 valideesSem      PIC 9(6).
                   04 rejeteesSem      PIC 9(6).
                   04 immatSem         PIC 9(5).
                   04 transfertsSem    PIC 9(5).
                   04 radiationsSem    PIC 9(5).
                   04 annulationsSem   PIC 9(5).
                   04 alertesSem       PIC 9(6).
                   04 factureSem       PIC S9(7)V99.
                   04 encaisseSem      PIC 9(7)V99.
                   04 activiteJour     PIC 9(7).
                   04 activiteSem      PIC 9(7).
                   04 rangBureau       PIC 99.
       01 nbBureaux                    PIC 99 VALUE 0.
       01 nbBureauxDuJour              PIC 99 VALUE 0.
       01 nbBureauxSemaine             PIC 99 VALUE 0.
       01 indBureau                    PIC 99.
       01 indBureauTrouve              PIC 99.
       01 indInsertion                 PIC 99.
       01 indDecalage                  PIC 99.
       01 bureauCherche                PIC X(3).
       01 rangCourant                  PIC 99.
       01 indMeilleur                  PIC 99.

       01 montantMouvement             PIC S9(6)V99.
       01 nbLignesStats                PIC 9(6) VALUE 0.
       01 nbLignesJournal              PIC 9(6) VALUE 0.
       01 nbRecettes                   PIC 9(6) VALUE 0.
       01 nbRecettesRejetees           PIC 9(6) VALUE 0.
       01 nbLignesStats-ed             PIC ZZZZZ9.
       01 nbLignesJournal-ed           PIC ZZZZZ9.
       01 nbRecettes-ed                PIC ZZZZZ9.
       01 nbRecettesRejetees-ed        PIC ZZZZZ9.
       01 nbBureauxDuJour-ed           PIC Z9.
       01 nbBureauxSemaine-ed          PIC Z9.

       01 totauxBureaux.
           02 totActiviteJour          PIC 9(8).
           02 totActiviteSem           PIC 9(8).
           02 totValidees              PIC 9(8).
           02 totMouvements            PIC 9(8).
           02 totFacture               PIC S9(9)V99.
           02 totEncaisse              PIC 9(9)V99.
           02 totAlertes               PIC 9(8).

       01 titreEtatActivite            PIC X(40)
          VALUE "Activite journaliere des bureaux".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteBureau.
           02 FILLER                   PIC X(26) VALUE "Indicateur".
           02 FILLER                   PIC X(12) VALUE "        jour".
           02 FILLER                   PIC X(12) VALUE "  sem. prec.".
           02 FILLER                   PIC X(12) VALUE "       ecart".

       01 ligneTitreBureau.
           02 FILLER                   PIC X(7) VALUE "Bureau ".
           02 bureauTitre-ed           PIC X(3).
           02 FILLER                   PIC X(15)
              VALUE " - activite du ".
           02 dateTitre-ed             PIC 9999/99/99.
           02 FILLER                   PIC X(14)
              VALUE ", comparee au ".
           02 dateSemTitre-ed          PIC 9999/99/99.
       01 ligneSansHistorique.
           02 FILLER                   PIC X(31)
              VALUE "    aucune activite enregistree".
           02 FILLER                   PIC X(4) VALUE " le ".
           02 dateSansHisto-ed         PIC 9999/99/99.
           02 FILLER                   PIC X(19)
              VALUE " pour ce bureau".
       01 ligneCompteur.
           02 libelleCompteur-ed       PIC X(26).
           02 FILLER                   PIC X(6) VALUE SPACES.
           02 jourCompteur-ed          PIC ZZZZZ9.
           02 FILLER                   PIC X(6) VALUE SPACES.
           02 semCompteur-ed           PIC ZZZZZ9.
           02 FILLER                   PIC X(5) VALUE SPACES.
           02 ecartCompteur-ed         PIC -ZZZZZ9.
       01 ligneMontant.
           02 libelleMontant-ed        PIC X(26).
           02 jourMontant-ed           PIC -ZZZZZZZ9.99.
           02 semMontant-ed            PIC -ZZZZZZZ9.99.
           02 ecartMontant-ed          PIC -ZZZZZZZ9.99.
       01 compteurJour                 PIC 9(6).
       01 compteurSem                  PIC 9(6).
       01 montantJour                  PIC S9(8)V99.
       01 montantSem                   PIC S9(8)V99.

       01 ligneTitreClassement.
           02 FILLER                   PIC X(34)
              VALUE "Siege - classement des bureaux du ".
           02 dateClassement-ed        PIC 9999/99/99.
       01 ligneDefinitionActivite      PIC X(75) VALUE
          "(activite : plaques validees + immatriculations, transfer"
          & "ts et radiations)".
       01 ligneEnteteClassement.
           02 FILLER                   PIC X(6) VALUE "Rang  ".
           02 FILLER                   PIC X(6) VALUE "Bureau".
           02 FILLER                   PIC X(11) VALUE "   activite".
           02 FILLER                   PIC X(11) VALUE "  sem. prec".
           02 FILLER                   PIC X(11) VALUE "      ecart".
           02 FILLER                   PIC X(11) VALUE "   validees".
           02 FILLER                   PIC X(11) VALUE " mouvements".
           02 FILLER                   PIC X(14)
              VALUE "      factures".
           02 FILLER                   PIC X(14)
              VALUE "     encaisses".
           02 FILLER                   PIC X(8) VALUE " alertes".
       01 ligneClassement.
           02 rangClass-ed             PIC ZZZZ.
           02 FILLER                   PIC XX VALUE SPACES.
           02 bureauClass-ed           PIC X(6).
           02 FILLER                   PIC XX VALUE SPACES.
           02 activiteClass-ed         PIC ZZZZZZZZ9.
           02 FILLER                   PIC XX VALUE SPACES.
           02 semClass-ed              PIC ZZZZZZZZ9.
           02 FILLER                   PIC XX VALUE SPACES.
           02 ecartClass-ed            PIC -ZZZZZZZ9.
           02 FILLER                   PIC XX VALUE SPACES.
           02 valideesClass-ed         PIC ZZZZZZZZ9.
           02 FILLER                   PIC XX VALUE SPACES.
           02 mouvementsClass-ed       PIC ZZZZZZZZ9.
           02 FILLER                   PIC XX VALUE SPACES.
           02 factureClass-ed          PIC -ZZZZZZZ9.99.
           02 FILLER                   PIC XX VALUE SPACES.
           02 encaisseClass-ed         PIC -ZZZZZZZ9.99.
           02 FILLER                   PIC XX VALUE SPACES.
           02 alertesClass-ed          PIC ZZZZZ9.

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Feuille journaliere de chaque bureau : plaques validees et
      *    rejetees dans les lots de l'office (office de l'entete HDR,
      *    Plaques-Stats.seq), immatriculations, transferts,
      *    radiations et annulations saisis par ses operateurs
      *    (bureau de l'operateur porte au journal des mouvements),
      *    frais factures au tarif de PlaquesFacturation et encaisses
      *    au guichet (RecettesCaisse.seq), alertes de liste de
      *    surveillance levees dans ses lots. Chaque chiffre est
      *    compare au meme jour de la semaine precedente, relu dans
      *    ActiviteBureaux-Historique.seq ou la journee est ajoutee.
      *    Une page de siege classe ensuite les bureaux. Aucune
      *    activite du jour donne le code retour 4.
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           MOVE anneeJourAA TO anneeJournal-ed.
           MOVE moisJour TO moisJournal-ed.
           MOVE jourJour TO jourJournal-ed.
           PERFORM calculerSemainePrecedente.
           PERFORM chargerTarifs.
           PERFORM chargerExonerations.
           PERFORM chargerSemainePrecedente.
           PERFORM depouillerStats.
           PERFORM depouillerJournal.
           PERFORM cumulerRecettes.
           PERFORM historiserJournee.
           PERFORM classerBureaux.
           PERFORM imprimerRapport.
           MOVE nbLignesStats TO nbLignesStats-ed.
           DISPLAY "Lignes de lots d'office du jour: "
                   nbLignesStats-ed.
           MOVE nbLignesJournal TO nbLignesJournal-ed.
           DISPLAY "Mouvements du jour: " nbLignesJournal-ed.
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
           MOVE nbBureauxDuJour TO nbBureauxDuJour-ed.
           DISPLAY "Bureaux actifs du jour: " nbBureauxDuJour-ed.
           MOVE nbBureauxSemaine TO nbBureauxSemaine-ed.
           DISPLAY "Bureaux compares a la semaine precedente: "
                   nbBureauxSemaine-ed.
           IF nbBureauxDuJour = 0
               DISPLAY "Aucune activite de bureau pour le jour"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ecrireAudit.
           STOP RUN.

       calculerSemainePrecedente.
           MOVE dateJour TO dateSemaine.
           IF jourSemaine > 7
               SUBTRACT 7 FROM jourSemaine
           ELSE
               IF moisSemaine = 1
                   MOVE 12 TO moisSemaine
                   SUBTRACT 1 FROM anneeSemaine
               ELSE
                   SUBTRACT 1 FROM moisSemaine
               END-IF
               MOVE joursParMois(moisSemaine) TO joursMoisPrecedent
               IF moisSemaine = 2
                   DIVIDE anneeSemaine BY 4 GIVING quotientBissextile
                          REMAINDER resteBissextile
                   IF resteBissextile = 0
                       ADD 1 TO joursMoisPrecedent
                   END-IF
               END-IF
               COMPUTE jourSemaine =
                       jourSemaine + joursMoisPrecedent - 7
           END-IF.

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

      *    Une relance dans la journee ajoute une nouvelle ligne par
      *    bureau : la derniere ligne de la date remplace les
      *    precedentes.
      *****************************************************************
      *    Une exoneration illisible (numero de titulaire, type ou
      *    dates) est ecartee, comme a la facturation : les frais du
      *    titulaire restent alors comptes au bureau.
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

       chargerSemainePrecedente.
           OPEN INPUT FiHistorique.
           IF fiHistoriqueOK
               READ FiHistorique END-READ
               PERFORM UNTIL fiHistoriqueFin
                   IF dateActivite = dateSemaine
                       PERFORM reprendreSemaine
                   END-IF
                   READ FiHistorique END-READ
               END-PERFORM
           END-IF.
           CLOSE FiHistorique.

       reprendreSemaine.
           MOVE bureauActivite TO bureauCherche.
           PERFORM trouverOuCreerBureau.
           IF indBureauTrouve NOT = 0
               IF NOT historiqueSemTrouve(indBureauTrouve)
                   MOVE "O" TO historiqueSemSW(indBureauTrouve)
                   ADD 1 TO nbBureauxSemaine
               END-IF
               MOVE valideesActivite TO valideesSem(indBureauTrouve)
               MOVE rejeteesActivite TO rejeteesSem(indBureauTrouve)
               MOVE immatriculationsActivite
                    TO immatSem(indBureauTrouve)
               MOVE transfertsActivite
                    TO transfertsSem(indBureauTrouve)
               MOVE radiationsActivite
                    TO radiationsSem(indBureauTrouve)
               MOVE annulationsActivite
                    TO annulationsSem(indBureauTrouve)
               MOVE alertesActivite TO alertesSem(indBureauTrouve)
               MOVE fraisFacturesActivite
                    TO factureSem(indBureauTrouve)
               MOVE fraisEncaissesActivite
                    TO encaisseSem(indBureauTrouve)
           END-IF.

       depouillerStats.
           OPEN INPUT FiStats.
           IF NOT fiStatsOK
               DISPLAY "Plaques-Stats.seq introuvable, statut: "
                       fs-fiStats ", aucune validation du jour"
           ELSE
               READ FiStats END-READ
               PERFORM UNTIL finFiStats
                   MOVE engStatsBrut(1:8) TO champBrut8
                   IF champBrut8 NUMERIC
                      AND champBrut8Num = dateJour
                      AND engStatsBrut(62:1) = "."
                      AND engStatsBrut(73:3) NOT = "TOT"
                      AND engStatsBrut(73:3) NOT = SPACES
                       PERFORM cumulerLigneStats
                   END-IF
                   READ FiStats END-READ
               END-PERFORM
           END-IF.
           CLOSE FiStats.

       cumulerLigneStats.
           ADD 1 TO nbLignesStats.
           MOVE 0 TO totLigneStats valLigneStats alertesLigneStats.
           MOVE engStatsBrut(10:6) TO champBrut.
           INSPECT champBrut REPLACING LEADING " " BY "0".
           IF champBrut NUMERIC
               MOVE champBrutNum TO totLigneStats
           END-IF.
           MOVE engStatsBrut(17:6) TO champBrut.
           INSPECT champBrut REPLACING LEADING " " BY "0".
           IF champBrut NUMERIC
               MOVE champBrutNum TO valLigneStats
           END-IF.
           MOVE engStatsBrut(66:6) TO champBrut.
           INSPECT champBrut REPLACING LEADING " " BY "0".
           IF champBrut NUMERIC
               MOVE champBrutNum TO alertesLigneStats
           END-IF.
           MOVE engStatsBrut(73:3) TO bureauCherche.
           PERFORM trouverOuCreerBureau.
           IF indBureauTrouve NOT = 0
               PERFORM marquerBureauDuJour
               ADD valLigneStats TO valideesJour(indBureauTrouve)
               IF totLigneStats > valLigneStats
                   COMPUTE rejeteesJour(indBureauTrouve) =
                           rejeteesJour(indBureauTrouve)
                           + totLigneStats - valLigneStats
               END-IF
               ADD alertesLigneStats TO alertesJour(indBureauTrouve)
           END-IF.

      *    Le mouvement compte au bureau de l'operateur qui l'a saisi;
      *    les frais suivent la regle de PlaquesCaisse (immatriculation
      *    et transfert factures, rendus sur annulation).
       depouillerJournal.
           OPEN INPUT FiJournal.
           IF NOT fiJournalOK
               DISPLAY "Mouvements-Journal.seq introuvable, statut: "
                       fs-fiJournal ", aucun mouvement du jour"
           ELSE
               READ FiJournal END-READ
               PERFORM UNTIL fiJournalFin
                   IF dateJournalX = dateJourJournal
                       ADD 1 TO nbLignesJournal
                       PERFORM compterMouvement
                   END-IF
                   READ FiJournal END-READ
               END-PERFORM
           END-IF.
           CLOSE FiJournal.

       compterMouvement.
           IF officeJournalX = SPACES
               MOVE "???" TO bureauCherche
           ELSE
               MOVE officeJournalX TO bureauCherche
           END-IF.
           PERFORM trouverOuCreerBureau.
           IF indBureauTrouve NOT = 0
               PERFORM marquerBureauDuJour
               MOVE 0 TO montantMouvement
               EVALUATE TRUE
                   WHEN codeJournalX = "I" OR codeJournalX = "i"
                       ADD 1 TO immatJour(indBureauTrouve)
                       MOVE tarifImmatriculation TO montantMouvement
                   WHEN codeJournalX = "T" OR codeJournalX = "t"
                       ADD 1 TO transfertsJour(indBureauTrouve)
                       MOVE tarifTransfert TO montantMouvement
                   WHEN codeJournalX = "R" OR codeJournalX = "r"
                       ADD 1 TO radiationsJour(indBureauTrouve)
                   WHEN codeJournalX = "X" OR codeJournalX = "x"
                       ADD 1 TO annulationsJour(indBureauTrouve)
                       EVALUATE codeAnnuleJournalX
                           WHEN "I"
                               COMPUTE montantMouvement =
                                       0 - tarifImmatriculation
                           WHEN "T"
                               COMPUTE montantMouvement =
                                       0 - tarifTransfert
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF montantMouvement NOT = 0
                   PERFORM rechercherExoneration
                   IF indExoTrouvee NOT = 0
                       MOVE 0 TO montantMouvement
                   END-IF
               END-IF
               ADD montantMouvement TO factureJour(indBureauTrouve)
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
           ELSE
               ADD 1 TO nbRecettes
               IF officeRecette = SPACES
                   MOVE "???" TO bureauCherche
               ELSE
                   MOVE officeRecette TO bureauCherche
               END-IF
               PERFORM trouverOuCreerBureau
               IF indBureauTrouve NOT = 0
                   PERFORM marquerBureauDuJour
                   ADD champMontant9Num
                       TO encaisseJour(indBureauTrouve)
               END-IF
           END-IF.

      *    Les bureaux sont tenus dans l'ordre de leur code : un
      *    nouveau bureau est insere a sa place.
       trouverOuCreerBureau.
           MOVE 0 TO indBureauTrouve.
           MOVE 0 TO indInsertion.
           PERFORM VARYING indBureau FROM 1 BY 1
                   UNTIL indBureau > nbBureaux
                      OR indBureauTrouve NOT = 0
                      OR indInsertion NOT = 0
               IF codeBureauTab(indBureau) = bureauCherche
                   MOVE indBureau TO indBureauTrouve
               ELSE
                   IF codeBureauTab(indBureau) > bureauCherche
                       MOVE indBureau TO indInsertion
                   END-IF
               END-IF
           END-PERFORM.
           IF indBureauTrouve = 0
               IF nbBureaux >= 50
                   DISPLAY "ATTENTION: plus de 50 bureaux, "
                           bureauCherche " ignore"
               ELSE
                   IF indInsertion = 0
                       COMPUTE indInsertion = nbBureaux + 1
                   END-IF
                   PERFORM VARYING indDecalage FROM nbBureaux BY -1
                           UNTIL indDecalage < indInsertion
                       MOVE bureauTab(indDecalage)
                            TO bureauTab(indDecalage + 1)
                   END-PERFORM
                   ADD 1 TO nbBureaux
                   MOVE indInsertion TO indBureauTrouve
                   MOVE bureauCherche TO codeBureauTab(indInsertion)
                   MOVE "N" TO bureauDuJourSW(indInsertion)
                   MOVE "N" TO historiqueSemSW(indInsertion)
                   MOVE ZEROS TO compteursBureau(indInsertion)
               END-IF
           END-IF.

       marquerBureauDuJour.
           IF NOT bureauDuJour(indBureauTrouve)
               MOVE "O" TO bureauDuJourSW(indBureauTrouve)
               ADD 1 TO nbBureauxDuJour
           END-IF.

       historiserJournee.
           IF nbBureauxDuJour NOT = 0
               OPEN EXTEND FiHistorique
               IF fs-fiHistorique = "05" OR fiHistoriqueAbsent
                   OPEN OUTPUT FiHistorique
               END-IF
               PERFORM VARYING indBureau FROM 1 BY 1
                       UNTIL indBureau > nbBureaux
                   IF bureauDuJour(indBureau)
                       PERFORM ecrireHistorique
                   END-IF
               END-PERFORM
               CLOSE FiHistorique
           END-IF.

       ecrireHistorique.
           MOVE SPACES TO engActivite.
           MOVE dateJour TO dateActivite.
           MOVE codeBureauTab(indBureau) TO bureauActivite.
           MOVE valideesJour(indBureau) TO valideesActivite.
           MOVE rejeteesJour(indBureau) TO rejeteesActivite.
           MOVE immatJour(indBureau) TO immatriculationsActivite.
           MOVE transfertsJour(indBureau) TO transfertsActivite.
           MOVE radiationsJour(indBureau) TO radiationsActivite.
           MOVE annulationsJour(indBureau) TO annulationsActivite.
           MOVE alertesJour(indBureau) TO alertesActivite.
           MOVE factureJour(indBureau) TO fraisFacturesActivite.
           MOVE encaisseJour(indBureau) TO fraisEncaissesActivite.
           WRITE engActivite END-WRITE.

      *    Rang par activite decroissante, les recettes encaissees
      *    departageant deux bureaux a egalite.
       classerBureaux.
           PERFORM VARYING indBureau FROM 1 BY 1
                   UNTIL indBureau > nbBureaux
               COMPUTE activiteJour(indBureau) =
                       valideesJour(indBureau) + immatJour(indBureau)
                       + transfertsJour(indBureau)
                       + radiationsJour(indBureau)
               COMPUTE activiteSem(indBureau) =
                       valideesSem(indBureau) + immatSem(indBureau)
                       + transfertsSem(indBureau)
                       + radiationsSem(indBureau)
               MOVE 0 TO rangBureau(indBureau)
           END-PERFORM.
           PERFORM VARYING rangCourant FROM 1 BY 1
                   UNTIL rangCourant > nbBureaux
               MOVE 0 TO indMeilleur
               PERFORM VARYING indBureau FROM 1 BY 1
                       UNTIL indBureau > nbBureaux
                   IF rangBureau(indBureau) = 0
                       IF indMeilleur = 0
                           MOVE indBureau TO indMeilleur
                       ELSE
                           IF activiteJour(indBureau)
                              > activiteJour(indMeilleur)
                              OR (activiteJour(indBureau)
                                  = activiteJour(indMeilleur)
                                  AND encaisseJour(indBureau)
                                  > encaisseJour(indMeilleur))
                               MOVE indBureau TO indMeilleur
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE rangCourant TO rangBureau(indMeilleur)
           END-PERFORM.

      *****************************************************************
      *    Une page par bureau dans l'ordre des codes, puis la page
      *    de siege avec les bureaux dans l'ordre du classement.
      *****************************************************************
       imprimerRapport.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteBureau TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiRapport
                                    titreEtatActivite
                                    enteteEtatTampon.
           PERFORM VARYING indBureau FROM 1 BY 1
                   UNTIL indBureau > nbBureaux
               CALL "ETAT-PAGE"
               PERFORM imprimerFeuilleBureau
           END-PERFORM.
           CALL "ETAT-PAGE".
           PERFORM imprimerClassement.
           CALL "ETAT-FERMER".

       imprimerFeuilleBureau.
           MOVE codeBureauTab(indBureau) TO bureauTitre-ed.
           MOVE dateJour TO dateTitre-ed.
           MOVE dateSemaine TO dateSemTitre-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneTitreBureau TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE "Plaques validees" TO libelleCompteur-ed.
           MOVE valideesJour(indBureau) TO compteurJour.
           MOVE valideesSem(indBureau) TO compteurSem.
           PERFORM imprimerCompteur.
           MOVE "Plaques rejetees" TO libelleCompteur-ed.
           MOVE rejeteesJour(indBureau) TO compteurJour.
           MOVE rejeteesSem(indBureau) TO compteurSem.
           PERFORM imprimerCompteur.
           MOVE "Immatriculations" TO libelleCompteur-ed.
           MOVE immatJour(indBureau) TO compteurJour.
           MOVE immatSem(indBureau) TO compteurSem.
           PERFORM imprimerCompteur.
           MOVE "Transferts" TO libelleCompteur-ed.
           MOVE transfertsJour(indBureau) TO compteurJour.
           MOVE transfertsSem(indBureau) TO compteurSem.
           PERFORM imprimerCompteur.
           MOVE "Radiations" TO libelleCompteur-ed.
           MOVE radiationsJour(indBureau) TO compteurJour.
           MOVE radiationsSem(indBureau) TO compteurSem.
           PERFORM imprimerCompteur.
           MOVE "Annulations" TO libelleCompteur-ed.
           MOVE annulationsJour(indBureau) TO compteurJour.
           MOVE annulationsSem(indBureau) TO compteurSem.
           PERFORM imprimerCompteur.
           MOVE "Frais factures" TO libelleMontant-ed.
           MOVE factureJour(indBureau) TO montantJour.
           MOVE factureSem(indBureau) TO montantSem.
           PERFORM imprimerMontant.
           MOVE "Frais encaisses" TO libelleMontant-ed.
           MOVE encaisseJour(indBureau) TO montantJour.
           MOVE encaisseSem(indBureau) TO montantSem.
           PERFORM imprimerMontant.
           MOVE "Alertes surveillance" TO libelleCompteur-ed.
           MOVE alertesJour(indBureau) TO compteurJour.
           MOVE alertesSem(indBureau) TO compteurSem.
           PERFORM imprimerCompteur.
           IF NOT historiqueSemTrouve(indBureau)
               MOVE dateSemaine TO dateSansHisto-ed
               MOVE SPACES TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
               MOVE ligneSansHistorique TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-IF.

       imprimerCompteur.
           MOVE compteurJour TO jourCompteur-ed.
           MOVE compteurSem TO semCompteur-ed.
           COMPUTE ecartCompteur-ed = compteurJour - compteurSem.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneCompteur TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerMontant.
           MOVE montantJour TO jourMontant-ed.
           MOVE montantSem TO semMontant-ed.
           COMPUTE ecartMontant-ed = montantJour - montantSem.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneMontant TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerClassement.
           MOVE dateJour TO dateClassement-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneTitreClassement TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDefinitionActivite TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE ligneEnteteClassement TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE ZEROS TO totauxBureaux.
           PERFORM VARYING rangCourant FROM 1 BY 1
                   UNTIL rangCourant > nbBureaux
               PERFORM VARYING indBureau FROM 1 BY 1
                       UNTIL indBureau > nbBureaux
                   IF rangBureau(indBureau) = rangCourant
                       PERFORM imprimerLigneClassement
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE 0 TO rangClass-ed.
           MOVE "TOUS" TO bureauClass-ed.
           MOVE totActiviteJour TO activiteClass-ed.
           MOVE totActiviteSem TO semClass-ed.
           COMPUTE ecartClass-ed = totActiviteJour - totActiviteSem.
           MOVE totValidees TO valideesClass-ed.
           MOVE totMouvements TO mouvementsClass-ed.
           MOVE totFacture TO factureClass-ed.
           MOVE totEncaisse TO encaisseClass-ed.
           MOVE totAlertes TO alertesClass-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneClassement TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       imprimerLigneClassement.
           MOVE rangBureau(indBureau) TO rangClass-ed.
           MOVE codeBureauTab(indBureau) TO bureauClass-ed.
           MOVE activiteJour(indBureau) TO activiteClass-ed.
           MOVE activiteSem(indBureau) TO semClass-ed.
           COMPUTE ecartClass-ed =
                   activiteJour(indBureau) - activiteSem(indBureau).
           MOVE valideesJour(indBureau) TO valideesClass-ed.
           COMPUTE mouvementsClass-ed =
                   immatJour(indBureau) + transfertsJour(indBureau)
                   + radiationsJour(indBureau).
           MOVE factureJour(indBureau) TO factureClass-ed.
           MOVE encaisseJour(indBureau) TO encaisseClass-ed.
           MOVE alertesJour(indBureau) TO alertesClass-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneClassement TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           ADD activiteJour(indBureau) TO totActiviteJour.
           ADD activiteSem(indBureau) TO totActiviteSem.
           ADD valideesJour(indBureau) TO totValidees.
           ADD immatJour(indBureau) transfertsJour(indBureau)
               radiationsJour(indBureau) TO totMouvements.
           ADD factureJour(indBureau) TO totFacture.
           ADD encaisseJour(indBureau) TO totEncaisse.
           ADD alertesJour(indBureau) TO totAlertes.

       ecrireAudit.
           MOVE SPACES TO resumeAudit.
           STRING "bureaux=" nbBureauxDuJour
                  ", compares semaine precedente=" nbBureauxSemaine
                  DELIMITED BY SIZE INTO resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY "ActiviteBureaux"
                                         PROGED BY programmeAudit-ed
                                         RESUME BY resumeAudit
                                         RESUMEED BY resumeAudit-ed
                                         FSRAW BY fs-FiAudit
                                         ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiStats
                         NOMFIC BY "Plaques-Stats.seq".
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
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "ActiviteBureaux-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRapport
                         NOMFIC BY "ActiviteBureaux.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExonerations
                         NOMFIC BY "Exonerations.seq".

       END PROGRAM ActiviteBureaux.
