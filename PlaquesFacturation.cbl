                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiImpayes.

           SELECT OPTIONAL FiTitulaires
               ASSIGN TO DYNAMIC cheminFiTitulaires
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS numeroTitulaire
                           ALTERNATE RECORD KEY IS idNationalTitulaire
                           FILE STATUS IS fs-fiTitulaires.

           SELECT FiNotices ASSIGN TO DYNAMIC cheminFiNotices
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiNotices.

           SELECT FiCourrier ASSIGN TO DYNAMIC cheminFiCourrier
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiCourrier.

           SELECT OPTIONAL FiExonerations
               ASSIGN TO DYNAMIC cheminFiExonerations
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiExonerations.

           SELECT OPTIONAL FiExecutions
               ASSIGN TO DYNAMIC cheminFiExecutions
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiExecutions.

       DATA DIVISION.

       FILE SECTION.
           02 titulaireJournalX        PIC X(30).
           02 FILLER                   PIC X(3).
           02 dateJournalX             PIC X(8).
           02 FILLER                   PIC X(3).
           02 numeroTitulaireJournalX  PIC X(6).
           02 FILLER                   PIC X(3).
           02 codeAnnuleJournalX       PIC X.

       FD FiTarifs.
       01 engTarif.
           02 titulairePaiement        PIC X(30).
           02 FILLER                   PIC X.
           02 montantPaiementX         PIC X(9).
           02 FILLER                   PIC X.
           02 numeroTitulairePaiementX PIC X(6).

      *    Soldes reportes d'un passage au suivant : un montant
      *    precede de "-" est un credit du titulaire (avoir non
      *    encore impute), deduit de ses prochains frais.
       FD FiImpayes.
       01 engImpaye.
           02 titulaireImpaye          PIC X(30).
           02 FILLER                   PIC X.
           02 montantImpayeX           PIC X(9).
           02 FILLER                   PIC X.
           02 numeroTitulaireImpayeX   PIC X(6).

       FD FiTitulaires.
       01 engTitulaire.
           COPY "TitulaireReg.cpy".

       FD FiNotices.
       01 engNotice                    PIC X(90).

       FD FiCourrier.
       01 engCourrier.
           COPY "CourrierSortant.cpy".

      *****************************************************************
      *    Exonerations des frais d'immatriculation accordees a un
      *    titulaire : type (HAN handicap, DIP diplomatique, SPU
      *    service public), reference de l'attestation et periode de
      *    validite (AAAAMMJJ, fin en blanc = sans limite).
      *****************************************************************
       FD FiExonerations.
       01 engExoneration.
           02 numeroTitulaireExoX      PIC X(6).
           02 FILLER                   PIC X.
           02 typeExoneration          PIC X(3).
           02 FILLER                   PIC X.
           02 certificatExoneration    PIC X(15).
           02 FILLER                   PIC X.
           02 dateDebutExoX            PIC X(8).
           02 FILLER                   PIC X.
           02 dateFinExoX              PIC X(8).

      *    Journal des traitements mensuels lu par la cloture.
       FD FiExecutions.
       01 engExecution.
           COPY "ExecutionPeriode.cpy".

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiPaiements PIC X(80) VALUE "FraisPaiements.seq".
       01 cheminFiImpayes PIC X(80) VALUE "FraisImpayes.seq".
       01 cheminFiNotices PIC X(80) VALUE "NoticesFrais.seq".
       01 cheminFiCourrier PIC X(80) VALUE "CourrierSortant.seq".
       01 cheminFiTitulaires PIC X(80) VALUE "Titulaires.idx".
       01 cheminFiExonerations PIC X(80) VALUE "Exonerations.seq".
       01 cheminFiRegistreExo PIC X(80) VALUE
          "ExonerationsRegistre.seq".
       01 cheminFiExecutions PIC X(80) VALUE "ExecutionsPeriodes.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiJournal
                                        FSOK BY fiNoticesOK
                                        FSFIN BY fiNoticesFin
                                        FSABSENT BY fiNoticesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourrier
                                        FSOK BY fiCourrierOK
                                        FSFIN BY fiCourrierFin
                                        FSABSENT BY fiCourrierAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTitulaires
                                        FSOK BY fiTitulairesOK
                                        FSFIN BY fiTitulairesFin
                                        FSABSENT BY fiTitulairesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiExonerations
                                        FSOK BY fiExonerationsOK
                                        FSFIN BY finFiExonerations
                                        FSABSENT BY fiExonerationsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExecutions
                                        FSOK BY fiExecutionsOK
                                        FSFIN BY fiExecutionsFin
                                        FSABSENT BY fiExecutionsAbsent.
       01 heureExecutionJour           PIC 9(8).
       01 titulairesActifsSW           PIC X VALUE "N".
           88 titulairesActifs         VALUE "O".
       01 adresseTrouveeSW             PIC X VALUE "N".
           88 adresseTrouvee           VALUE "O".

      *    Tarifs par defaut si TarifsMouvements.seq est absent.
       01 tarifImmatriculation         PIC 9(6)V99 VALUE 30.00.
       01 tabTitulaires.
           02 titulaireTab OCCURS 999.
               03 nomTitulaireFact     PIC X(30).
               03 numeroTitulaireFact  PIC 9(6).
               03 nbImmatTitulaire     PIC 9(4).
               03 nbTransfTitulaire    PIC 9(4).
               03 montantDuTitulaire   PIC 9(7)V99.
               03 montantPayeTitulaire PIC 9(7)V99.
               03 nbAnnulTitulaire     PIC 9(4).
               03 montantAvoirTitulaire PIC 9(7)V99.
               03 montantExoTitulaire  PIC 9(7)V99.
               03 indExoTitulaire      PIC 999.
               03 creditAnterieurTitulaire PIC 9(7)V99.
       01 nbTitulaires                 PIC 999 VALUE 0.
       01 indTitulaire                 PIC 999.
       01 indTitulaireTrouve           PIC 999.
       01 nomTitulaireCherche          PIC X(30).
       01 numeroTitulaireCherche       PIC 9(6).
       01 numeroTitulaireX             PIC X(6).
       01 numeroTitulaireNum REDEFINES numeroTitulaireX PIC 9(6).

       01 nbImmatFacturees             PIC 9(5) VALUE 0.
       01 nbTransfFactures             PIC 9(5) VALUE 0.
       01 totalFacture                 PIC 9(9)V99 VALUE 0.
       01 totalImpaye                  PIC 9(9)V99 VALUE 0.
       01 totalAvoirs                  PIC 9(9)V99 VALUE 0.
       01 nbAnnulCreditees             PIC 9(5) VALUE 0.
       01 montantAvoir                 PIC 9(6)V99.
       01 soldeTitulaire               PIC S9(8)V99.
       01 totalCredits                 PIC 9(9)V99 VALUE 0.
       01 totalCredits-ed              PIC ZZZZZZZZ9.99.
       01 creditTitulaire              PIC 9(7)V99.
       01 creditReporte-ed             PIC -9(6)V99.

      *    Controle du passage : une ligne du journal, un paiement ou
      *    un solde reporte ecarte, ou une notice attendue non
      *    ecrite, met le passage en ecart pour la cloture.
       01 nbMvtEcartes                 PIC 9(5) VALUE 0.
       01 nbPaiementsEcartes           PIC 9(5) VALUE 0.
       01 nbSoldesEcartes              PIC 9(5) VALUE 0.
       01 nbNoticesAttendues           PIC 9(5) VALUE 0.
       01 nbNoticesEcrites             PIC 9(5) VALUE 0.
       01 nbControle-ed                PIC ZZZZ9.
       01 passageEcartSW               PIC X VALUE "N".
           88 passageEnEcart           VALUE "O".
       01 nbImmatFacturees-ed          PIC ZZZZ9.
       01 nbTransfFactures-ed          PIC ZZZZ9.
       01 totalFacture-ed              PIC ZZZZZZZZ9.99.
       01 totalImpaye-ed               PIC ZZZZZZZZ9.99.
       01 totalAvoirs-ed               PIC ZZZZZZZZ9.99.
       01 nbAnnulCreditees-ed          PIC ZZZZ9.

       01 montantMouvement             PIC 9(6)V99.
       COPY "VerrouPeriodeZone.cpy".
       01 dateJour                     PIC 9(8).
       01 FILLER REDEFINES dateJour.
           02 moisCourant              PIC 9(6).
           02 FILLER                   PIC 99.
      *    Date du mouvement lue au journal (AA/MM/JJ), siecle
      *    restitue comme a la conversion des fichiers (AA < 50 :
      *    20AA, sinon 19AA).
       01 dateMouvement                PIC 9(8).
       01 FILLER REDEFINES dateMouvement.
           02 siecleMouvement          PIC 99.
           02 anneeMouvement           PIC 99.
           02 moisMouvement            PIC 99.
           02 jourMouvement            PIC 99.
       01 champDateCourte              PIC XX.
       01 champDateCourteNum REDEFINES champDateCourte PIC 99.

       01 tabExonerations.
           02 exonerationTab OCCURS 999.
               03 numeroTitulaireExoTab PIC 9(6).
               03 typeExoTab           PIC X(3).
               03 certificatExoTab     PIC X(15).
               03 dateDebutExoTab      PIC 9(8).
               03 dateFinExoTab        PIC 9(8).
               03 nbMvtExoTab          PIC 9(4).
               03 montantExoTab        PIC 9(7)V99.
       01 nbExonerations               PIC 999 VALUE 0.
       01 indExo                       PIC 999.
       01 indExoTrouvee                PIC 999.
       01 nbExoRejetees                PIC 9(4) VALUE 0.
       01 nbExoRejetees-ed             PIC ZZZ9.
       01 champDate8                   PIC X(8).
       01 champDate8Num REDEFINES champDate8 PIC 9(8).
       01 datesExoLisiblesSW           PIC X VALUE "O".
           88 datesExoLisibles         VALUE "O".

       01 typesExoVal.
           02 FILLER PIC X(23) VALUE "HANhandicap            ".
           02 FILLER PIC X(23) VALUE "DIPdiplomatique        ".
           02 FILLER PIC X(23) VALUE "SPUservice public      ".
       01 REDEFINES typesExoVal.
           02 typeExoDef OCCURS 3.
               03 codeTypeExo          PIC X(3).
               03 libelleTypeExo       PIC X(20).
       01 tabCumulTypes.
           02 cumulTypeExo OCCURS 3.
               03 nbMvtTypeExo         PIC 9(5).
               03 montantTypeExo       PIC 9(9)V99.
       01 indType                      PIC 9.
       01 indTypeTrouve                PIC 9.
       01 totalExonere                 PIC 9(9)V99 VALUE 0.
       01 nbExoEcheant                 PIC 9(4) VALUE 0.
       01 totalExonere-ed              PIC ZZZZZZZZ9.99.
       01 nbExoEcheant-ed              PIC ZZZ9.

       01 titreEtatExo                 PIC X(40)
          VALUE "Registre des exonerations de frais".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteExo.
           02 FILLER                   PIC X(45) VALUE
              "Titul. - nom                            - typ".
           02 FILLER                   PIC X(52) VALUE
              " - attestation     - fin valid. - mvts - exonere".
       01 ligneDetailExo.
           02 numeroExo-ed             PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomExo-ed                PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 typeExo-ed               PIC X(3).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 certificatExo-ed         PIC X(15).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateFinExo-ed            PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nbMvtExo-ed              PIC ZZZ9.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 montantExo-ed            PIC ZZZZZZ9.99.
       01 dateFinExoEd                 PIC 9999/99/99.
       01 ligneTypeExo.
           02 FILLER                   PIC X(14) VALUE "Total type ".
           02 typeTotal-ed             PIC X(3).
           02 FILLER                   PIC X VALUE SPACE.
           02 libelleTotal-ed          PIC X(20).
           02 FILLER                   PIC X(3) VALUE " : ".
           02 nbMvtTotal-ed            PIC ZZZZ9.
           02 FILLER                   PIC X(20)
              VALUE " mouvements, exonere".
           02 FILLER                   PIC X VALUE SPACE.
           02 montantTotal-ed          PIC ZZZZZZZZ9.99.
       01 ligneTitreEcheances.
           02 FILLER                   PIC X(30) VALUE
              "Exonerations echeant ce mois ".
           02 FILLER                   PIC X(40) VALUE
              "(a renouveler ou frais a retablir) :".

       01 ligneNotice.
           02 FILLER                   PIC X(17)
              VALUE "Notice de frais: ".
           02 nomNotice-ed             PIC X(30).
           02 FILLER                   PIC X(14)
              VALUE " - titulaire ".
           02 numeroNotice-ed          PIC 9(6).
       01 ligneRueNotice.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 rueNotice-ed             PIC X(30).
       01 ligneLocaliteNotice.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 codePostalNotice-ed      PIC X(5).
           02 FILLER                   PIC X VALUE SPACE.
           02 localiteNotice-ed        PIC X(25).
       01 ligneSansAdresseNotice       PIC X(90) VALUE
          "    adresse inconnue, notice a remettre au guichet".
       01 ligneDetailNotice.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 nbImmatNotice-ed         PIC ZZZ9.
           02 FILLER                   PIC X(14) VALUE "    Montant : ".
           02 montantNotice-ed         PIC ZZZZZZ9.99.
           02 FILLER                   PIC X(6) VALUE " euros".
       01 ligneAvoirNotice.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 nbAnnulNotice-ed         PIC ZZZ9.
           02 FILLER                   PIC X(29)
              VALUE " mouvements annules, avoir : ".
           02 avoirNotice-ed           PIC ZZZZZZ9.99.
           02 FILLER                   PIC X(6) VALUE " euros".
       01 ligneCreditNotice.
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 FILLER                   PIC X(32)
              VALUE "Credit reporte du passage prec. ".
           02 FILLER                   PIC X(3) VALUE ": ".
           02 creditNotice-ed          PIC ZZZZZZ9.99.
           02 FILLER                   PIC X(6) VALUE " euros".
       01 ligneExoNotice.
           02 FILLER                   PIC X(17)
              VALUE "    Exoneration ".
           02 typeExoNotice-ed         PIC X(3).
           02 FILLER                   PIC X(13) VALUE " attestation ".
           02 certificatNotice-ed      PIC X(15).
           02 FILLER                   PIC X(12) VALUE ", exonere : ".
           02 montantExoNotice-ed      PIC ZZZZZZ9.99.
           02 FILLER                   PIC X(6) VALUE " euros".

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateJour(1:6)==.
           IF periodeCloturee
               DISPLAY "Mois " periodeVerrou " cloture, plaques non "
                       "facturees"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM chargerTarifs.
           PERFORM chargerExonerations.
           PERFORM chargerImpayesAnterieurs.
           PERFORM depouillerJournal.
           PERFORM appliquerPaiements.
           OPEN INPUT FiTitulaires.
           IF fiTitulairesOK
               MOVE "O" TO titulairesActifsSW
           ELSE
               DISPLAY "Titulaires.idx absent, statut: "
                       fs-fiTitulaires ", notices sans adresse"
           END-IF.
           PERFORM imprimerNotices.
           PERFORM imprimerRegistreExonerations.
           CLOSE FiTitulaires.
           PERFORM reecrireImpayes.
           PERFORM enregistrerExecution.
           MOVE nbImmatFacturees TO nbImmatFacturees-ed.
           DISPLAY "Immatriculations facturees: " nbImmatFacturees-ed
                   " (a rapprocher du compteur PlaquesMouvements)".
                   " (a rapprocher du compteur PlaquesMouvements)".
           MOVE totalFacture TO totalFacture-ed.
           DISPLAY "Total facture: " totalFacture-ed " euros".
           MOVE nbAnnulCreditees TO nbAnnulCreditees-ed.
           MOVE totalAvoirs TO totalAvoirs-ed.
           DISPLAY "Annulations creditees: " nbAnnulCreditees-ed
                   ", avoirs: " totalAvoirs-ed " euros".
           MOVE totalImpaye TO totalImpaye-ed.
           DISPLAY "Encours impaye: " totalImpaye-ed " euros".
           IF totalCredits NOT = 0
               MOVE totalCredits TO totalCredits-ed
               DISPLAY "Credits reportes au prochain passage: "
                       totalCredits-ed " euros"
           END-IF.
           MOVE totalExonere TO totalExonere-ed.
           DISPLAY "Frais exoneres: " totalExonere-ed " euros".
           IF nbExoEcheant NOT = 0
               MOVE nbExoEcheant TO nbExoEcheant-ed
               DISPLAY "Exonerations echeant ce mois: "
                       nbExoEcheant-ed
           END-IF.
           IF nbExoRejetees NOT = 0
               MOVE nbExoRejetees TO nbExoRejetees-ed
               DISPLAY "Exonerations illisibles ignorees: "
                       nbExoRejetees-ed
           END-IF.
           IF passageEnEcart
               MOVE nbMvtEcartes TO nbControle-ed
               DISPLAY "Passage en ecart - mouvements ecartes: "
                       nbControle-ed
               MOVE nbPaiementsEcartes TO nbControle-ed
               DISPLAY "    paiements ecartes: " nbControle-ed
               MOVE nbSoldesEcartes TO nbControle-ed
               DISPLAY "    soldes reportes ecartes: " nbControle-ed
               MOVE nbNoticesEcrites TO nbControle-ed
               DISPLAY "    notices ecrites: " nbControle-ed
               MOVE nbNoticesAttendues TO nbControle-ed
               DISPLAY "    notices attendues: " nbControle-ed
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *    Passage du mois au journal des traitements lu par la
      *    cloture mensuelle, avec le nombre de notices et le total
      *    facture : le passage est en ecart des qu'une ligne a ete
      *    ecartee ou qu'une notice attendue manque.
      *****************************************************************
       enregistrerExecution.
           ACCEPT heureExecutionJour FROM TIME.
           OPEN EXTEND FiExecutions.
           IF NOT fiExecutionsOK AND fs-FiExecutions NOT = "05"
               OPEN OUTPUT FiExecutions
           END-IF.
           MOVE SPACES TO engExecution.
           MOVE dateJour(1:6) TO periodeExecution.
           MOVE "PLAQUES" TO traitementExecution.
           MOVE dateJour TO dateExecution.
           MOVE heureExecutionJour(1:6) TO heureExecution.
           IF nbMvtEcartes = 0 AND nbPaiementsEcartes = 0
              AND nbSoldesEcartes = 0
              AND nbNoticesEcrites = nbNoticesAttendues
               MOVE "R" TO statutExecution
           ELSE
               MOVE "E" TO statutExecution
               MOVE "O" TO passageEcartSW
           END-IF.
           MOVE nbNoticesEcrites TO nbDocumentsExecution.
           MOVE 0 TO heuresExecution.
           MOVE totalFacture TO montantExecution.
           WRITE engExecution END-WRITE.
           CLOSE FiExecutions.

       chargerTarifs.
           OPEN INPUT FiTarifs.
           IF fiTarifsOK
           END-IF.
           CLOSE FiTarifs.

      *****************************************************************
      *    Une exoneration illisible (numero de titulaire, type ou
      *    dates) est ecartee : le titulaire est alors facture et la
      *    notice annulee au guichet comme auparavant.
      *****************************************************************
       chargerExonerations.
           PERFORM VARYING indType FROM 1 BY 1 UNTIL indType > 3
               MOVE 0 TO nbMvtTypeExo(indType)
               MOVE 0 TO montantTypeExo(indType)
           END-PERFORM.
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
           MOVE 0 TO indTypeTrouve.
           PERFORM VARYING indType FROM 1 BY 1
                   UNTIL indType > 3 OR indTypeTrouve NOT = 0
               IF codeTypeExo(indType) = typeExoneration
                   MOVE indType TO indTypeTrouve
               END-IF
           END-PERFORM.
           MOVE numeroTitulaireExoX TO numeroTitulaireX.
           PERFORM convertirNumeroTitulaire.
           EVALUATE TRUE
               WHEN numeroTitulaireCherche = 0 OR indTypeTrouve = 0
                   ADD 1 TO nbExoRejetees
                   DISPLAY "Exoneration ignoree (titulaire ou type): "
                           numeroTitulaireExoX " " typeExoneration
               WHEN nbExonerations >= 999
                   ADD 1 TO nbExoRejetees
                   DISPLAY "ATTENTION: plus de 999 exonerations, "
                           "exoneration ignoree: " numeroTitulaireExoX
               WHEN OTHER
                   ADD 1 TO nbExonerations
                   MOVE numeroTitulaireCherche
                        TO numeroTitulaireExoTab(nbExonerations)
                   MOVE typeExoneration TO typeExoTab(nbExonerations)
                   MOVE certificatExoneration
                        TO certificatExoTab(nbExonerations)
                   MOVE 0 TO nbMvtExoTab(nbExonerations)
                   MOVE 0 TO montantExoTab(nbExonerations)
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
                       DISPLAY "Exoneration ignoree (dates): "
                               numeroTitulaireExoX " " dateDebutExoX
                               " " dateFinExoX
                       SUBTRACT 1 FROM nbExonerations
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *    Les notices impayees du passage precedent sont rechargees
      *    comme solde d'ouverture du titulaire : elles alimentent la
      *    liste des impayes du prochain passage tant qu'un paiement
      *    ne les couvre pas. Un credit reporte vient en deduction.
      *****************************************************************
       chargerImpayesAnterieurs.
           OPEN INPUT FiImpayes.
               READ FiImpayes END-READ
               PERFORM UNTIL finFiImpayes
                   MOVE titulaireImpaye TO nomTitulaireCherche
                   MOVE numeroTitulaireImpayeX TO numeroTitulaireX
                   PERFORM convertirNumeroTitulaire
                   PERFORM trouverOuCreerTitulaire
                   MOVE montantImpayeX TO champMontant9
                   IF champMontant9(1:1) = "-"
                       MOVE "0" TO champMontant9(1:1)
                   END-IF
                   INSPECT champMontant9 REPLACING LEADING " " BY "0"
                   EVALUATE TRUE
                       WHEN indTitulaireTrouve = 0
                         OR champMontant9 NOT NUMERIC
                           ADD 1 TO nbSoldesEcartes
                       WHEN montantImpayeX(1:1) = "-"
                           ADD champMontant9Num
                             TO creditAnterieurTitulaire
                                (indTitulaireTrouve)
                       WHEN OTHER
                           ADD champMontant9Num
                               TO montantDuTitulaire(indTitulaireTrouve)
                   END-EVALUATE
                   READ FiImpayes END-READ
               END-PERFORM
           END-IF.
           CLOSE FiJournal.

       facturerMouvement.
           IF engJournal NOT = SPACES
              AND codeJournalX NOT = "I" AND NOT = "i"
              AND NOT = "T" AND NOT = "t" AND NOT = "X" AND NOT = "x"
              AND NOT = "R" AND NOT = "r" AND NOT = "A" AND NOT = "a"
              AND NOT = "P" AND NOT = "p" AND NOT = "V" AND NOT = "v"
               ADD 1 TO nbMvtEcartes
               DISPLAY "Ligne du journal au code inconnu ecartee: "
                       plaqueJournalX " " codeJournalX
           END-IF.
           IF codeJournalX = "X" OR codeJournalX = "x"
               PERFORM crediterAnnulation
           END-IF.
           IF codeJournalX = "I" OR codeJournalX = "i"
              OR codeJournalX = "T" OR codeJournalX = "t"
               MOVE titulaireJournalX TO nomTitulaireCherche
               MOVE numeroTitulaireJournalX TO numeroTitulaireX
               PERFORM convertirNumeroTitulaire
               PERFORM trouverOuCreerTitulaire
               IF indTitulaireTrouve NOT = 0
                   IF codeJournalX = "I" OR codeJournalX = "i"
                       ADD 1 TO nbImmatFacturees
                       ADD 1 TO nbImmatTitulaire(indTitulaireTrouve)
                       MOVE tarifImmatriculation TO montantMouvement
                   ELSE
                       ADD 1 TO nbTransfFactures
                       ADD 1 TO nbTransfTitulaire(indTitulaireTrouve)
                       MOVE tarifTransfert TO montantMouvement
                   END-IF
                   PERFORM rechercherExoneration
                   IF indExoTrouvee NOT = 0
                       PERFORM exonererMouvement
                   ELSE
                       ADD montantMouvement
                           TO montantDuTitulaire(indTitulaireTrouve)
                       ADD montantMouvement TO totalFacture
                   END-IF
               ELSE
                   ADD 1 TO nbMvtEcartes
               END-IF
           END-IF.

      *****************************************************************
      *    Le mouvement d'un titulaire exonere a sa date reste compte
      *    sur sa notice, qui sort a zero; le montant dispense est
      *    porte au registre des exonerations sous son type.
      *****************************************************************
       rechercherExoneration.
           MOVE 0 TO indExoTrouvee.
           PERFORM dateDuMouvement.
           IF numeroTitulaireCherche NOT = 0
               PERFORM VARYING indExo FROM 1 BY 1
                       UNTIL indExo > nbExonerations
                          OR indExoTrouvee NOT = 0
                   IF numeroTitulaireExoTab(indExo)
                      = numeroTitulaireCherche
                      AND dateDebutExoTab(indExo) <= dateMouvement
                      AND dateFinExoTab(indExo) >= dateMouvement
                       MOVE indExo TO indExoTrouvee
                   END-IF
               END-PERFORM
           END-IF.

       exonererMouvement.
           ADD 1 TO nbMvtExoTab(indExoTrouvee).
           ADD montantMouvement TO montantExoTab(indExoTrouvee).
           ADD montantMouvement
               TO montantExoTitulaire(indTitulaireTrouve).
           MOVE indExoTrouvee TO indExoTitulaire(indTitulaireTrouve).
           ADD montantMouvement TO totalExonere.
           PERFORM VARYING indType FROM 1 BY 1 UNTIL indType > 3
               IF codeTypeExo(indType) = typeExoTab(indExoTrouvee)
                   ADD 1 TO nbMvtTypeExo(indType)
                   ADD montantMouvement TO montantTypeExo(indType)
               END-IF
           END-PERFORM.

       dateDuMouvement.
           MOVE dateJour TO dateMouvement.
           MOVE dateJournalX(1:2) TO champDateCourte.
           IF champDateCourte NUMERIC
               IF champDateCourteNum < 50
                   MOVE 20 TO siecleMouvement
               ELSE
                   MOVE 19 TO siecleMouvement
               END-IF
               MOVE champDateCourteNum TO anneeMouvement
               MOVE dateJournalX(4:2) TO champDateCourte
               IF champDateCourte NUMERIC
                   MOVE champDateCourteNum TO moisMouvement
               END-IF
               MOVE dateJournalX(7:2) TO champDateCourte
               IF champDateCourte NUMERIC
                   MOVE champDateCourteNum TO jourMouvement
               END-IF
           END-IF.

      *    Le numero de titulaire, quand il est connu, est l'identite
      *    stable; le nom ne sert qu'aux lignes anterieures au fichier
      *    des titulaires, qui adoptent le numero a la premiere
      *    rencontre.
       convertirNumeroTitulaire.
           INSPECT numeroTitulaireX REPLACING LEADING " " BY "0".
           IF numeroTitulaireX NUMERIC
               MOVE numeroTitulaireNum TO numeroTitulaireCherche
           ELSE
               MOVE 0 TO numeroTitulaireCherche
           END-IF.

      *****************************************************************
      *    Une annulation rend au titulaire facture les frais du
      *    mouvement annule; l'avoir vient en deduction de son solde
      *    sur ce passage. Un titulaire exonere a la date de
      *    l'annulation n'a pas paye le mouvement : pas d'avoir.
      *****************************************************************
       crediterAnnulation.
           EVALUATE codeAnnuleJournalX
               WHEN "I"
                   MOVE tarifImmatriculation TO montantAvoir
               WHEN "T"
                   MOVE tarifTransfert TO montantAvoir
               WHEN "R" WHEN "A" WHEN "P" WHEN "V"
                   MOVE 0 TO montantAvoir
               WHEN OTHER
                   MOVE 0 TO montantAvoir
                   ADD 1 TO nbMvtEcartes
                   DISPLAY "Annulation au code d'origine illisible "
                           "ecartee: " plaqueJournalX " "
                           codeAnnuleJournalX
           END-EVALUATE.
           IF montantAvoir NOT = 0
               MOVE titulaireJournalX TO nomTitulaireCherche
               MOVE numeroTitulaireJournalX TO numeroTitulaireX
               PERFORM convertirNumeroTitulaire
               PERFORM trouverOuCreerTitulaire
               IF indTitulaireTrouve = 0
                   ADD 1 TO nbMvtEcartes
               END-IF
               PERFORM rechercherExoneration
               IF indExoTrouvee NOT = 0
                   MOVE 0 TO indTitulaireTrouve
               END-IF
               IF indTitulaireTrouve NOT = 0
                   ADD 1 TO nbAnnulCreditees
                   ADD 1 TO nbAnnulTitulaire(indTitulaireTrouve)
                   ADD montantAvoir
                       TO montantAvoirTitulaire(indTitulaireTrouve)
                   ADD montantAvoir TO totalAvoirs
               END-IF
           END-IF.

       trouverOuCreerTitulaire.
           MOVE 0 TO indTitulaireTrouve.
           IF numeroTitulaireCherche NOT = 0
               PERFORM VARYING indTitulaire FROM 1 BY 1
                       UNTIL indTitulaire > nbTitulaires
                          OR indTitulaireTrouve NOT = 0
                   IF numeroTitulaireFact(indTitulaire)
                      = numeroTitulaireCherche
                       MOVE indTitulaire TO indTitulaireTrouve
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING indTitulaire FROM 1 BY 1
                   UNTIL indTitulaire > nbTitulaires
                      OR indTitulaireTrouve NOT = 0
               IF nomTitulaireFact(indTitulaire)
                  = nomTitulaireCherche
                  AND (numeroTitulaireFact(indTitulaire) = 0
                       OR numeroTitulaireCherche = 0)
                   MOVE indTitulaire TO indTitulaireTrouve
                   IF numeroTitulaireCherche NOT = 0
                       MOVE numeroTitulaireCherche
                            TO numeroTitulaireFact(indTitulaire)
                   END-IF
               END-IF
           END-PERFORM.
           IF indTitulaireTrouve = 0
                   MOVE nbTitulaires TO indTitulaireTrouve
                   MOVE nomTitulaireCherche
                        TO nomTitulaireFact(indTitulaireTrouve)
                   MOVE numeroTitulaireCherche
                        TO numeroTitulaireFact(indTitulaireTrouve)
                   MOVE 0 TO nbImmatTitulaire(indTitulaireTrouve)
                   MOVE 0 TO nbTransfTitulaire(indTitulaireTrouve)
                   MOVE 0 TO montantDuTitulaire(indTitulaireTrouve)
                   MOVE 0 TO montantPayeTitulaire(indTitulaireTrouve)
                   MOVE 0 TO nbAnnulTitulaire(indTitulaireTrouve)
                   MOVE 0 TO montantAvoirTitulaire(indTitulaireTrouve)
                   MOVE 0 TO montantExoTitulaire(indTitulaireTrouve)
                   MOVE 0 TO indExoTitulaire(indTitulaireTrouve)
                   MOVE 0 TO creditAnterieurTitulaire
                             (indTitulaireTrouve)
               END-IF
           END-IF.

               READ FiPaiements END-READ
               PERFORM UNTIL finFiPaiements
                   MOVE titulairePaiement TO nomTitulaireCherche
                   MOVE numeroTitulairePaiementX TO numeroTitulaireX
                   PERFORM convertirNumeroTitulaire
                   PERFORM trouverOuCreerTitulaire
                   MOVE montantPaiementX TO champMontant9
                   INSPECT champMontant9 REPLACING LEADING " " BY "0"
                   IF indTitulaireTrouve NOT = 0
                      AND champMontant9 NUMERIC
                       ADD champMontant9Num
                           TO montantPayeTitulaire(indTitulaireTrouve)
                   ELSE
                       ADD 1 TO nbPaiementsEcartes
                       DISPLAY "Paiement ecarte: " titulairePaiement
                               " " montantPaiementX
                   END-IF
                   READ FiPaiements END-READ
               END-PERFORM

       imprimerNotices.
           OPEN OUTPUT FiNotices.
           OPEN EXTEND FiCourrier.
           IF NOT fiCourrierOK AND fs-FiCourrier NOT = "05"
               OPEN OUTPUT FiCourrier
           END-IF.
           PERFORM VARYING indTitulaire FROM 1 BY 1
                   UNTIL indTitulaire > nbTitulaires
               IF nbImmatTitulaire(indTitulaire) NOT = 0
                  OR nbTransfTitulaire(indTitulaire) NOT = 0
                  OR nbAnnulTitulaire(indTitulaire) NOT = 0
                   ADD 1 TO nbNoticesAttendues
                   MOVE nomTitulaireFact(indTitulaire)
                        TO nomNotice-ed
                   MOVE numeroTitulaireFact(indTitulaire)
                        TO numeroNotice-ed
                   WRITE engNotice FROM ligneNotice END-WRITE
                   IF fiNoticesOK
                       ADD 1 TO nbNoticesEcrites
                   END-IF
                   PERFORM imprimerAdresseNotice
                   MOVE nbImmatTitulaire(indTitulaire)
                        TO nbImmatNotice-ed
                   MOVE nbTransfTitulaire(indTitulaire)
                   MOVE montantDuTitulaire(indTitulaire)
                        TO montantNotice-ed
                   WRITE engNotice FROM ligneMontantNotice END-WRITE
                   IF nbAnnulTitulaire(indTitulaire) NOT = 0
                       MOVE nbAnnulTitulaire(indTitulaire)
                            TO nbAnnulNotice-ed
                       MOVE montantAvoirTitulaire(indTitulaire)
                            TO avoirNotice-ed
                       WRITE engNotice FROM ligneAvoirNotice END-WRITE
                   END-IF
                   IF creditAnterieurTitulaire(indTitulaire) NOT = 0
                       MOVE creditAnterieurTitulaire(indTitulaire)
                            TO creditNotice-ed
                       WRITE engNotice FROM ligneCreditNotice
                       END-WRITE
                   END-IF
                   IF montantExoTitulaire(indTitulaire) NOT = 0
                       MOVE indExoTitulaire(indTitulaire) TO indExo
                       MOVE typeExoTab(indExo) TO typeExoNotice-ed
                       MOVE certificatExoTab(indExo)
                            TO certificatNotice-ed
                       MOVE montantExoTitulaire(indTitulaire)
                            TO montantExoNotice-ed
                       WRITE engNotice FROM ligneExoNotice END-WRITE
                   END-IF
                   PERFORM deposerCourrier
               END-IF
           END-PERFORM.
           CLOSE FiNotices FiCourrier.

      *****************************************************************
      *    Chaque notice passe aussi par la boite d'envoi commune, a
      *    l'adresse relue au fichier des titulaires; une notice sans
      *    adresse y entre a blanc et l'expedition la signale.
      *****************************************************************
       deposerCourrier.
           MOVE SPACES TO engCourrier.
           ACCEPT dateCourrier FROM DATE YYYYMMDD.
           MOVE "NOTP" TO typeCourrier.
           MOVE nomTitulaireFact(indTitulaire) TO destinataireCourrier.
           IF adresseTrouvee
               MOVE rueTitulaire TO rueCourrier
               MOVE codePostalTitulaire TO codePostalCourrier
               MOVE localiteTitulaire TO localiteCourrier
           END-IF.
           MOVE 1 TO nbPagesCourrier.
           MOVE "NoticesFrais.seq" TO documentCourrier.
           MOVE numeroTitulaireFact(indTitulaire)
                TO cleDocumentCourrier.
           WRITE engCourrier END-WRITE.

      *****************************************************************
      *    Adresse postale du titulaire relue au fichier des
      *    titulaires au moment de l'impression : la notice part
      *    toujours a la derniere adresse connue.
      *****************************************************************
       imprimerAdresseNotice.
           MOVE "N" TO adresseTrouveeSW.
           IF titulairesActifs
              AND numeroTitulaireFact(indTitulaire) NOT = 0
               MOVE numeroTitulaireFact(indTitulaire)
                    TO numeroTitulaire
               READ FiTitulaires
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO adresseTrouveeSW
               END-READ
           END-IF.
           IF adresseTrouvee
               MOVE rueTitulaire TO rueNotice-ed
               WRITE engNotice FROM ligneRueNotice END-WRITE
               MOVE codePostalTitulaire TO codePostalNotice-ed
               MOVE localiteTitulaire TO localiteNotice-ed
               WRITE engNotice FROM ligneLocaliteNotice END-WRITE
           ELSE
               WRITE engNotice FROM ligneSansAdresseNotice END-WRITE
           END-IF.

      *****************************************************************
      *    Registre des exonerations accordees sur ce passage, avec
      *    le total dispense par type, suivi des exonerations dont la
      *    validite prend fin dans le mois en cours.
      *****************************************************************
       imprimerRegistreExonerations.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteExo TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiRegistreExo
                                    titreEtatExo
                                    enteteEtatTampon.
           PERFORM VARYING indExo FROM 1 BY 1
                   UNTIL indExo > nbExonerations
               IF nbMvtExoTab(indExo) NOT = 0
                   PERFORM imprimerLigneExoneration
               END-IF
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           PERFORM VARYING indType FROM 1 BY 1 UNTIL indType > 3
               MOVE codeTypeExo(indType) TO typeTotal-ed
               MOVE libelleTypeExo(indType) TO libelleTotal-ed
               MOVE nbMvtTypeExo(indType) TO nbMvtTotal-ed
               MOVE montantTypeExo(indType) TO montantTotal-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneTypeExo TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE ligneTitreEcheances TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           PERFORM VARYING indExo FROM 1 BY 1
                   UNTIL indExo > nbExonerations
               IF dateFinExoTab(indExo)(1:6) = moisCourant
                   ADD 1 TO nbExoEcheant
                   PERFORM imprimerLigneExoneration
               END-IF
           END-PERFORM.
           CALL "ETAT-FERMER".

       imprimerLigneExoneration.
           MOVE numeroTitulaireExoTab(indExo) TO numeroExo-ed.
           MOVE SPACES TO nomExo-ed.
           IF titulairesActifs
               MOVE numeroTitulaireExoTab(indExo) TO numeroTitulaire
               READ FiTitulaires
                   INVALID KEY
                       MOVE "(titulaire inconnu)" TO nomExo-ed
                   NOT INVALID KEY
                       MOVE nomLegalTitulaire TO nomExo-ed
               END-READ
           END-IF.
           MOVE typeExoTab(indExo) TO typeExo-ed.
           MOVE certificatExoTab(indExo) TO certificatExo-ed.
           IF dateFinExoTab(indExo) = 99999999
               MOVE "sans fin" TO dateFinExo-ed
           ELSE
               MOVE dateFinExoTab(indExo) TO dateFinExoEd
               MOVE dateFinExoEd TO dateFinExo-ed
           END-IF.
           MOVE nbMvtExoTab(indExo) TO nbMvtExo-ed.
           MOVE montantExoTab(indExo) TO montantExo-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDetailExo TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

      *****************************************************************
      *    Le solde de chaque titulaire passe au prochain passage :
      *    impaye s'il doit encore, credit s'il a trop paye ou si un
      *    avoir depasse ses frais.
      *****************************************************************
       reecrireImpayes.
           OPEN OUTPUT FiImpayes.
           PERFORM VARYING indTitulaire FROM 1 BY 1
               COMPUTE soldeTitulaire =
                       montantDuTitulaire(indTitulaire)
                       - montantPayeTitulaire(indTitulaire)
                       - montantAvoirTitulaire(indTitulaire)
                       - creditAnterieurTitulaire(indTitulaire)
               IF soldeTitulaire < 0
                   PERFORM reporterCredit
               END-IF
               IF soldeTitulaire > 0
                   ADD soldeTitulaire TO totalImpaye
                   MOVE SPACES TO engImpaye
                   MOVE nomTitulaireFact(indTitulaire)
                        TO titulaireImpaye
                   MOVE numeroTitulaireFact(indTitulaire)
                        TO numeroTitulaireNum
                   MOVE numeroTitulaireX TO numeroTitulaireImpayeX
                   MOVE soldeTitulaire TO champMontant9Num
                   MOVE champMontant9 TO montantImpayeX
                   WRITE engImpaye END-WRITE
           END-PERFORM.
           CLOSE FiImpayes.

       reporterCredit.
           COMPUTE creditTitulaire = 0 - soldeTitulaire.
           ADD creditTitulaire TO totalCredits.
           MOVE SPACES TO engImpaye.
           MOVE nomTitulaireFact(indTitulaire) TO titulaireImpaye.
           MOVE numeroTitulaireFact(indTitulaire) TO numeroTitulaireNum.
           MOVE numeroTitulaireX TO numeroTitulaireImpayeX.
           MOVE soldeTitulaire TO creditReporte-ed.
           MOVE creditReporte-ed TO montantImpayeX.
           WRITE engImpaye END-WRITE.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiNotices
                         NOMFIC BY "NoticesFrais.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourrier
                         NOMFIC BY "CourrierSortant.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTitulaires
                         NOMFIC BY "Titulaires.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExonerations
                         NOMFIC BY "Exonerations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistreExo
                         NOMFIC BY "ExonerationsRegistre.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExecutions
                         NOMFIC BY "ExecutionsPeriodes.seq".

       END PROGRAM PlaquesFacturation.
