                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiIncidents.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistorique.

           SELECT OPTIONAL FiStocks ASSIGN TO DYNAMIC cheminFiStocks
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiStocks.

       DATA DIVISION.

       FILE SECTION.
       FD FiVues.
       01 engVue                       PIC X(6).

       FD FiHistorique.
       01 engHistorique.
           COPY "HistoMouvement.cpy".

      *****************************************************************
      *    Stock de plaques alloue a chaque office par PlaquesStocks
      *    (StocksOffices.seq) : un lot d'office n'immatricule que des
      *    plaques de son stock, et les plaques validees en sortent.
      *****************************************************************
       FD FiStocks.
       01 engStock.
           02 officeStock              PIC X(3).
           02 FILLER                   PIC X.
           02 plaqueStock              PIC X(6).

       FD FiOperateurs.
       01 engOperateur.
           02 codeOperateur            PIC X(10).
           02 plaqueSignalee           PIC X(6).
           02 FILLER                   PIC X.
           02 codeRaisonSignalee       PIC X(3).
           02 FILLER                   PIC X.
           02 dateDeclarationSignalee  PIC 9(8).

       FD FiAlertes.
       01 engAlerte                    PIC X(30).

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiLots PIC X(80) VALUE "LotsPlaques.seq".
       01 cheminFiExceptions PIC X(80) VALUE "Exceptions.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiVerrou PIC X(80) VALUE "Registre.lck".
       01 cheminFiIncidents PIC X(80) VALUE "Incidents.seq".
       01 cheminFiHistorique PIC X(80) VALUE
          "Mouvements-Historique.seq".
       01 cheminFiStocks PIC X(80) VALUE "StocksOffices.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiStats
       01 registreActifSW              PIC X VALUE "N".
           88 registreActif            VALUE "O".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY fiHistoriqueFin
                                        FSABSENT BY fiHistoriqueAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReservations
                                        FSOK BY fiReservationsOK
                                        FSFIN BY finFiReservations
           02 FILLER                   PIC X(9) VALUE ", seuil: ".
           02 seuilAlerteSeuil-ed      PIC ZZ9.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiStocks
                                        FSOK BY fiStocksOK
                                        FSFIN BY finFiStocks
                                        FSABSENT BY fiStocksAbsent.
      *    Le controle du stock ne s'applique qu'aux lots d'office
      *    (LotsPlaques.seq) et seulement si StocksOffices.seq existe.
       01 controleStockSW              PIC X VALUE "N".
           88 controleStockActif       VALUE "O".
       01 tabStocks.
           02 stockTab OCCURS 9999.
               03 officeStockTab       PIC X(3).
               03 plaqueStockTab       PIC X(6).
               03 stockConsommeSW      PIC X.
                   88 stockConsomme    VALUE "O".
       01 nbStocks                     PIC 9(4) VALUE 0.
       01 indStock                     PIC 9(4).
       01 nbStockConsomme              PIC 9(6) VALUE 0.
       01 horsStockSW                  PIC X VALUE "N".
           88 horsStockOffice          VALUE "O".
       01 nbHorsStock                  PIC 9(6) VALUE 0.
       01 nbHorsStock-ed               PIC ZZZZZ9.
       01 totHorsStock                 PIC 9(6) VALUE 0.
       01 totHorsStock-ed              PIC ZZZZZ9.

       01 tabSignalees.
           02 signaleeVue OCCURS 5000.
               03 plaqueSignaleeTab    PIC X(6).
           88 dejaImmatriculee         VALUE "O".
       01 nbDejaImmat                  PIC 9(6) VALUE 0.
       01 nbDejaImmat-ed               PIC ZZZZZ9.
      *    Plaque temporaire de negociant dont la date d'expiration
      *    est passee sans que la radiation automatique l'ait encore
      *    levee : signalee a part parmi les plaques deja au registre.
       01 tempExpireeSW                PIC X VALUE "N".
           88 temporaireExpiree        VALUE "O".
       01 nbTempExpirees               PIC 9(6) VALUE 0.
       01 nbTempExpirees-ed            PIC ZZZZZ9.

       01 nbDoublons                   PIC 9(6) VALUE 0.
       01 nbDoublons-ed                PIC ZZZZZ9.
       
       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "Serie1Ex6"
                         NIVEAU BY "M".
           PERFORM lireModeAuto.
           IF modeAuto
               MOVE modeLotParam TO modeLot
           PERFORM chargerReservations.
           PERFORM chargerCasOuverts.
           PERFORM chargerOperateurs.
           PERFORM chargerStocks.
           OPEN OUTPUT FiVues.
           CLOSE FiVues.
           OPEN EXTEND FiVues.
           END-IF.
           CLOSE FiVues.
           PERFORM alimenterRegistre.
           IF nbStockConsomme NOT = 0
               PERFORM reecrireStocks
           END-IF.
           CLOSE FiExceptions FiAlertes.
           PERFORM ecrireRapportOperateurs.
           PERFORM ecrireAudit.
       reinitialiserCompteursLot.
           MOVE 0 TO nbTot nbVal nb1 nb2 nb3 nb4 nb5
                     nbDoublons nbAncienFormat nbDejaImmat nbAlertes
                     nbReservees nbTempExpirees nbHorsStock.
           MOVE 0 TO pourcentsValide.

       accumulerTotauxLot.
           ADD nbAlertes TO totAlertes.
           ADD nbAncienFormat TO totAncienFormat.
           ADD nbReservees TO totReservees.
           ADD nbHorsStock TO totHorsStock.
           ADD nb1 TO totNb1.
           ADD nb2 TO totNb2.
           ADD nb3 TO totNb3.
           DISPLAY "Nombre d'alertes: " totAlertes-ed.
           MOVE totReservees TO totReservees-ed.
           DISPLAY "Nombre de plaques reservees: " totReservees-ed.
           IF controleStockActif
               MOVE totHorsStock TO totHorsStock-ed
               DISPLAY "Nombre de plaques hors stock d'office: "
                       totHorsStock-ed
           END-IF.
           IF totTot NOT = 0
               COMPUTE pourcentsValideTot = 100 * (totVal / totTot)
               MOVE pourcentsValideTot TO pourcentsValideTot-ed
                           "(doublon)"
               ELSE
                   PERFORM consulterRegistre
                   PERFORM controlerStockOffice
                   IF dejaImmatriculee OR horsStockOffice
                       PERFORM signalerExceptionRegistre
                   ELSE
                       ADD 1 to nbVal
                               "lot (doublon)"
                   ELSE
                       PERFORM consulterRegistre
                       PERFORM controlerStockOffice
                       IF dejaImmatriculee OR horsStockOffice
                           PERFORM signalerExceptionRegistre
                       ELSE
                           ADD 1 TO nbVal

       consulterRegistre.
           MOVE "N" TO dejaImmatSW.
           MOVE "N" TO tempExpireeSW.
           IF registreActif
               MOVE plaque TO plaqueRegistre
               READ FiRegistre
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO dejaImmatSW
                       IF plaqueTemporaire
                          AND dateExpirationRegistre < dateJourSiecle
                           MOVE "O" TO tempExpireeSW
                       END-IF
               END-READ
           END-IF.


       signalerExceptionRegistre.
           PERFORM compterRejetOperateur.
           MOVE plaque TO plaqueException.
           EVALUATE TRUE
               WHEN horsStockOffice
                   ADD 1 TO nbHorsStock
                   MOVE SPACES TO raisonException
                   STRING "hors du stock de l'office "
                          codeOfficeCourant
                          DELIMITED BY SIZE INTO raisonException
               WHEN temporaireExpiree
                   ADD 1 TO nbDejaImmat
                   ADD 1 TO nbTempExpirees
                   MOVE "plaque temporaire expiree" TO raisonException
               WHEN OTHER
                   ADD 1 TO nbDejaImmat
                   MOVE "deja immatriculee" TO raisonException
           END-EVALUATE.
           WRITE engException END-WRITE.

       chargerStocks.
           OPEN INPUT FiStocks.
           IF fiStocksOK
               MOVE "O" TO controleStockSW
               READ FiStocks END-READ
               PERFORM UNTIL finFiStocks OR nbStocks >= 9999
                   ADD 1 TO nbStocks
                   MOVE officeStock TO officeStockTab(nbStocks)
                   MOVE plaqueStock TO plaqueStockTab(nbStocks)
                   MOVE "N" TO stockConsommeSW(nbStocks)
                   READ FiStocks END-READ
               END-PERFORM
               IF NOT finFiStocks
                   DISPLAY "ATTENTION: plus de 9999 plaques en stock "
                           "d'office, controle du stock inactif"
                   MOVE "N" TO controleStockSW
               END-IF
           END-IF.
           CLOSE FiStocks.

      *    Une plaque valide d'un lot d'office doit figurer au stock
      *    de cet office; elle en est retiree des qu'elle est retenue
      *    pour le registre.
       controlerStockOffice.
           MOVE "N" TO horsStockSW.
           IF controleStockActif AND traitementMultiLots
              AND NOT dejaImmatriculee
               MOVE "O" TO horsStockSW
               PERFORM VARYING indStock FROM 1 BY 1
                       UNTIL indStock > nbStocks
                          OR NOT horsStockOffice
                   IF plaqueStockTab(indStock) = plaque
                      AND officeStockTab(indStock) = codeOfficeCourant
                      AND NOT stockConsomme(indStock)
                       MOVE "N" TO horsStockSW
                       MOVE "O" TO stockConsommeSW(indStock)
                       ADD 1 TO nbStockConsomme
                   END-IF
               END-PERFORM
           END-IF.

       reecrireStocks.
           OPEN OUTPUT FiStocks.
           PERFORM VARYING indStock FROM 1 BY 1
                   UNTIL indStock > nbStocks
               IF NOT stockConsomme(indStock)
                   MOVE SPACES TO engStock
                   MOVE officeStockTab(indStock) TO officeStock
                   MOVE plaqueStockTab(indStock) TO plaqueStock
                   WRITE engStock END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FiStocks.

      *    Chaque plaque entree au registre est portee a l'historique
      *    des mouvements comme une immatriculation sans titulaire,
      *    pour que le registre se reconstitue a partir de celui-ci.
       alimenterRegistre.
           IF registreActif
               ACCEPT dateJourSiecle FROM DATE YYYYMMDD
               OPEN EXTEND FiHistorique
               OPEN INPUT FiVues
               READ FiVues END-READ
               PERFORM UNTIL finFiVues
                   MOVE dateJourSiecle TO dateImmatRegistre
                   MOVE "A" TO etatRegistre
                   MOVE SPACES TO titulaireRegistre
                   MOVE 0 TO numeroTitulaireRegistre
                   MOVE 0 TO dateExpirationRegistre
                   WRITE engRegistre
                       INVALID KEY
                           DISPLAY "Ecriture registre impossible pour "
                                   plaqueRegistre ", statut: "
                                   fs-fiRegistre
                       NOT INVALID KEY
                           PERFORM historiserAlimentation
                   END-WRITE
                   READ FiVues END-READ
               END-PERFORM
               CLOSE FiVues
               CLOSE FiHistorique
               CLOSE FiRegistre
           END-IF.

       historiserAlimentation.
           MOVE SPACES TO engHistorique.
           MOVE plaqueRegistre TO plaqueHisto.
           MOVE dateJourSiecle TO dateHisto.
           MOVE "I" TO codeHisto.
           MOVE SPACES TO titulaireAvantHisto.
           MOVE SPACES TO titulaireApresHisto.
           MOVE SPACE TO etatAvantHisto.
           MOVE 0 TO dateImmatAvantHisto.
           MOVE 0 TO numeroTitulaireAvantHisto.
           MOVE 0 TO numeroTitulaireApresHisto.
           MOVE 0 TO dateAnnuleHisto.
           MOVE 0 TO dateExpirationHisto.
           WRITE engHistorique END-WRITE.

      *****************************************************************
      *    La recherche de doublon se fait dans une table triee en
      *    memoire interrogee par dichotomie (SEARCH ALL) : le cout
           MOVE nbDejaImmat TO nbDejaImmat-ed.
           DISPLAY "Nombre de plaques deja immatriculees: "
                   nbDejaImmat-ed.
           MOVE nbTempExpirees TO nbTempExpirees-ed.
           DISPLAY "  dont plaques temporaires expirees: "
                   nbTempExpirees-ed.
           MOVE nbAlertes TO nbAlertes-ed.
           DISPLAY "Nombre de plaques signalees (alertes): "
                   nbAlertes-ed.
           MOVE nbReservees TO nbReservees-ed.
           DISPLAY "Nombre de plaques reservees: " nbReservees-ed.
           IF controleStockActif AND traitementMultiLots
               MOVE nbHorsStock TO nbHorsStock-ed
               DISPLAY "Nombre de plaques hors stock de l'office: "
                       nbHorsStock-ed
           END-IF.
           MOVE nbCasOuvertsRun TO nbCasOuvertsRun-ed.
           DISPLAY "Nouveaux cas d'alerte ouverts: "
                   nbCasOuvertsRun-ed.
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiIncidents
                         NOMFIC BY "Incidents.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "Mouvements-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiStocks
                         NOMFIC BY "StocksOffices.seq".

       END PROGRAM Serie1Ex6.
