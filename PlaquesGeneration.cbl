                           RECORD KEY IS plaqueRegistre
                           FILE STATUS IS fs-fiRegistre.

           SELECT OPTIONAL FiStocks ASSIGN TO DYNAMIC cheminFiStocks
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiStocks.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                           ORGANIZATION IS LINE SEQUENTIAL
       01 engRegistre.
           COPY "PlaqueReg.cpy".

      *    Plaques deja tirees du pool vers le stock d'un office
      *    (PlaquesStocks) : elles ne sont plus libres.
       FD FiStocks.
       01 engStock.
           02 officeStock              PIC X(3).
           02 FILLER                   PIC X.
           02 plaqueStock              PIC X(6).

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiSeriesReservees PIC X(80) VALUE "SeriesReservees.seq".
       01 cheminFiPlaquesLibres PIC X(80) VALUE "PlaquesLibres.seq".
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiStocks PIC X(80) VALUE "StocksOffices.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSeries
                                        FSFIN BY fiRegistreFin
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiStocks
                                        FSOK BY fiStocksOK
                                        FSFIN BY finFiStocks
                                        FSABSENT BY fiStocksAbsent.

       COPY "PlaqueId.cpy".

       01 alphabetVal                  PIC X(26)
       01 serieExclueSW                PIC X VALUE "N".
           88 serieExclue              VALUE "O".

       01 tabStocks.
           02 plaqueStockTab OCCURS 9999 PIC X(6).
       01 nbStocks                     PIC 9(4) VALUE 0.
       01 indStock                     PIC 9(4).

       01 registreActifSW              PIC X VALUE "N".
           88 registreActif            VALUE "O".
       01 plaquePriseSW                PIC X VALUE "N".

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PlaquesGeneration"
                         NIVEAU BY "M".
           PERFORM lireModeAuto.
           IF modeAuto
               IF nbAGenererParam > 0
               STOP RUN
           END-IF.
           PERFORM chargerSeriesReservees.
           PERFORM chargerStocks.
           OPEN OUTPUT FiPlaquesLibres.
           PERFORM balayerLettre1 VARYING ind1 FROM 1 BY 1
                   UNTIL ind1 > 14 OR assezGenere.
                       "s'appliquent"
           END-IF.

       chargerStocks.
           OPEN INPUT FiStocks.
           IF fiStocksOK
               READ FiStocks END-READ
               PERFORM UNTIL finFiStocks OR nbStocks >= 9999
                   ADD 1 TO nbStocks
                   MOVE plaqueStock TO plaqueStockTab(nbStocks)
                   READ FiStocks END-READ
               END-PERFORM
               IF NOT finFiStocks
                   DISPLAY "ATTENTION: plus de 9999 plaques en stock "
                           "d'office, generation abandonnee"
                   CLOSE FiStocks FiRegistre
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FiStocks.

       balayerLettre1.
           PERFORM balayerLettre2 VARYING ind2 FROM 1 BY 1
                   UNTIL ind2 > 26 OR assezGenere.
               NOT INVALID KEY
                   MOVE "O" TO plaquePriseSW
           END-READ.
           PERFORM VARYING indStock FROM 1 BY 1
                   UNTIL indStock > nbStocks OR plaquePrise
               IF plaqueStockTab(indStock) = plaque
                   MOVE "O" TO plaquePriseSW
               END-IF
           END-PERFORM.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiStocks
                         NOMFIC BY "StocksOffices.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
