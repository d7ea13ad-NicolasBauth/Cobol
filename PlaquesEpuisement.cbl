                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiSeries.

           SELECT OPTIONAL FiStocks ASSIGN TO DYNAMIC cheminFiStocks
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiStocks.

           SELECT FiRapport ASSIGN TO DYNAMIC cheminFiRapport
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRapport.
                         etatRegistre BY etatRegScan
                         plaqueActive BY plaqueActiveScan
                         plaqueRadiee BY plaqueRadieeScan
                         plaqueTemporaire BY plaqueTemporaireScan
                         titulaireRegistre BY titulaireRegScan
                         numeroTitulaireRegistre
                             BY numeroTitulaireRegScan
                         dateExpirationRegistre
                             BY dateExpirationRegScan.

       FD FiStats.
       01 engStats.
       FD FiSeriesReservees.
       01 engSerieReservee             PIC X(3).

       FD FiStocks.
       01 engStock.
           02 officeStock              PIC X(3).
           02 FILLER                   PIC X.
           02 plaqueStock              PIC X(6).

       FD FiRapport.
       01 engRapport                   PIC X(80).

       01 cheminFiStats PIC X(80) VALUE "Plaques-Stats.seq".
       01 cheminFiSeriesReservees PIC X(80) VALUE "SeriesReservees.seq".
       01 cheminFiRapport PIC X(80) VALUE "Plaques-Epuisement.seq".
       01 cheminFiStocks PIC X(80) VALUE "StocksOffices.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegScan
                                        FSFIN BY finFiSeries
                                        FSABSENT BY fiSeriesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiStocks
                                        FSOK BY fiStocksOK
                                        FSFIN BY finFiStocks
                                        FSABSENT BY fiStocksAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRapport
                                        FSOK BY fiRapportOK
                                        FSFIN BY fiRapportFin
           02 FILLER                   PIC X VALUE SPACE.
           02 flagEpuisement-ed        PIC X(16).

      *****************************************************************
      *    Projection par office : le stock alloue a l'office
      *    (StocksOffices.seq) rapporte a son propre rythme de
      *    validation dans Plaques-Stats.seq. Un stock de moins de
      *    trente jours est a reapprovisionner par PlaquesStocks.
      *****************************************************************
       01 stocksPresentsSW             PIC X VALUE "N".
           88 stocksPresents           VALUE "O".
       01 tabOffices.
           02 officeTab OCCURS 100.
               03 codeOfficeTab        PIC X(3).
               03 stockOffice          PIC 9(4).
               03 valOffice            PIC 9(8).
       01 nbOffices                    PIC 999 VALUE 0.
       01 indOffice                    PIC 999.
       01 indOfficeTrouve              PIC 999.
       01 officeCourant                PIC X(3).
       01 valLigneStats                PIC 9(6).
       01 tauxOffice                   PIC 9(5)V99.
       01 joursAlerteStock             PIC 999 VALUE 30.
       01 nbOfficesAReappro            PIC 999 VALUE 0.
       01 nbOfficesAReappro-ed         PIC ZZ9.

       01 ligneOffice.
           02 FILLER                   PIC X(7) VALUE "Office ".
           02 codeOffice-ed            PIC X(3).
           02 FILLER                   PIC X(4) VALUE " -> ".
           02 stockOffice-ed           PIC ZZZ9.
           02 FILLER                   PIC X(12) VALUE " en stock, ".
           02 tauxOffice-ed            PIC ZZZZ9.99.
           02 FILLER                   PIC X(10) VALUE " par jour,".
           02 joursOffice-ed           PIC ZZZZZ9.
           02 FILLER                   PIC X(7) VALUE " jours".
           02 FILLER                   PIC X VALUE SPACE.
           02 flagOffice-ed            PIC X(18).

       01 ligneTitreOffices            PIC X(75) VALUE
          "Projection d'epuisement du stock par office (rythme propre"
          & " a l'office)".

       01 ligneTitreRapport            PIC X(75) VALUE
          "Projection d'epuisement par serie (cap. 999, taux partage"
          & " entre series)".
       main.
           PERFORM resoudreEmplacements.
           PERFORM chargerSeriesReservees.
           PERFORM recenserStocks.
           PERFORM recenserOccupation.
           IF nbSeries = 0
               DISPLAY "Registre vide ou indisponible, pas de "
           MOVE nbSousDouzeMois TO nbSousDouzeMois-ed.
           DISPLAY "Series sous douze mois de reserve: "
                   nbSousDouzeMois-ed.
           IF stocksPresents
               MOVE nbOfficesAReappro TO nbOfficesAReappro-ed
               DISPLAY "Offices a reapprovisionner: "
                       nbOfficesAReappro-ed
           END-IF.
           STOP RUN.

       recenserStocks.
           OPEN INPUT FiStocks.
           IF fiStocksOK
               MOVE "O" TO stocksPresentsSW
               READ FiStocks END-READ
               PERFORM UNTIL finFiStocks
                   MOVE officeStock TO officeCourant
                   PERFORM trouverOffice
                   IF indOfficeTrouve NOT = 0
                       ADD 1 TO stockOffice(indOfficeTrouve)
                   END-IF
                   READ FiStocks END-READ
               END-PERFORM
           ELSE
               DISPLAY "StocksOffices.seq absent, pas de projection "
                       "par office"
           END-IF.
           CLOSE FiStocks.

       trouverOffice.
           MOVE 0 TO indOfficeTrouve.
           PERFORM VARYING indOffice FROM 1 BY 1
                   UNTIL indOffice > nbOffices
                      OR indOfficeTrouve NOT = 0
               IF codeOfficeTab(indOffice) = officeCourant
                   MOVE indOffice TO indOfficeTrouve
               END-IF
           END-PERFORM.
           IF indOfficeTrouve = 0
               IF nbOffices >= 100
                   DISPLAY "ATTENTION: plus de 100 offices, "
                           "projection par office incomplete"
               ELSE
                   ADD 1 TO nbOffices
                   MOVE nbOffices TO indOfficeTrouve
                   MOVE officeCourant TO codeOfficeTab(indOfficeTrouve)
                   MOVE 0 TO stockOffice(indOfficeTrouve)
                   MOVE 0 TO valOffice(indOfficeTrouve)
               END-IF
           END-IF.

      *    Seules les lignes d'un office (hors TOT et hors saisie sans
      *    office) alimentent le rythme par office.
       cumulerOffice.
           IF stocksPresents AND officeCourant NOT = SPACES
               PERFORM trouverOffice
               IF indOfficeTrouve NOT = 0
                   ADD valLigneStats TO valOffice(indOfficeTrouve)
               END-IF
           END-IF.

       chargerSeriesReservees.
           OPEN INPUT FiSeriesReservees.
           IF fiSeriesOK
           INSPECT champBrut REPLACING LEADING " " BY "0".
           IF champBrut NUMERIC
               ADD champBrutNum TO totValHistorique
               MOVE champBrutNum TO valLigneStats
               MOVE engStatsBrut(73:3) TO officeCourant
               PERFORM cumulerOffice
           END-IF.
           MOVE engStatsBrut(1:8) TO champBrut8.
           INSPECT champBrut8 REPLACING LEADING " " BY "0".
           INSPECT champBrut REPLACING LEADING " " BY "0".
           IF champBrut NUMERIC
               ADD champBrutNum TO totValHistorique
               MOVE champBrutNum TO valLigneStats
               MOVE codeOfficeStats TO officeCourant
               PERFORM cumulerOffice
           END-IF.
           MOVE dateStatsX TO champBrut.
           INSPECT champBrut REPLACING LEADING " " BY "0".
                   UNTIL indSerie > nbSeries
               PERFORM projeterUneSerie
           END-PERFORM.
           IF stocksPresents
               MOVE SPACES TO engRapport
               WRITE engRapport END-WRITE
               WRITE engRapport FROM ligneTitreOffices END-WRITE
               PERFORM VARYING indOffice FROM 1 BY 1
                       UNTIL indOffice > nbOffices
                   PERFORM projeterUnOffice
               END-PERFORM
           END-IF.
           CLOSE FiRapport.

       projeterUneSerie.
           END-EVALUATE.
           WRITE engRapport FROM ligneSerie END-WRITE.

       projeterUnOffice.
           MOVE codeOfficeTab(indOffice) TO codeOffice-ed.
           MOVE stockOffice(indOffice) TO stockOffice-ed.
           MOVE 0 TO tauxOffice.
           IF nbJoursHistorique NOT = 0
               COMPUTE tauxOffice ROUNDED =
                       valOffice(indOffice) / nbJoursHistorique
           END-IF.
           MOVE tauxOffice TO tauxOffice-ed.
           EVALUATE TRUE
               WHEN stockOffice(indOffice) = 0
                   MOVE 0 TO joursOffice-ed
                   ADD 1 TO nbOfficesAReappro
                   MOVE "** STOCK EPUISE **" TO flagOffice-ed
               WHEN tauxOffice = 0
                   MOVE 999999 TO joursOffice-ed
                   MOVE "sans rythme" TO flagOffice-ed
               WHEN OTHER
                   COMPUTE joursAvantEpuisement ROUNDED =
                           stockOffice(indOffice) / tauxOffice
                   MOVE joursAvantEpuisement TO joursOffice-ed
                   IF joursAvantEpuisement < joursAlerteStock
                       ADD 1 TO nbOfficesAReappro
                       MOVE "** A REAPPRO. **" TO flagOffice-ed
                   ELSE
                       MOVE SPACES TO flagOffice-ed
                   END-IF
           END-EVALUATE.
           WRITE engRapport FROM ligneOffice END-WRITE.

       controlerSerieReservee.
           MOVE "N" TO serieExclueSW.
           PERFORM VARYING indSerieRes FROM 1 BY 1
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRapport
                         NOMFIC BY "Plaques-Epuisement.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiStocks
                         NOMFIC BY "StocksOffices.seq".

       END PROGRAM PlaquesEpuisement.
