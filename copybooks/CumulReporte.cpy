      *****************************************************************
      *    Cumul de paie reporte (PaieCumulsReportes.seq, ecrit par
      *    HistoriquesRetention) : heures, brut et periodes des lignes
      *    de Paie-Historique.seq passees en archive, par ouvrier,
      *    jusqu'a l'annee archivee la plus recente. PaieCumul les
      *    reprend en ouverture avant l'historique en ligne.
      *****************************************************************
           02 nomOuvrierReporte        PIC X(30).
           02 FILLER                   PIC X.
           02 heuresNReportees         PIC 9(6).
           02 FILLER                   PIC X.
           02 heuresSReportees         PIC 9(6).
           02 FILLER                   PIC X.
           02 brutReporte              PIC 9(8)V99.
           02 FILLER                   PIC X.
           02 nbPeriodesReportees      PIC 9(4).
           02 FILLER                   PIC X.
           02 anneeReportee            PIC 9(4).
