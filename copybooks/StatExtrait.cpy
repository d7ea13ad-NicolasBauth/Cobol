      *****************************************************************
      *    Extrait statistique pseudonymise (StatsResultats.seq),
      *    ecrit par ResultatsStatistiques : D = une ligne par
      *    etudiant, sans nom ni login, matricule remplace par un
      *    pseudonyme ; S = tableau par section et annee, les
      *    effectifs trop petits remplaces par des asterisques ;
      *    T = trailer de controle.
      *****************************************************************
           02 typeStat                 PIC X.
               88 statDetail           VALUE "D".
               88 statSynthese         VALUE "S".
               88 statTrailer          VALUE "T".
           02 FILLER                   PIC X.
           02 corpsStat                PIC X(78).
           02 detailStat REDEFINES corpsStat.
               03 pseudonymeStat       PIC X(10).
               03 FILLER               PIC X.
               03 exerciceStat         PIC 9(4).
               03 FILLER               PIC X.
               03 codeSectionStat      PIC XX.
               03 FILLER               PIC X.
               03 anneeEtudeStat       PIC 9.
               03 FILLER               PIC X.
               03 moyenneStat          PIC 99V99.
               03 FILLER               PIC X.
               03 decisionStat         PIC X(10).
               03 FILLER               PIC X.
               03 mentionStat          PIC X(15).
               03 FILLER               PIC X.
               03 absencesStat         PIC 9(4).
               03 FILLER               PIC X.
               03 minervalStat         PIC X.
                   88 minervalEnRegle  VALUE "R".
                   88 minervalNonEnRegle VALUE "N".
                   88 minervalInconnu  VALUE "?".
               03 FILLER               PIC X(19).
           02 syntheseStat REDEFINES corpsStat.
               03 exerciceSynth        PIC 9(4).
               03 FILLER               PIC X.
               03 codeSectionSynth     PIC XX.
               03 FILLER               PIC X.
               03 anneeEtudeSynth      PIC 9.
               03 FILLER               PIC X.
               03 effectifSynth        PIC X(4).
               03 FILLER               PIC X.
               03 nbAdmisSynth         PIC X(4).
               03 FILLER               PIC X.
               03 moyenneSynth         PIC X(4).
               03 FILLER               PIC X.
               03 absencesMoySynth     PIC X(4).
               03 FILLER               PIC X.
               03 nbNonEnRegleSynth    PIC X(4).
               03 FILLER               PIC X.
               03 suppressionSynth     PIC X.
                   88 celluleSupprimee VALUE "*".
               03 FILLER               PIC X(42).
           02 trailerStat REDEFINES corpsStat.
               03 exerciceTrailer      PIC 9(4).
               03 FILLER               PIC X.
               03 dateTrailer          PIC 9(8).
               03 FILLER               PIC X.
               03 nbDetailsTrailer     PIC 9(6).
               03 FILLER               PIC X.
               03 nbSynthesesTrailer   PIC 9(4).
               03 FILLER               PIC X.
               03 nbSuppressionsTrailer PIC 9(4).
               03 FILLER               PIC X.
               03 seuilTrailer         PIC 99.
               03 FILLER               PIC X.
               03 totalMoyennesTrailer PIC 9(8)V99.
               03 FILLER               PIC X(34).
