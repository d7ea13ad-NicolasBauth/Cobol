               assign to dynamic cheminFiCongesSoldes
               organization is line sequential
               file status is fs-FiCongesSoldes.
           select optional FiCumulsReportes
               assign to dynamic cheminFiCumulsReportes
               organization is line sequential
               file status is fs-FiCumulsReportes.
           select optional FiParametres assign to dynamic cheminParam
               organization is line sequential
               file status is fs-FiParametres.
           02 heuresSuppHisto pic x(3).
           02 filler pic x.
           02 salaireBrutHisto pic x(8).
           02 filler pic x.
           02 statutVirementHisto pic x.
       FD FiCumul.
       01 engCumul pic x(110).
       FD FiCongesSoldes.
           02 droitCongesX pic x(3).
           02 filler pic x.
           02 prisCongesX pic x(3).
       FD FiCumulsReportes.
       01 engCumulReporte.
           COPY "CumulReporte.cpy".
       FD FiParametres.
       01 engParametre.
           02 cleParametre pic x(20).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               pic x(50) value spaces.
       01 cheminFiPaieHistorique pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\Paie-Historique.seq".
       01 cheminFiCumul pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\PaieCumul.seq".
       01 cheminFiCongesSoldes pic x(80) value "CongesSoldes.seq".
       01 cheminFiCumulsReportes pic x(80)
          value "PaieCumulsReportes.seq".
       01 cheminParam pic x(80) value "Parametres.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaieHistorique

       01 nbLignesLues pic 9(6) value 0.

      *    Les lignes de Paie-Historique.seq passees en archive par
      *    la retention des historiques ont laisse un cumul reporte
      *    par ouvrier, repris en ouverture des cumuls.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCumulsReportes
                                        FSOK BY fiCumulsReportesOK
                                        FSFIN BY finFiCumulsReportes
                                        FSABSENT BY fiCumulsRepAbs.
       01 nbOuvriersReportes pic 999 value 0.

       01 ligneDetailPeriode.
           02 filler pic x(4) value spaces.
           02 datePeriode-ed pic 9999/99/99.
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PaieCumul"
                         NIVEAU BY "L".
           perform lireModeAuto.
           if modeAuto
               move "N" to detailDemande
               stop run
           end-if.
           perform chargerCongesSoldes.
           perform chargerCumulsReportes.
           open output FiCumul.
           write engCumul from ligneTitreCumul end-write.
           read FiPaieHistorique end-read.
           close FiCumul.
           display "Lignes d'historique lues: " nbLignesLues
                   ",  ouvriers cumules: " nbOuvriersCumul.
           if nbOuvriersReportes > 0
               display "Cumuls reportes des annees archivees: "
                       nbOuvriersReportes
           end-if.
           stop run.

       lireModeAuto.
               end-if
           end-if.

       chargerCumulsReportes.
           open input FiCumulsReportes.
           if fiCumulsReportesOK
               read FiCumulsReportes end-read
               perform until finFiCumulsReportes
                   move nomOuvrierReporte to nomOuvrierHisto
                   perform rechercherOuvrierCumul
                   if indCumulTrouve not = 0
                       add 1 to nbOuvriersReportes
                       add heuresNReportees
                           to heuresNCumul(indCumulTrouve)
                       add heuresSReportees
                           to heuresSCumul(indCumulTrouve)
                       add brutReporte to brutCumul(indCumulTrouve)
                       add nbPeriodesReportees
                           to nbPeriodesCumul(indCumulTrouve)
                       if detailParPeriode
                           display nomOuvrierReporte
                                   "     report des annees "
                                   "archivees jusqu'a "
                                   anneeReportee
                       end-if
                   end-if
                   read FiCumulsReportes end-read
               end-perform
           end-if.
           close FiCumulsReportes.

       chargerCongesSoldes.
           open input FiCongesSoldes.
           if fiCongesSoldesOK
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCongesSoldes
                         NOMFIC BY "CongesSoldes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCumulsReportes
                         NOMFIC BY "PaieCumulsReportes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminParam
                         NOMFIC BY "Parametres.seq".
