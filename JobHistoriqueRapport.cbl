      *    L'historique porte jusqu'a huit etapes par execution; les
      *    lignes anciennes a quatre etapes laissent les colonnes
      *    suivantes a blanc, ecartees par le controle numerique.
      *    Un jour sans etape due est journalise avec le type N.
      *    Les heures de debut et de fin de chaque etape suivent; une
      *    etape non lancee, ou une ligne plus ancienne, les laisse a
      *    blanc et reste hors de la tendance des durees.
       FD FiJobHisto.
       01 engJobHisto.
           02 dateJobHisto pic x(8).
               03 filler pic x.
               03 ecritsHistoX pic x(6).
               03 ecartHistoX pic x.
           02 filler pic x.
           02 typeExecutionHistoX pic x.
               88 aucuneExecutionHisto value "N".
           02 horaireEtapeHisto occurs 8.
               03 filler pic x.
               03 debutHistoX pic x(6).
               03 filler pic x.
               03 finHistoX pic x(6).
       FD FiSynthese.
       01 engSynthese pic x(80).

               03 totalLusEtape pic 9(8) value 0.
               03 totalEcritsEtape pic 9(8) value 0.
               03 nbEcartsEtape pic 9(6) value 0.
               03 nbDureesEtape pic 9(6) value 0.
               03 totalDureesEtape pic 9(9) value 0.
               03 totalLusChronoEtape pic 9(9) value 0.
               03 dureeMaxEtape pic 9(5) value 0.

      *****************************************************************
      *    Tendance des durees : pour chaque etape chronometree, la
      *    duree en secondes rapprochee du nombre d'enregistrements
      *    lus; la synthese donne la duree moyenne et maximale et le
      *    temps moyen par millier d'enregistrements, qui separe une
      *    hausse de volume d'un ralentissement.
      *****************************************************************
       01 horaireCalcul pic x(6).
       01 filler redefines horaireCalcul.
           02 heuresCalcul pic 99.
           02 minutesCalcul pic 99.
           02 secondesCalcul pic 99.
       01 secondesDebut pic 9(5).
       01 secondesFin pic 9(5).
       01 dureeEtape pic 9(5).
       01 lusEtape pic 9(6).
       01 dureeMoyenne pic 9(5).
       01 dureeParMillier pic 9(5)v99.
       01 ligneDureeExecution.
           02 filler pic x(3) value spaces.
           02 nomEtapeDuree-ed pic x(22).
           02 filler pic x(8) value " lus: ".
           02 lusDuree-ed pic zzzzz9.
           02 filler pic x(10) value ", duree: ".
           02 dureeExecution-ed pic zzzz9.
           02 filler pic x(2) value " s".
       01 ligneTitreSyntheseDurees pic x(60) value
          "Synthese des durees par etape (secondes) :".
       01 ligneSyntheseDuree.
           02 nomEtapeSynDuree-ed pic x(22).
           02 filler pic x(10) value " mesures: ".
           02 nbDurees-ed pic zzzz9.
           02 filler pic x(8) value ", moy: ".
           02 dureeMoyenne-ed pic zzzz9.
           02 filler pic x(8) value ", max: ".
           02 dureeMax-ed pic zzzz9.
           02 filler pic x(9) value ", /1000: ".
           02 dureeParMillier-ed pic zzzz9.99.

       01 ligneExecution.
           02 dateExecution-ed pic 9999/99/99.
          "Synthese par etape sur l'ensemble des executions :".
       01 ligneTitreVolumes pic x(60) value
          "Volumes par execution :".
       01 ligneSansExecution.
           02 dateSansExecution-ed pic 9999/99/99.
           02 filler pic x(38)
              value " - pas d'execution (aucune etape due)".
       01 nbJoursSansExecution pic 9(6) value 0.

       procedure division.
       main.
           write engSynthese from ligneTitreVolumes end-write.
           read FiJobHisto end-read.
           perform until finFiJobHisto
               if aucuneExecutionHisto
                   add 1 to nbJoursSansExecution
                   perform signalerSansExecution
               else
                   add 1 to nbExecutions
                   perform exploiterExecution
               end-if
               read FiJobHisto end-read
           end-perform.
           close FiJobHisto.
               move nbEcartsEtape(indEtape) to nbEcartsSyn-ed
               write engSynthese from ligneSyntheseEtape end-write
           end-perform.
           perform ecrireTendanceDurees.
           close FiSynthese.
           display "Executions analysees: " nbExecutions.
           display "Jours sans execution: " nbJoursSansExecution.
           stop run.

      *****************************************************************
           move lusExecution to lusExecution-ed.
           move nbEcartsExecution to nbEcartsExecution-ed.
           write engSynthese from ligneExecution end-write.
           perform varying indEtape from 1 by 1 until indEtape > 8
               if debutHistoX(indEtape) numeric
                  and finHistoX(indEtape) numeric
                   perform mesurerDureeEtape
               end-if
           end-perform.

      *    Une etape qui passe minuit finit avant son heure de debut.
       mesurerDureeEtape.
           move debutHistoX(indEtape) to horaireCalcul.
           compute secondesDebut = heuresCalcul * 3600
                                 + minutesCalcul * 60
                                 + secondesCalcul.
           move finHistoX(indEtape) to horaireCalcul.
           compute secondesFin = heuresCalcul * 3600
                               + minutesCalcul * 60
                               + secondesCalcul.
           if secondesFin < secondesDebut
               compute dureeEtape = secondesFin + 86400
                                  - secondesDebut
           else
               compute dureeEtape = secondesFin - secondesDebut
           end-if.
           move 0 to lusEtape.
           move lusHistoX(indEtape) to champ6.
           inspect champ6 replacing leading " " by "0".
           if champ6 numeric
               move champ6Num to lusEtape
           end-if.
           add 1 to nbDureesEtape(indEtape).
           add dureeEtape to totalDureesEtape(indEtape).
           add lusEtape to totalLusChronoEtape(indEtape).
           if dureeEtape > dureeMaxEtape(indEtape)
               move dureeEtape to dureeMaxEtape(indEtape)
           end-if.
           move nomEtapeRef(indEtape) to nomEtapeDuree-ed.
           move lusEtape to lusDuree-ed.
           move dureeEtape to dureeExecution-ed.
           write engSynthese from ligneDureeExecution end-write.

       ecrireTendanceDurees.
           write engSynthese from ligneTitreSyntheseDurees end-write.
           perform varying indEtape from 1 by 1 until indEtape > 8
               if nbDureesEtape(indEtape) > 0
                   compute dureeMoyenne rounded
                           = totalDureesEtape(indEtape)
                           / nbDureesEtape(indEtape)
                   if totalLusChronoEtape(indEtape) > 0
                       compute dureeParMillier rounded
                               = totalDureesEtape(indEtape) * 1000
                               / totalLusChronoEtape(indEtape)
                   else
                       move 0 to dureeParMillier
                   end-if
                   move nomEtapeRef(indEtape) to nomEtapeSynDuree-ed
                   move nbDureesEtape(indEtape) to nbDurees-ed
                   move dureeMoyenne to dureeMoyenne-ed
                   move dureeMaxEtape(indEtape) to dureeMax-ed
                   move dureeParMillier to dureeParMillier-ed
                   write engSynthese from ligneSyntheseDuree
                   end-write
               end-if
           end-perform.

       signalerSansExecution.
           if dateJobHisto numeric
               move dateJobHisto to dateExecutionNum
           else
               move 0 to dateExecutionNum
           end-if.
           move dateExecutionNum to dateSansExecution-ed.
           write engSynthese from ligneSansExecution end-write.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
