           select optional FiVerdict assign to dynamic cheminVerdict
               organization is line sequential
               file status is fs-FiVerdict.
           select optional FiIntegrite
               assign to dynamic cheminIntegrite
               organization is line sequential
               file status is fs-FiIntegrite.
           select optional FiAlertesDurees
               assign to dynamic cheminAlertesDurees
               organization is line sequential
               file status is fs-FiAlertesDurees.
           select optional FiEtapes assign to dynamic cheminEtapes
               organization is line sequential
               file status is fs-FiEtapes.
           select FiEntreeVive assign to dynamic cheminEntreeVive
               organization is line sequential
               file status is fs-FiEntreeVive.
           select optional FiCalendrier
               assign to dynamic cheminCalendrier
               organization is line sequential
               file status is fs-FiCalendrier.
           select optional FiPeriodes assign to dynamic cheminPeriodes
               organization is line sequential
               file status is fs-FiPeriodes.

       data division.
       file section.
       FD FiRapportJob.
       01 engRapportJob pic x(80).
       FD FiJobHisto.
       01 engJobHisto pic x(242).
      *    Depassements de duree d'etape, lus par le tableau de bord.
       FD FiAlertesDurees.
       01 engAlerteDuree.
           02 dateAlerteDuree pic 9(8).
           02 filler pic x.
           02 heureAlerteDuree pic 9(6).
           02 filler pic x.
           02 etapeAlerteDuree pic 9.
           02 filler pic x.
           02 libelleAlerteDuree pic x(22).
           02 filler pic x.
           02 dureeAlerteDuree pic 9(5).
           02 filler pic x.
           02 habituelleAlerteDuree pic 9(5).
       FD FiVerdict.
       01 engVerdict.
           02 etapeVerdict pic 9.
           02 verdictEtape pic x(4).
           02 filler pic x.
           02 dateVerdictX pic x(8).
      *    Verdict du controle d'integrite des references
      *    (IntegriteReferences) : GO, ALRT ou NOGO.
       FD FiIntegrite.
       01 engIntegrite.
           02 dateIntegriteX pic x(8).
           02 filler pic x.
           02 verdictIntegriteFi pic x(4).
           02 filler pic x.
           02 nbOrphelinsIntegriteX pic x(6).
      *****************************************************************
      *    Definition des etapes du job : sequence, point d'entree a
      *    appeler, libelle, ecart d'ecriture attendu a la
      *    reconciliation et numero d'etape prealable (0 = aucune).
      *    Ajouter une etape a la nuit est une ligne de donnees, plus
      *    un bloc de code. La frequence dit quand l'etape est due :
      *    Q chaque jour, O jour ouvrable (defaut), M fin de mois,
      *    A fin d'annee. Une etape de restitution (R) n'est pas
      *    lancee quand l'integrite des references est NOGO.
      *****************************************************************
       FD FiEtapes.
       01 engEtape.
           02 entreeViveFi pic x(20).
           02 filler pic x.
           02 entreePropreFi pic x(24).
           02 filler pic x.
           02 frequenceEtapeFi pic x.
           02 filler pic x.
           02 restitutionEtapeFi pic x.
       FD FiParametres.
       01 engParametre.
           02 cleParametre pic x(20).
       01 engEntreePropre pic x(200).
       FD FiEntreeVive.
       01 engEntreeVive pic x(200).
      *    Calendrier d'exploitation : une date par ligne, F pour un
      *    jour ferie ou de fermeture, O pour un jour ouvre
      *    exceptionnel; les autres jours suivent la semaine du lundi
      *    au vendredi.
       FD FiCalendrier.
       01 engCalendrier.
           02 dateCalendrierX pic x(8).
           02 filler pic x.
           02 typeJourCalendrier pic x.
           02 filler pic x.
           02 libelleCalendrier pic x(30).
      *    Dernieres periodes closes par la chaine : mois (AAAAMM) et
      *    annee (AAAA), pour rattraper une fin de periode manquee.
       FD FiPeriodes.
       01 engPeriodes.
           02 dernierMoisClosX pic x(6).
           02 filler pic x.
           02 derniereAnneeCloseX pic x(4).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminJobChk pic x(80) value "JobBatch.chk".
       01 cheminJobHisto pic x(80) value "JobHistorique.seq".
       01 cheminAlertesDurees pic x(80) value "AlertesDurees.seq".
       01 cheminVerdict pic x(80) value "PreVolVerdict.seq".
       01 cheminIntegrite pic x(80) value "IntegriteVerdict.seq".
       01 cheminEtapes pic x(80) value "EtapesJob.seq".
       01 cheminParam pic x(80) value "Parametres.seq".
       01 cheminEntreePropre pic x(80).
       01 cheminEntreeVive pic x(80).
       01 cheminCalendrier pic x(80) value "CalendrierJob.seq".
       01 cheminPeriodes pic x(80) value "JobPeriodes.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiJobChk
                                        FSOK BY fiJobChkOK
                                        FSFIN BY finFiEtapes
                                        FSABSENT BY fiEtapesAbsent.
      *    Rapport date du traitement (un fichier par jour) et
      *    historique une-ligne-par-execution pour suivre les volumes,
      *    la recurrence des ** ECART ** et les heures de debut et de
      *    fin de chaque etape (a blanc pour une etape non lancee).
       01 cheminRapportJob pic x(80) value spaces.
       01 nomRapportJob pic x(30) value spaces.
       01 ligneJobHisto.
               03 filler pic x value "/".
               03 ecritsHisto-ed pic 9(6).
               03 ecartHisto-ed pic x.
           02 filler pic x value space.
           02 typeExecutionHisto pic x value space.
           02 horaireEtapeHisto occurs 8.
               03 filler pic x value space.
               03 debutHisto-ed pic x(6).
               03 filler pic x value "-".
               03 finHisto-ed pic x(6).
       01 ligneJobHistoLue.
           02 dateJobHistoLue pic x(8).
           02 filler pic x(121).
           02 typeExecutionHistoLue pic x.
           02 horaireEtapeHistoLue occurs 8.
               03 filler pic x.
               03 debutHistoLue pic x(6).
               03 filler pic x.
               03 finHistoLue pic x(6).
       01 forceComplet pic x value "N".
           88 executionForcee value "O" "o".
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
       01 modeAutoSW pic x value "N".
           88 modeAuto value "O".
       01 forceCompletParam pic x value "N".

      *****************************************************************
      *    Duree des etapes : la duree habituelle est la moyenne des
      *    20 dernieres executions chronometrees de l'etape. Une
      *    etape qui la depasse de plus de MARGE-DUREE pour cent (50
      *    a defaut), et d'au moins une minute pour ne pas alerter
      *    sur les etapes breves, est signalee au tableau de bord
      *    des sa fin. Trois mesures au moins sont necessaires.
      *****************************************************************
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAlertesDurees
                                        FSOK BY fiAlertesDureesOK
                                        FSFIN BY fiAlertesDureesFin
                                        FSABSENT BY fiAlertesDureesAbs.
       01 margeDuree pic 9(3) value 50.
       01 valeurMarge pic x(12).
       01 filler redefines valeurMarge.
           02 valeurMarge3 pic 9(3).
           02 filler pic x(9).
       01 tabDureesHabituelles.
           02 dureesEtape occurs 8.
               03 dureeRecente pic 9(5) occurs 20.
               03 nbDureesRecentes pic 99.
               03 rangDureeRecente pic 99.
       01 indDuree pic 99.
       01 totalDurees pic 9(7).
       01 dureeHabituelle pic 9(5).
       01 dureeLimite pic 9(7).
       01 dureeEtape pic 9(5).
       01 heureDebutEtape pic 9(8).
       01 heureFinEtape pic 9(8).
       01 horaireCalcul pic x(6).
       01 filler redefines horaireCalcul.
           02 heuresCalcul pic 99.
           02 minutesCalcul pic 99.
           02 secondesCalcul pic 99.
       01 secondesDebut pic 9(5).
       01 secondesFin pic 9(5).
       01 ligneDepassement.
           02 filler pic x(22) value "  ** DEPASSEMENT ** ".
           02 dureeDepassement-ed pic zzzz9.
           02 filler pic x(17) value " s, habituel : ".
           02 dureeHabituelle-ed pic zzzz9.
           02 filler pic x(2) value " s".
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiVerdict
                                        FSOK BY fiVerdictOK
                                        FSFIN BY fiVerdictFin
      *    Seuls les verdicts dates du jour sont pris en compte.
       01 verdictPerimeSW pic x value "N".
           88 verdictPerimeVu value "O".
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiIntegrite
                                        FSOK BY fiIntegriteOK
                                        FSFIN BY fiIntegriteFin
                                        FSABSENT BY fiIntegriteAbsent.
      *    Integrite des references : un verdict NOGO bloque les
      *    etapes de restitution, ALRT porte le job en avertissement.
      *    Un verdict absent ou d'un autre jour est ignore.
       01 verdictIntegrite pic x(4) value spaces.
           88 integriteBloquante value "NOGO".
           88 integriteAlerte value "ALRT".
       01 ligneIntegrite.
           02 filler pic x(20) value "Integrite des refs: ".
           02 verdictIntegrite-ed pic x(4).
           02 filler pic x(3) value " - ".
           02 nbOrphelins-ed pic x(6).
           02 filler pic x(11) value " orphelins".

      *****************************************************************
      *    Table des etapes pilotee par EtapesJob.seq; a defaut, les
               03 entreeViveEtape pic x(20).
               03 entreePropreEtape pic x(24).
               03 statutEtape pic 9.
               03 frequenceEtape pic x.
               03 restitutionEtape pic x.
               03 etapeDueSW pic x.
               03 lusEtapeHisto pic 9(6).
               03 ecritsEtapeHisto pic 9(6).
               03 ecartEtapeHisto pic x.
               03 debutEtapeHisto pic x(6).
               03 finEtapeHisto pic x(6).
       01 nbEtapes pic 9 value 0.
       01 indEtape pic 9.
       01 indDependance pic 9.
           02 filler pic x value "0".
           02 filler pic x(20) value "FiEtud.seq".
           02 filler pic x(24) value "FiEtudPropre.seq".
           02 filler pic x value " ".
           02 filler pic x(30) value "Listing2Ex3-SUB".
           02 filler pic x(22) value "Listing etudiants".
           02 filler pic x(6) value "000000".
           02 filler pic x value "1".
           02 filler pic x(20) value "FiEtud.seq".
           02 filler pic x(24) value "FiEtudPropre.seq".
           02 filler pic x value "R".
           02 filler pic x(30) value "ProgrammeFichiersEx-SUB".
           02 filler pic x(22) value "Clients".
           02 filler pic x(6) value "000015".
           02 filler pic x value "0".
           02 filler pic x(20) value "Clients.seq".
           02 filler pic x(24) value "ClientsPropre.seq".
           02 filler pic x value "R".
           02 filler pic x(30) value "ProgrammeFichiersEx2-SUB".
           02 filler pic x(22) value "Ouvriers".
           02 filler pic x(6) value "000000".
           02 filler pic x value "0".
           02 filler pic x(20) value "FiOuv.seq".
           02 filler pic x(24) value "FiOuvPropre.seq".
           02 filler pic x value " ".
       01 tabEtapesDefaut redefines valEtapesDefaut.
           02 etapeDefaut occurs 4 pic x(104).

       01 lk-nbEtape pic 9(6).
       01 lk-ecrEtape pic 9(6).
      *    retour du job est le plus severe.
       01 statutJob pic 9 value 0.

      *****************************************************************
      *    Calendrier : jour ouvrable du traitement, fin de mois due
      *    le dernier jour ouvrable du mois, et rattrapage au premier
      *    jour ouvrable suivant quand le mois precedent n'a pas ete
      *    clos (chaine arretee, jour ferie declare apres coup).
      *****************************************************************
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCalendrier
                                        FSOK BY fiCalendrierOK
                                        FSFIN BY finFiCalendrier
                                        FSABSENT BY fiCalendrierAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPeriodes
                                        FSOK BY fiPeriodesOK
                                        FSFIN BY finFiPeriodes
                                        FSABSENT BY fiPeriodesAbsent.
       01 tabCalendrier.
           02 jourCalendrierTab occurs 400.
               03 dateCalendrierTab pic 9(8).
               03 typeJourCalendrierTab pic x.
               03 libelleCalendrierTab pic x(30).
       01 nbJoursCalendrier pic 999 value 0.
       01 indCalendrier pic 999.
       01 dateCalcul pic 9(8).
       01 filler redefines dateCalcul.
           02 anneeCalcul pic 9(4).
           02 moisCalcul pic 99.
           02 jourCalcul pic 99.
       01 joursMoisVal pic x(24) value "312831303130313130313031".
       01 filler redefines joursMoisVal.
           02 joursMois pic 99 occurs 12.
       01 joursCumulesVal.
           02 filler pic 9(3) value 0.
           02 filler pic 9(3) value 31.
           02 filler pic 9(3) value 59.
           02 filler pic 9(3) value 90.
           02 filler pic 9(3) value 120.
           02 filler pic 9(3) value 151.
           02 filler pic 9(3) value 181.
           02 filler pic 9(3) value 212.
           02 filler pic 9(3) value 243.
           02 filler pic 9(3) value 273.
           02 filler pic 9(3) value 304.
           02 filler pic 9(3) value 334.
       01 filler redefines joursCumulesVal.
           02 joursCumules pic 9(3) occurs 12.
       01 finMois pic 99.
       01 quotientAnnee pic 9(7).
       01 resteAnnee pic 9(3).
       01 anneeBissextile pic 9(4).
       01 joursAbsolus pic 9(7).
       01 rangJourSemaine pic 9.
       01 jourOuvrableCalcSW pic x.
           88 jourOuvrableCalc value "O".
       01 libelleJourCalc pic x(30).
       01 jourOuvrableSW pic x value "O".
           88 jourOuvrable value "O".
       01 libelleJourBatch pic x(30) value spaces.
       01 dernierOuvrableMois pic 9(8).
       01 moisBatch pic 9(6).
       01 moisPrecedent pic 9(6).
       01 anneeBatch pic 9(4).
       01 dernierMoisClos pic 9(6) value 0.
       01 derniereAnneeClose pic 9(4) value 0.
       01 moisAClore pic 9(6) value 0.
       01 filler redefines moisAClore.
           02 anneeMoisAClore pic 9(4).
           02 numMoisAClore pic 99.
       01 anneeAClore pic 9(4) value 0.
       01 nbEtapesDues pic 9 value 0.
       01 periodeEchoueeSW pic x.
           88 periodeEchouee value "O".
       01 ligneCalendrierJob.
           02 filler pic x(20) value "Calendrier        : ".
           02 typeJourBatch-ed pic x(18).
           02 libelleJourBatch-ed pic x(30).
       01 lignePeriodeJob.
           02 filler pic x(20) value "Cloture de periode: ".
           02 libellePeriode-ed pic x(16).
           02 periodeJob-ed pic x(8).
           02 rattrapagePeriode-ed pic x(14).
       01 ligneAucuneExecution pic x(80) value
          "Aucune etape due ce jour : pas d'execution de la chaine".

       01 dateBatch pic 9(8).
       01 ligneDate.
           02 filler pic x(20) value "Date du traitement: ".
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "JobBatchMaitre"
                         NIVEAU BY "M".
           perform lireModeAuto.
           display "Debut du job batch maitre".
           accept dateBatch from date yyyymmdd.
           move dateBatch to dateBatch-ed.
           display ligneDate.
           perform chargerEtapes.
           perform chargerCalendrier.
           perform chargerDureesHabituelles.
           perform determinerEcheances.
           if nbEtapesDues = 0
               perform journaliserAucuneExecution
               goback
           end-if.
           perform lireJobControle.
           display "Etape 0 : controle prealable des entrees "
                   "(PreVol)".
                           "fichier utilises tels quels"
           end-call.
           perform lireVerdictsPreVol.
           display "Etape 0 : integrite des references "
                   "(IntegriteReferences)".
           call "IntegriteReferences-SUB"
               on exception
                   display "IntegriteReferences indisponible, "
                           "verdict du fichier utilise tel quel"
           end-call.
           perform lireVerdictIntegrite.
           move spaces to nomRapportJob.
           string "RapportJob-" dateBatch ".seq"
                  delimited by size into nomRapportJob.
           display "Emplacement " nomRapportJob ": " cheminRapportJob.
           open output FiRapportJob.
           write engRapportJob from ligneDate end-write.
           perform ecrireCalendrierRapport.
           if verdictIntegrite not = spaces
               move verdictIntegrite to verdictIntegrite-ed
               write engRapportJob from ligneIntegrite end-write
           end-if.
           perform deroulerEtape
               varying indEtape from 1 by 1
               until indEtape > nbEtapes.
           write engRapportJob from ligneRecapTotal end-write.
           close FiRapportJob.
           perform historiserExecution.
           if integriteAlerte
               move 4 to statutJob
           end-if.
           perform varying indEtape from 1 by 1
                   until indEtape > nbEtapes
               if statutEtape(indEtape) > statutJob
           if statutJob < 8
               perform effacerJobControle
           end-if.
           perform cloturerPeriodes.
           display "Fin du job batch maitre, code retour " statutJob.
           move statutJob to return-code.

               move spaces to entreeViveEtape(indEtape)
               move spaces to entreePropreEtape(indEtape)
               move 0 to statutEtape(indEtape)
               move "O" to frequenceEtape(indEtape)
               move space to restitutionEtape(indEtape)
               move "N" to etapeDueSW(indEtape)
               move 0 to lusEtapeHisto(indEtape)
               move 0 to ecritsEtapeHisto(indEtape)
               move space to ecartEtapeHisto(indEtape)
               move spaces to debutEtapeHisto(indEtape)
               move spaces to finEtapeHisto(indEtape)
               move 0 to nbDureesRecentes(indEtape)
               move 0 to rangDureeRecente(indEtape)
           end-perform.
           open input FiEtapes.
           if fiEtapesOK
                            to entreeViveEtape(indEtape)
                       move entreePropreFi
                            to entreePropreEtape(indEtape)
                       if frequenceEtapeFi = "Q" or "O" or "M" or "A"
                           move frequenceEtapeFi
                                to frequenceEtape(indEtape)
                       end-if
                       if restitutionEtapeFi = "R"
                           move "R" to restitutionEtape(indEtape)
                       end-if
                       if indEtape > nbEtapes
                           move indEtape to nbEtapes
                       end-if
                        to entreeViveEtape(indEtape)
                   move etapeDefaut(indEtape)(80:24)
                        to entreePropreEtape(indEtape)
                   move etapeDefaut(indEtape)(104:1)
                        to restitutionEtape(indEtape)
               end-perform
               move 4 to nbEtapes
           end-if.
      *****************************************************************
       deroulerEtape.
           evaluate true
               when etapeDueSW(indEtape) = "N"
                   display "Etape " indEtape "/" nbEtapes
                           " non due ce jour (frequence "
                           frequenceEtape(indEtape) ")"
               when etapeAutoriseeSW(indEtape) = "N"
                   display "Etape " indEtape "/" nbEtapes
                           " sautee : entree declaree inutilisable "
                           "par le controle prealable"
                   move 8 to statutEtape(indEtape)
               when restitutionEtape(indEtape) = "R"
                    and integriteBloquante
                   display "Etape " indEtape "/" nbEtapes
                           " sautee : integrite des references "
                           "NOGO"
                   move 8 to statutEtape(indEtape)
               when etapeFaiteSW(indEtape) = "O"
                   display "Etape " indEtape "/" nbEtapes
                           " deja realisee le " dateReprise
           move 0 to lk-nbEtape.
           move 0 to lk-ecrEtape.
           move 0 to lk-statutEtape.
           accept heureDebutEtape from time.
           call programmeEtape(indEtape) using lk-nbEtape
                                                lk-ecrEtape
                                                lk-statutEtape
                           programmeEtape(indEtape)
                   move 8 to lk-statutEtape
           end-call.
           accept heureFinEtape from time.
           move lk-statutEtape to statutEtape(indEtape).
           move libelleEtape(indEtape) to nomEtape-ed.
           perform afficherReconciliation.
           perform controlerDureeEtape.
           perform pointerEtape.

      *****************************************************************
                       "ignores"
           end-if.

       lireVerdictIntegrite.
           move spaces to verdictIntegrite.
           open input FiIntegrite.
           if fiIntegriteOK
               read FiIntegrite end-read
               if not fiIntegriteFin
                   if dateIntegriteX = dateBatch
                       move verdictIntegriteFi to verdictIntegrite
                       move nbOrphelinsIntegriteX to nbOrphelins-ed
                   else
                       display "Verdict d'integrite des references "
                               "perime ignore"
                   end-if
               end-if
           end-if.
           close FiIntegrite.
           if verdictIntegrite not = spaces
               display "Integrite des references : "
                       verdictIntegrite
           end-if.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminJobHisto
                         NOMFIC BY "JobHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminAlertesDurees
                         NOMFIC BY "AlertesDurees.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminVerdict
                         NOMFIC BY "PreVolVerdict.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminIntegrite
                         NOMFIC BY "IntegriteVerdict.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminEtapes
                         NOMFIC BY "EtapesJob.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminParam
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminCalendrier
                         NOMFIC BY "CalendrierJob.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminPeriodes
                         NOMFIC BY "JobPeriodes.seq".

      *****************************************************************
      *    Calendrier d'exploitation et echeances du jour : les
      *    etapes quotidiennes sont toujours dues, les etapes de jour
      *    ouvrable seulement un jour ouvrable, les etapes de fin de
      *    mois et de fin d'annee quand une periode est a clore.
      *****************************************************************
       chargerCalendrier.
           open input FiCalendrier.
           if fiCalendrierOK
               read FiCalendrier end-read
               perform until finFiCalendrier
                   if dateCalendrierX numeric
                      and (typeJourCalendrier = "F" or "O")
                       if nbJoursCalendrier < 400
                           add 1 to nbJoursCalendrier
                           move dateCalendrierX
                                to dateCalendrierTab(nbJoursCalendrier)
                           move typeJourCalendrier
                                to typeJourCalendrierTab
                                   (nbJoursCalendrier)
                           move libelleCalendrier
                                to libelleCalendrierTab
                                   (nbJoursCalendrier)
                       end-if
                   else
                       display "Ligne de calendrier ignoree: "
                               engCalendrier
                   end-if
                   read FiCalendrier end-read
               end-perform
           else
               display "CalendrierJob.seq absent, jours ouvrables "
                       "du lundi au vendredi"
           end-if.
           close FiCalendrier.

       determinerEcheances.
           move dateBatch to dateCalcul.
           perform determinerJourOuvrable.
           move jourOuvrableCalcSW to jourOuvrableSW.
           move libelleJourCalc to libelleJourBatch.
           compute moisBatch = anneeCalcul * 100 + moisCalcul.
           move anneeCalcul to anneeBatch.
           if moisCalcul = 1
               compute moisPrecedent = (anneeCalcul - 1) * 100 + 12
           else
               compute moisPrecedent = moisBatch - 1
           end-if.
           perform chargerPeriodes.
           move 0 to moisAClore.
           move 0 to anneeAClore.
           if jourOuvrable
               perform determinerDernierOuvrable
               evaluate true
                   when dateBatch = dernierOuvrableMois
                        and dernierMoisClos < moisBatch
                       move moisBatch to moisAClore
                   when dernierMoisClos < moisPrecedent
                       move moisPrecedent to moisAClore
                       display "Fin de mois " moisPrecedent
                               " non close, rattrapage ce jour"
                   when other
                       continue
               end-evaluate
               if moisAClore not = 0
                  and numMoisAClore = 12
                  and derniereAnneeClose < anneeMoisAClore
                   move anneeMoisAClore to anneeAClore
               end-if
               if anneeAClore = 0
                  and derniereAnneeClose < anneeBatch - 1
                   compute anneeAClore = anneeBatch - 1
                   display "Fin d'annee " anneeAClore
                           " non close, rattrapage ce jour"
               end-if
           end-if.
           move 0 to nbEtapesDues.
           perform varying indEtape from 1 by 1
                   until indEtape > nbEtapes
               evaluate frequenceEtape(indEtape)
                   when "Q"
                       move "O" to etapeDueSW(indEtape)
                   when "M"
                       if moisAClore not = 0
                           move "O" to etapeDueSW(indEtape)
                       end-if
                   when "A"
                       if anneeAClore not = 0
                           move "O" to etapeDueSW(indEtape)
                       end-if
                   when other
                       if jourOuvrable
                           move "O" to etapeDueSW(indEtape)
                       end-if
               end-evaluate
               if etapeDueSW(indEtape) = "O"
                   add 1 to nbEtapesDues
               end-if
           end-perform.
           if not jourOuvrable
               display "Jour non ouvrable : " libelleJourBatch
           end-if.
           display "Etapes dues ce jour: " nbEtapesDues.

      *    Jour ouvrable d'une date : le calendrier prime, sinon du
      *    lundi au vendredi, le rang du jour dans la semaine etant
      *    tire du nombre de jours ecoules depuis l'an zero.
       determinerJourOuvrable.
           move "N" to jourOuvrableCalcSW.
           move spaces to libelleJourCalc.
           if moisCalcul > 2
               move anneeCalcul to anneeBissextile
           else
               compute anneeBissextile = anneeCalcul - 1
           end-if.
           compute joursAbsolus = anneeCalcul * 365
                   + anneeBissextile / 4
                   - anneeBissextile / 100
                   + anneeBissextile / 400
                   + joursCumules(moisCalcul)
                   + jourCalcul.
           divide joursAbsolus by 7 giving quotientAnnee
                  remainder resteAnnee.
           compute rangJourSemaine = resteAnnee + 5.
           if rangJourSemaine > 6
               subtract 7 from rangJourSemaine
           end-if.
           add 1 to rangJourSemaine.
           if rangJourSemaine <= 5
               move "O" to jourOuvrableCalcSW
           else
               move "week-end" to libelleJourCalc
           end-if.
           perform varying indCalendrier from 1 by 1
                   until indCalendrier > nbJoursCalendrier
               if dateCalendrierTab(indCalendrier) = dateCalcul
                   move typeJourCalendrierTab(indCalendrier)
                        to jourOuvrableCalcSW
                   move libelleCalendrierTab(indCalendrier)
                        to libelleJourCalc
                   if jourOuvrableCalcSW = "F"
                       move "N" to jourOuvrableCalcSW
                   end-if
               end-if
           end-perform.

       determinerDernierOuvrable.
           move dateBatch to dateCalcul.
           move joursMois(moisCalcul) to finMois.
           if moisCalcul = 2
               divide anneeCalcul by 4 giving quotientAnnee
                      remainder resteAnnee
               if resteAnnee = 0
                   move 29 to finMois
                   divide anneeCalcul by 100 giving quotientAnnee
                          remainder resteAnnee
                   if resteAnnee = 0
                       divide anneeCalcul by 400 giving quotientAnnee
                              remainder resteAnnee
                       if resteAnnee not = 0
                           move 28 to finMois
                       end-if
                   end-if
               end-if
           end-if.
           move finMois to jourCalcul.
           perform determinerJourOuvrable.
           perform until jourOuvrableCalc or jourCalcul = 1
               subtract 1 from jourCalcul
               perform determinerJourOuvrable
           end-perform.
           move dateCalcul to dernierOuvrableMois.

      *    Sans fichier des periodes, la chaine part du mois et de
      *    l'annee precedents comme deja clos : pas de rattrapage au
      *    premier passage.
       chargerPeriodes.
           move moisPrecedent to dernierMoisClos.
           compute derniereAnneeClose = anneeBatch - 1.
           open input FiPeriodes.
           if fiPeriodesOK
               read FiPeriodes
                   at end continue
                   not at end
                       if dernierMoisClosX numeric
                           move dernierMoisClosX to dernierMoisClos
                       end-if
                       if derniereAnneeCloseX numeric
                           move derniereAnneeCloseX
                                to derniereAnneeClose
                       end-if
               end-read
           end-if.
           close FiPeriodes.

      *    Une periode n'est close que si ses etapes ont abouti; une
      *    etape de fin de periode en erreur sera reprise au
      *    prochain jour ouvrable par le rattrapage.
       cloturerPeriodes.
           if moisAClore not = 0 or anneeAClore not = 0
               move "N" to periodeEchoueeSW
               perform varying indEtape from 1 by 1
                       until indEtape > nbEtapes
                   if etapeDueSW(indEtape) = "O"
                      and (frequenceEtape(indEtape) = "M" or "A")
                      and statutEtape(indEtape) = 8
                       move "O" to periodeEchoueeSW
                   end-if
               end-perform
               if periodeEchouee
                   display "Etape de fin de periode en erreur, "
                           "periode laissee ouverte"
               else
                   if moisAClore > dernierMoisClos
                       move moisAClore to dernierMoisClos
                   end-if
                   if anneeAClore > derniereAnneeClose
                       move anneeAClore to derniereAnneeClose
                   end-if
                   open output FiPeriodes
                   move spaces to engPeriodes
                   move dernierMoisClos to dernierMoisClosX
                   move derniereAnneeClose to derniereAnneeCloseX
                   write engPeriodes end-write
                   close FiPeriodes
                   display "Periodes closes : mois " dernierMoisClos
                           ", annee " derniereAnneeClose
               end-if
           end-if.

       ecrireCalendrierRapport.
           if jourOuvrable
               move "jour ouvrable" to typeJourBatch-ed
           else
               move "jour non ouvrable" to typeJourBatch-ed
           end-if.
           move libelleJourBatch to libelleJourBatch-ed.
           write engRapportJob from ligneCalendrierJob end-write.
           if moisAClore not = 0
               move "fin de mois" to libellePeriode-ed
               move moisAClore to periodeJob-ed
               if moisAClore < moisBatch
                   move " (rattrapage)" to rattrapagePeriode-ed
               else
                   move spaces to rattrapagePeriode-ed
               end-if
               write engRapportJob from lignePeriodeJob end-write
           end-if.
           if anneeAClore not = 0
               move "fin d'annee" to libellePeriode-ed
               move anneeAClore to periodeJob-ed
               if anneeAClore < anneeBatch
                   move " (rattrapage)" to rattrapagePeriode-ed
               else
                   move spaces to rattrapagePeriode-ed
               end-if
               write engRapportJob from lignePeriodeJob end-write
           end-if.

      *    Jour sans etape due : le rapport du jour et l'historique
      *    gardent une ligne "pas d'execution" (type N), le fichier
      *    de controle de reprise n'est pas touche.
       journaliserAucuneExecution.
           display ligneAucuneExecution.
           move spaces to nomRapportJob.
           string "RapportJob-" dateBatch ".seq"
                  delimited by size into nomRapportJob.
           move spaces to cheminRapportJob.
           if dossierDonnees not = spaces
               string dossierDonnees delimited by "  "
                      nomRapportJob delimited by "  "
                      into cheminRapportJob
           else
               move nomRapportJob to cheminRapportJob
           end-if.
           open output FiRapportJob.
           write engRapportJob from ligneDate end-write.
           perform ecrireCalendrierRapport.
           write engRapportJob from ligneAucuneExecution end-write.
           close FiRapportJob.
           move "N" to typeExecutionHisto.
           perform historiserExecution.
           display "Fin du job batch maitre, code retour 0".
           move 0 to return-code.

       historiserExecution.
           open extend FiJobHisto.
                        to ecritsHisto-ed(indEtape)
                   move ecartEtapeHisto(indEtape)
                        to ecartHisto-ed(indEtape)
                   move debutEtapeHisto(indEtape)
                        to debutHisto-ed(indEtape)
                   move finEtapeHisto(indEtape)
                        to finHisto-ed(indEtape)
               end-perform
               write engJobHisto from ligneJobHisto end-write
           end-if.
               end-if
           end-if.

      *****************************************************************
      *    Durees habituelles : relecture de l'historique des
      *    executions; seules les etapes chronometrees (heures de
      *    debut et de fin presentes) alimentent la moyenne.
      *****************************************************************
       chargerDureesHabituelles.
           open input FiJobHisto.
           if fiJobHistoOK
               read FiJobHisto into ligneJobHistoLue end-read
               perform until fiJobHistoFin
                   if typeExecutionHistoLue not = "N"
                       perform varying indEtape from 1 by 1
                               until indEtape > 8
                           if debutHistoLue(indEtape) numeric
                              and finHistoLue(indEtape) numeric
                               perform memoriserDureeLue
                           end-if
                       end-perform
                   end-if
                   read FiJobHisto into ligneJobHistoLue end-read
               end-perform
           end-if.
           close FiJobHisto.

       memoriserDureeLue.
           move debutHistoLue(indEtape) to horaireCalcul.
           perform convertirHoraire.
           move secondesFin to secondesDebut.
           move finHistoLue(indEtape) to horaireCalcul.
           perform convertirHoraire.
           perform calculerDuree.
           add 1 to rangDureeRecente(indEtape).
           if rangDureeRecente(indEtape) > 20
               move 1 to rangDureeRecente(indEtape)
           end-if.
           move dureeEtape
                to dureeRecente(indEtape rangDureeRecente(indEtape)).
           if nbDureesRecentes(indEtape) < 20
               add 1 to nbDureesRecentes(indEtape)
           end-if.

       convertirHoraire.
           compute secondesFin = heuresCalcul * 3600
                               + minutesCalcul * 60
                               + secondesCalcul.

      *    Une etape qui passe minuit finit avant son heure de debut.
       calculerDuree.
           if secondesFin < secondesDebut
               compute dureeEtape = secondesFin + 86400
                                  - secondesDebut
           else
               compute dureeEtape = secondesFin - secondesDebut
           end-if.

       controlerDureeEtape.
           move heureDebutEtape(1:6) to debutEtapeHisto(indEtape).
           move heureFinEtape(1:6) to finEtapeHisto(indEtape).
           move heureDebutEtape(1:6) to horaireCalcul.
           perform convertirHoraire.
           move secondesFin to secondesDebut.
           move heureFinEtape(1:6) to horaireCalcul.
           perform convertirHoraire.
           perform calculerDuree.
           display "Duree de l'etape " indEtape " : " dureeEtape
                   " s".
           if nbDureesRecentes(indEtape) >= 3
               move 0 to totalDurees
               perform varying indDuree from 1 by 1
                       until indDuree > nbDureesRecentes(indEtape)
                   add dureeRecente(indEtape indDuree) to totalDurees
               end-perform
               compute dureeHabituelle rounded
                       = totalDurees / nbDureesRecentes(indEtape)
               compute dureeLimite
                       = dureeHabituelle * (100 + margeDuree) / 100
               if dureeEtape > dureeLimite
                  and dureeEtape >= dureeHabituelle + 60
                   perform signalerDepassement
               end-if
           end-if.

       signalerDepassement.
           move dureeEtape to dureeDepassement-ed.
           move dureeHabituelle to dureeHabituelle-ed.
           display libelleEtape(indEtape) ligneDepassement.
           write engRapportJob from ligneDepassement end-write.
           open extend FiAlertesDurees.
           if not fiAlertesDureesOK and fs-FiAlertesDurees not = "05"
               open output FiAlertesDurees
           end-if.
           move spaces to engAlerteDuree.
           move dateBatch to dateAlerteDuree.
           move heureFinEtape(1:6) to heureAlerteDuree.
           move indEtape to etapeAlerteDuree.
           move libelleEtape(indEtape) to libelleAlerteDuree.
           move dureeEtape to dureeAlerteDuree.
           move dureeHabituelle to habituelleAlerteDuree.
           write engAlerteDuree end-write.
           close FiAlertesDurees.

       lireModeAuto.
           open input FiParametres.
           if fiParametresOK
                       when "FORCE-COMPLET"
                           move valeurParametreX(1:1)
                                to forceCompletParam
                       when "MARGE-DUREE"
                           move valeurParametreX to valeurMarge
                           inspect valeurMarge
                                   replacing leading " " by "0"
                           if valeurMarge(1:3) numeric
                               move valeurMarge3 to margeDuree
                           end-if
                       when other
                           continue
                   end-evaluate
