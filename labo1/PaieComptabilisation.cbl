       program-id. PaieComptabilisation as "PaieComptabilisation".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select FiPaieHistorique
               assign to dynamic cheminFiPaieHistorique
               organization is line sequential
               file status is fs-FiPaieHistorique.
           select optional FiBaremesPaie
               assign to dynamic cheminFiBaremesPaie
               organization is line sequential
               file status is fs-FiBaremesPaie.
           select optional FiParametres
               assign to dynamic cheminFiParametres
               organization is line sequential
               file status is fs-FiParametres.
           select optional FiPlanComptable
               assign to dynamic cheminFiPlanComptable
               organization is line sequential
               file status is fs-FiPlanComptable.
           select optional FiVirementsCourtiers
               assign to dynamic cheminFiVirementsCourtiers
               organization is line sequential
               file status is fs-FiVirementsCourtiers.
           select optional FiPrelevements
               assign to dynamic cheminFiPrelevements
               organization is line sequential
               file status is fs-FiPrelevements.
           select FiJournal assign to dynamic cheminFiJournal
               organization is line sequential
               file status is fs-FiJournal.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
       FD FiPaieHistorique.
       01 engPaieHistorique.
           02 datePeriodeHisto pic x(8).
           02 filler pic x.
           02 nomOuvrierHisto pic x(30).
           02 filler pic x.
           02 heuresNormalesHisto pic x(3).
           02 filler pic x.
           02 heuresSuppHisto pic x(3).
           02 filler pic x.
           02 salaireBrutHisto pic x(8).
           02 filler pic x.
           02 statutVirementHisto pic x.
       FD FiBaremesPaie.
       01 engBaremePaie.
           02 typeBareme pic x(4).
           02 filler pic x.
           02 borneX pic x(8).
           02 filler pic x.
           02 tauxBaremeX pic x(4).
       FD FiParametres.
       01 engParametre.
           02 cleParametre pic x(20).
           02 valeurParametreX pic x(12).
      *    Plan comptable de la paie : une ligne par rubrique du
      *    journal, avec le compte general et le libelle a porter.
       FD FiPlanComptable.
       01 engPlanComptable.
           02 rubriquePlan pic x(20).
           02 filler pic x.
           02 comptePlan pic x(10).
           02 filler pic x.
           02 libellePlan pic x(30).
       FD FiVirementsCourtiers.
       01 engVirementCourtier pic x(60).
       FD FiPrelevements.
       01 engPrelevement.
           COPY "PrelevementAvance.cpy".
       FD FiJournal.
       01 engJournal.
           COPY "EcriturePaie.cpy".
       FD FiAudit.
       01 engAudit.
           02 dateAudit-ed pic 9(8).
           02 filler pic x value space.
           02 heureAudit-ed pic 9(6).
           02 filler pic x(3) value " - ".
           02 programmeAudit-ed pic x(20).
           02 filler pic x(3) value " - ".
           02 resumeAudit-ed pic x(60).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiPaieHistorique pic x(80) value "Paie-Historique.seq".
       01 cheminFiBaremesPaie pic x(80) value "BaremesPaie.seq".
       01 cheminFiParametres pic x(80) value "Parametres.seq".
       01 cheminFiPlanComptable pic x(80)
          value "PlanComptablePaie.seq".
       01 cheminFiVirementsCourtiers pic x(80)
          value "VirementsCourtiers.seq".
       01 cheminFiPrelevements pic x(80)
          value "AvancesPrelevements.seq".
       01 cheminFiJournal pic x(80) value "PaieJournal.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaieHistorique
                                        FSOK BY fiPaieHistoriqueOK
                                        FSFIN BY finFiPaieHistorique
                                        FSABSENT BY fiPaieHistoAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiBaremesPaie
                                        FSOK BY fiBaremesPaieOK
                                        FSFIN BY finFiBaremesPaie
                                        FSABSENT BY fiBaremesPaieAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPlanComptable
                                        FSOK BY fiPlanComptableOK
                                        FSFIN BY finFiPlanComptable
                                        FSABSENT BY fiPlanComptableAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP
                                        BY fs-FiVirementsCourtiers
                                        FSOK BY fiVirCourtiersOK
                                        FSFIN BY finFiVirCourtiers
                                        FSABSENT BY fiVirCourtiersAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPrelevements
                                        FSOK BY fiPrelevementsOK
                                        FSFIN BY finFiPrelevements
                                        FSABSENT BY fiPrelevementsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiJournal
                                        FSOK BY fiJournalOK
                                        FSFIN BY fiJournalFin
                                        FSABSENT BY fiJournalAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 modeAutoSW pic x value "N".
           88 modeAuto value "O".
       01 periodeParam pic x(8) value spaces.
       01 periodeDemandeeX pic x(8).
       01 periodeDemandee redefines periodeDemandeeX pic 9(8).

      *****************************************************************
      *    Retenues legales et charges patronales : memes baremes
      *    que le traitement de paie (BaremesPaie.seq), valeurs par
      *    defaut si le fichier est absent.
      *****************************************************************
       01 tauxOnss pic 9v9999 value 0.1307.
       01 tauxPatronal pic 99v99 value 25.00.
       01 tabPrecompte.
           02 tranchePrecompte occurs 8.
               03 bornePrecompte pic 9(6)v99.
               03 tauxPrecompte pic 99v99.
       01 nbTranches pic 9 value 0.
       01 indTranche pic 9.
       01 borneBrut pic x(8).
       01 borneBrutNum redefines borneBrut pic 9(6)v99.
       01 tauxBrut pic x(4).
       01 tauxBrutNum redefines tauxBrut pic 99v99.
       01 borneInferieure pic 9(6)v99.
       01 partImposable pic 9(6)v99.
       01 champ8 pic x(8).
       01 champ8Num redefines champ8 pic 9(6)v99.

       01 brutPeriode pic 9(6)v99.
       01 montantOnss pic 9(6)v99.
       01 montantImposable pic 9(6)v99.
       01 montantPrecompte pic 9(6)v99.
       01 montantNet pic 9(6)v99.
       01 montantPatronal pic 9(6)v99.

      *    Rubriques du journal et leur sens; l'indice de la rubrique
      *    sert d'indice aux montants et aux comptes du plan.
       01 valRubriques.
           02 filler pic x(21) value "SALAIRES-BRUTS      D".
           02 filler pic x(21) value "CHARGES-PATRONALES  D".
           02 filler pic x(21) value "ONSS-OUVRIER        C".
           02 filler pic x(21) value "ONSS-PATRONAL       C".
           02 filler pic x(21) value "PRECOMPTE           C".
           02 filler pic x(21) value "REMUNERATIONS-DUES  C".
           02 filler pic x(21) value "AVANCES-OUVRIERS    C".
           02 filler pic x(21) value "COMMISSIONS         D".
           02 filler pic x(21) value "COMMISSIONS-DUES    C".
       01 tabRubriques redefines valRubriques.
           02 rubriqueDef occurs 9.
               03 rubriqueTab pic x(20).
               03 sensTab pic x.
       01 nbRubriques pic 99 value 9.
       01 indRubrique pic 99.
       01 indRubriqueTrouvee pic 99.
       01 tabMontantsRubriques.
           02 montantRubrique occurs 9 pic 9(9)v99.
       01 tabComptesRubriques.
           02 compteRubrique occurs 9.
               03 compteTab pic x(10).
               03 libelleTab pic x(30).

       01 ligneVirementCourtier.
           02 nomCourtierVir pic x(30).
           02 filler pic x(3).
           02 nbHVir pic x(3).
           02 filler pic x(2).
           02 filler pic x(3).
           02 commissionVir pic zzBzz9.99.
           02 filler pic x(6).
       01 commissionLue pic 9(6)v99.

       01 nbLignesPeriode pic 9(5) value 0.
       01 nbCommissions pic 9(4) value 0.
       01 nbPrelevements pic 9(4) value 0.
       01 avancesIncoherentesSW pic x value "N".
           88 avancesIncoherentes value "O".
       01 nbEcritures pic 9(4) value 0.
       01 nbComptesManquants pic 9 value 0.
       01 totalDebit pic 9(11)v99 value 0.
       01 totalCredit pic 9(11)v99 value 0.
       01 journalEquilibreSW pic x value "N".
           88 journalAccepte value "O".

       01 nbLignesPeriode-ed pic zzzz9.
       01 nbEcritures-ed pic zzz9.
       01 totalDebit-ed pic zzzzzzzzzz9.99.
       01 totalCredit-ed pic zzzzzzzzzz9.99.
       01 montantRubrique-ed pic zzzzzzzz9.99.

       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.
       01 statutResume pic x(10).

       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PaieComptabilisation"
                         NIVEAU BY "M".
           perform lireParametres.
           if modeAuto
               if periodeParam numeric
                   move periodeParam to periodeDemandeeX
               else
                   display "PERIODE-COMPTA absente en mode "
                           "planificateur, arret"
                   move 12 to return-code
                   stop run
               end-if
           else
               display "Periode a comptabiliser (AAAAMMJJ, vide = "
                       "aujourd'hui): " no advancing
               accept periodeDemandeeX
               if periodeDemandeeX = spaces
                   accept periodeDemandee from date yyyymmdd
               end-if
           end-if.
           if periodeDemandeeX not numeric
               display "Periode illisible, abandon"
               move 8 to return-code
               stop run
           end-if.
           perform varying indRubrique from 1 by 1
                   until indRubrique > nbRubriques
               move 0 to montantRubrique(indRubrique)
               move spaces to compteRubrique(indRubrique)
           end-perform.
           perform chargerBaremesPaie.
           perform chargerPlanComptable.
           perform depouillerHistorique.
           if nbLignesPeriode = 0
               display "Aucune ligne de paie pour la periode "
                       periodeDemandeeX ", journal non produit"
               move 8 to return-code
               stop run
           end-if.
           perform lirePrelevementsAvances.
           perform lireCommissionsCourtiers.
           perform controlerJournal.
           perform ecrireJournal.
           perform ecrireAudit.
           move nbLignesPeriode to nbLignesPeriode-ed.
           display "Lignes de paie comptabilisees: "
                   nbLignesPeriode-ed.
           display "Retenues sur avances: " nbPrelevements.
           display "Commissions de courtiers: " nbCommissions.
           move nbEcritures to nbEcritures-ed.
           display "Ecritures du journal: " nbEcritures-ed.
           move totalDebit to totalDebit-ed.
           move totalCredit to totalCredit-ed.
           display "Total debit : " totalDebit-ed.
           display "Total credit: " totalCredit-ed.
           if journalAccepte
               display "Journal de paie equilibre"
           else
               display "JOURNAL REJETE : debit et credit differents "
                       "ou compte absent du plan, rien a integrer"
               move 8 to return-code
           end-if.
           stop run.

       lireParametres.
           open input FiParametres.
           if fiParametresOK
               read FiParametres end-read
               perform until finFiParametres
                   evaluate cleParametre
                       when "MODE-AUTO"
                           if valeurParametreX(1:1) = "O"
                               move "O" to modeAutoSW
                           end-if
                       when "PERIODE-COMPTA"
                           move valeurParametreX(1:8)
                                to periodeParam
                       when other
                           continue
                   end-evaluate
                   read FiParametres end-read
               end-perform
           end-if.
           close FiParametres.

       chargerBaremesPaie.
           move 1000.00 to bornePrecompte(1).
           move 0 to tauxPrecompte(1).
           move 2000.00 to bornePrecompte(2).
           move 20.00 to tauxPrecompte(2).
           move 999999.99 to bornePrecompte(3).
           move 40.00 to tauxPrecompte(3).
           move 3 to nbTranches.
           open input FiBaremesPaie.
           if fiBaremesPaieOK
               move 0 to nbTranches
               read FiBaremesPaie end-read
               perform until finFiBaremesPaie
                   perform chargerLigneBareme
                   read FiBaremesPaie end-read
               end-perform
               if nbTranches = 0
                   move 1000.00 to bornePrecompte(1)
                   move 0 to tauxPrecompte(1)
                   move 2000.00 to bornePrecompte(2)
                   move 20.00 to tauxPrecompte(2)
                   move 999999.99 to bornePrecompte(3)
                   move 40.00 to tauxPrecompte(3)
                   move 3 to nbTranches
               end-if
           else
               display "BaremesPaie.seq absent, statut: "
                       fs-FiBaremesPaie ", baremes par defaut"
           end-if.
           close FiBaremesPaie.

       chargerLigneBareme.
           move borneX to borneBrut.
           inspect borneBrut replacing leading " " by "0".
           move tauxBaremeX to tauxBrut.
           inspect tauxBrut replacing leading " " by "0".
           evaluate typeBareme
               when "ONSS"
                   if tauxBrut numeric
                       compute tauxOnss = tauxBrutNum / 100
                   end-if
               when "IMPO"
                   if borneBrut numeric and tauxBrut numeric
                      and nbTranches < 8
                       add 1 to nbTranches
                       move borneBrutNum
                            to bornePrecompte(nbTranches)
                       move tauxBrutNum to tauxPrecompte(nbTranches)
                   end-if
               when "PATR"
                   if tauxBrut numeric
                       move tauxBrutNum to tauxPatronal
                   end-if
               when other
                   display "Ligne de bareme inconnue ignoree: "
                           typeBareme
           end-evaluate.

       chargerPlanComptable.
           open input FiPlanComptable.
           if fiPlanComptableOK
               read FiPlanComptable end-read
               perform until finFiPlanComptable
                   move 0 to indRubriqueTrouvee
                   perform varying indRubrique from 1 by 1
                           until indRubrique > nbRubriques
                              or indRubriqueTrouvee not = 0
                       if rubriqueTab(indRubrique) = rubriquePlan
                           move indRubrique to indRubriqueTrouvee
                       end-if
                   end-perform
                   if indRubriqueTrouvee = 0
                       display "Rubrique inconnue du journal ignoree: "
                               rubriquePlan
                   else
                       move comptePlan
                            to compteTab(indRubriqueTrouvee)
                       move libellePlan
                            to libelleTab(indRubriqueTrouvee)
                   end-if
                   read FiPlanComptable end-read
               end-perform
           else
               display "PlanComptablePaie.seq absent, statut: "
                       fs-FiPlanComptable
           end-if.
           close FiPlanComptable.

      *****************************************************************
      *    Chaque ligne d'historique de la periode est recalculee du
      *    brut au net avec les regles du traitement de paie, comme
      *    pour les certificats; les charges patronales s'y ajoutent
      *    au taux PATR. Le net est la difference exacte du brut et
      *    des retenues, de sorte que le journal s'equilibre ligne a
      *    ligne.
      *****************************************************************
       depouillerHistorique.
           open input FiPaieHistorique.
           if not fiPaieHistoriqueOK
               display "Paie-Historique.seq introuvable, statut: "
                       fs-FiPaieHistorique
               move 8 to return-code
               stop run
           end-if.
           read FiPaieHistorique end-read.
           perform until finFiPaieHistorique
               if datePeriodeHisto = periodeDemandeeX
                   perform comptabiliserLignePaie
               end-if
               read FiPaieHistorique end-read
           end-perform.
           close FiPaieHistorique.

       comptabiliserLignePaie.
           move salaireBrutHisto to champ8.
           inspect champ8 replacing leading " " by "0".
           if champ8 numeric
               add 1 to nbLignesPeriode
               move champ8Num to brutPeriode
               perform calculerRetenuesPeriode
               compute montantNet =
                       brutPeriode - montantOnss - montantPrecompte
               compute montantPatronal rounded =
                       brutPeriode * tauxPatronal / 100
               add brutPeriode to montantRubrique(1)
               add montantPatronal to montantRubrique(2)
               add montantOnss to montantRubrique(3)
               add montantPatronal to montantRubrique(4)
               add montantPrecompte to montantRubrique(5)
               add montantNet to montantRubrique(6)
           else
               display "Brut illisible, ligne ignoree: "
                       nomOuvrierHisto
           end-if.

       calculerRetenuesPeriode.
           compute montantOnss rounded = brutPeriode * tauxOnss.
           compute montantImposable = brutPeriode - montantOnss.
           move 0 to montantPrecompte.
           move 0 to borneInferieure.
           perform varying indTranche from 1 by 1
                   until indTranche > nbTranches
               if montantImposable > borneInferieure
                   if montantImposable >= bornePrecompte(indTranche)
                       compute partImposable =
                               bornePrecompte(indTranche)
                               - borneInferieure
                   else
                       compute partImposable =
                               montantImposable - borneInferieure
                   end-if
                   compute montantPrecompte rounded =
                           montantPrecompte
                           + (partImposable
                              * tauxPrecompte(indTranche) / 100)
               end-if
               move bornePrecompte(indTranche) to borneInferieure
           end-perform.

      *    Les retenues sur avances de la periode diminuent les
      *    remunerations dues et soldent la creance sur l'ouvrier.
       lirePrelevementsAvances.
           open input FiPrelevements.
           if fiPrelevementsOK
               read FiPrelevements end-read
               perform until finFiPrelevements
                   if datePrelevement = periodeDemandee
                       add 1 to nbPrelevements
                       add montantPrelevement to montantRubrique(7)
                   end-if
                   read FiPrelevements end-read
               end-perform
           end-if.
           close FiPrelevements.
           if montantRubrique(7) > montantRubrique(6)
               display "Retenues sur avances superieures aux "
                       "remunerations dues de la periode"
               move "O" to avancesIncoherentesSW
           else
               subtract montantRubrique(7) from montantRubrique(6)
           end-if.

      *    Les commissions virees aux courtiers partent par le meme
      *    circuit de versement que les salaires : charge de
      *    commissions au debit, commissions dues au credit.
       lireCommissionsCourtiers.
           open input FiVirementsCourtiers.
           if fiVirCourtiersOK
               read FiVirementsCourtiers end-read
               perform until finFiVirCourtiers
                   move engVirementCourtier to ligneVirementCourtier
                   move commissionVir to commissionLue
                   add 1 to nbCommissions
                   add commissionLue to montantRubrique(8)
                   add commissionLue to montantRubrique(9)
                   read FiVirementsCourtiers end-read
               end-perform
           else
               display "VirementsCourtiers.seq absent, statut: "
                       fs-FiVirementsCourtiers
                       ", pas de commissions au journal"
           end-if.
           close FiVirementsCourtiers.

       controlerJournal.
           move 0 to totalDebit.
           move 0 to totalCredit.
           move 0 to nbComptesManquants.
           perform varying indRubrique from 1 by 1
                   until indRubrique > nbRubriques
               if montantRubrique(indRubrique) not = 0
                   if compteTab(indRubrique) = spaces
                       add 1 to nbComptesManquants
                       display "Compte absent du plan pour la "
                               "rubrique " rubriqueTab(indRubrique)
                   end-if
                   if sensTab(indRubrique) = "D"
                       add montantRubrique(indRubrique) to totalDebit
                   else
                       add montantRubrique(indRubrique) to totalCredit
                   end-if
               end-if
           end-perform.
           if totalDebit = totalCredit and nbComptesManquants = 0
              and not avancesIncoherentes
               move "O" to journalEquilibreSW
           else
               move "N" to journalEquilibreSW
           end-if.

      *****************************************************************
      *    Un journal desequilibre est arrete : le fichier ne porte
      *    alors que l'enregistrement de controle REJETE, pour que
      *    rien ne soit integre en comptabilite.
      *****************************************************************
       ecrireJournal.
           move 0 to nbEcritures.
           open output FiJournal.
           if not fiJournalOK
               display "PaieJournal.seq impossible a creer, statut: "
                       fs-FiJournal
               move 8 to return-code
               stop run
           end-if.
           if journalAccepte
               perform varying indRubrique from 1 by 1
                       until indRubrique > nbRubriques
                   if montantRubrique(indRubrique) not = 0
                       perform ecrireEcriture
                   end-if
               end-perform
           end-if.
           move spaces to engJournal.
           move "C" to typeEcriture.
           move periodeDemandee to dateEcriture.
           move nbEcritures to nbEcrituresCtl.
           move totalDebit to totalDebitCtl.
           move totalCredit to totalCreditCtl.
           if journalAccepte
               move "EQUILIBRE" to statutJournalCtl
           else
               move "REJETE" to statutJournalCtl
           end-if.
           write engJournal end-write.
           close FiJournal.

       ecrireEcriture.
           add 1 to nbEcritures.
           move spaces to engJournal.
           move "E" to typeEcriture.
           move periodeDemandee to dateEcriture.
           move nbEcritures to numeroEcriture.
           move rubriqueTab(indRubrique) to rubriqueEcriture.
           move compteTab(indRubrique) to compteEcriture.
           move sensTab(indRubrique) to sensEcriture.
           move montantRubrique(indRubrique) to montantEcriture.
           move libelleTab(indRubrique) to libelleEcriture.
           write engJournal end-write.
           move montantRubrique(indRubrique) to montantRubrique-ed.
           display "  " sensTab(indRubrique) " "
                   compteTab(indRubrique) " "
                   rubriqueTab(indRubrique) " " montantRubrique-ed.

       ecrireAudit.
           if journalAccepte
               move "EQUILIBRE" to statutResume
           else
               move "REJETE" to statutResume
           end-if.
           move totalDebit to totalDebit-ed.
           move spaces to resumeAudit.
           string "journal " periodeDemandeeX
                  " debit=" totalDebit-ed
                  " " statutResume
                  delimited by size into resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "PaieComptabilisation"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaieHistorique
                         NOMFIC BY "Paie-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiBaremesPaie
                         NOMFIC BY "BaremesPaie.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPlanComptable
                         NOMFIC BY "PlanComptablePaie.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVirementsCourtiers
                         NOMFIC BY "VirementsCourtiers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPrelevements
                         NOMFIC BY "AvancesPrelevements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiJournal
                         NOMFIC BY "PaieJournal.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program PaieComptabilisation.
