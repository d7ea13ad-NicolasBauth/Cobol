       program-id. OuvriersSortie as "OuvriersSortie".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiSorties assign to dynamic cheminFiSorties
               organization is line sequential
               file status is fs-FiSorties.
           select FiOuvriersMaitre
               assign to dynamic cheminFiOuvriersMaitre
               organization is line sequential
               file status is fs-FiOuvriersMaitre.
           select optional FiOuv assign to dynamic cheminFiOuv
               organization is line sequential
               file status is fs-FiOuv.
           select optional FiTauxHistorique
               assign to dynamic cheminFiTauxHistorique
               organization is line sequential
               file status is fs-FiTauxHistorique.
           select optional FiBaremesPaie
               assign to dynamic cheminFiBaremesPaie
               organization is line sequential
               file status is fs-FiBaremesPaie.
           select optional FiParametres
               assign to dynamic cheminFiParametres
               organization is line sequential
               file status is fs-FiParametres.
           select optional FiCongesSoldes
               assign to dynamic cheminFiCongesSoldes
               organization is line sequential
               file status is fs-FiCongesSoldes.
           select optional FiPaieHistorique
               assign to dynamic cheminFiPaieHistorique
               organization is line sequential
               file status is fs-FiPaieHistorique.
           select optional FiAvances assign to dynamic cheminFiAvances
               organization is line sequential
               file status is fs-FiAvances.
           select optional FiPrelevements
               assign to dynamic cheminFiPrelevements
               organization is line sequential
               file status is fs-FiPrelevements.
           select FiVirementsSoldes
               assign to dynamic cheminFiVirementsSoldes
               organization is line sequential
               file status is fs-FiVirementsSoldes.
           select FiRejetsSorties
               assign to dynamic cheminFiRejetsSorties
               organization is line sequential
               file status is fs-FiRejetsSorties.
           select FiSoldeCompte assign to dynamic cheminSoldeCompte
               organization is line sequential
               file status is fs-FiSoldeCompte.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
      *    Mouvement de sortie : ouvrier, dernier jour preste
      *    (AAAAMMJJ) et motif du depart.
       FD FiSorties.
       01 engSortie.
           02 nomOuvrierSortie pic x(30).
           02 filler pic x.
           02 dateSortieMvtX pic x(8).
           02 dateSortieMvt redefines dateSortieMvtX pic 9(8).
           02 filler pic x.
           02 motifSortieMvt pic x(20).
       FD FiOuvriersMaitre.
       01 engOuvrierMaitre.
           COPY "OuvrierMaitre.cpy".
       FD FiOuv.
       01 engClient.
           02 nomOuvrier pic x(30).
           02 nomClient pic x(30).
           02 nbHPrest pic 99 occurs 5.
       FD FiTauxHistorique.
       01 engTauxHistorique.
           02 nomOuvrierTaux pic x(30).
           02 filler pic x.
           02 dateEffetTaux pic 9(8).
           02 filler pic x.
           02 tauxHistoriqueX pic x(4).
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
       FD FiCongesSoldes.
       01 engCongeSolde.
           02 nomOuvrierConge pic x(30).
           02 filler pic x.
           02 droitCongesX pic x(3).
           02 filler pic x.
           02 prisCongesX pic x(3).
       FD FiPaieHistorique.
       01 engPaieHistorique pic x(70).
       FD FiAvances.
       01 engAvance.
           COPY "AvanceOuvrier.cpy".
       FD FiPrelevements.
       01 engPrelevement.
           COPY "PrelevementAvance.cpy".
       FD FiVirementsSoldes.
       01 engVirementSolde pic x(60).
       FD FiRejetsSorties.
       01 engRejetSortie pic x(100).
       FD FiSoldeCompte.
       01 engSoldeCompte pic x(80).
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

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiSorties pic x(80) value "OuvriersSorties.seq".
       01 cheminFiOuvriersMaitre pic x(80) value "Ouvriers.seq".
       01 cheminFiOuv pic x(80) value "FiOuv.seq".
       01 cheminFiTauxHistorique pic x(80) value "TauxHistorique.seq".
       01 cheminFiBaremesPaie pic x(80) value "BaremesPaie.seq".
       01 cheminFiParametres pic x(80) value "Parametres.seq".
       01 cheminFiCongesSoldes pic x(80) value "CongesSoldes.seq".
       01 cheminFiPaieHistorique pic x(80) value "Paie-Historique.seq".
       01 cheminFiAvances pic x(80) value "AvancesOuvriers.seq".
       01 cheminFiPrelevements pic x(80)
          value "AvancesPrelevements.seq".
       01 cheminFiVirementsSoldes pic x(80)
          value "VirementsSoldes.seq".
       01 cheminFiRejetsSorties pic x(80)
          value "OuvriersSortiesRejets.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".
       01 cheminSoldeCompte pic x(80).

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSorties
                                        FSOK BY fiSortiesOK
                                        FSFIN BY finFiSorties
                                        FSABSENT BY fiSortiesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuvriersMaitre
                                        FSOK BY fiOuvriersMaitreOK
                                        FSFIN BY finFiOuvriersMaitre
                                        FSABSENT BY fiOuvriersMaitAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuv
                                        FSOK BY fiOuvOK
                                        FSFIN BY finFiOuv
                                        FSABSENT BY fiOuvAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiTauxHistorique
                                        FSOK BY fiTauxHistoriqueOK
                                        FSFIN BY finFiTauxHistorique
                                        FSABSENT BY fiTauxHistoAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiBaremesPaie
                                        FSOK BY fiBaremesPaieOK
                                        FSFIN BY finFiBaremesPaie
                                        FSABSENT BY fiBaremesPaieAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCongesSoldes
                                        FSOK BY fiCongesSoldesOK
                                        FSFIN BY finFiCongesSoldes
                                        FSABSENT BY fiCongesSoldesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaieHistorique
                                        FSOK BY fiPaieHistoriqueOK
                                        FSFIN BY finFiPaieHistorique
                                        FSABSENT BY fiPaieHistoAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAvances
                                        FSOK BY fiAvancesOK
                                        FSFIN BY finFiAvances
                                        FSABSENT BY fiAvancesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPrelevements
                                        FSOK BY fiPrelevementsOK
                                        FSFIN BY fiPrelevementsFin
                                        FSABSENT BY fiPrelevementsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiVirementsSoldes
                                        FSOK BY fiVirSoldesOK
                                        FSFIN BY fiVirSoldesFin
                                        FSABSENT BY fiVirSoldesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRejetsSorties
                                        FSOK BY fiRejetsSortiesOK
                                        FSFIN BY fiRejetsSortiesFin
                                        FSABSENT BY fiRejetsSortiesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSoldeCompte
                                        FSOK BY fiSoldeCompteOK
                                        FSFIN BY fiSoldeCompteFin
                                        FSABSENT BY fiSoldeCompteAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour pic 9(8).
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.

      *    Constantes de paie identiques au traitement mensuel
      *    (Parametres.seq), pour que le solde de tout compte
      *    valorise les heures exactement comme une paie.
       01 valeurParam pic x(12).
       01 filler redefines valeurParam.
           02 valeurParam3 pic 999.
           02 filler pic x(9).
       01 filler redefines valeurParam.
           02 valeurParam2 pic 99.
           02 filler pic x(10).
       01 filler redefines valeurParam.
           02 valeurParam1v2 pic 9v99.
           02 filler pic x(9).
       01 seuilHeuresNormales pic 999 value 40.
       01 tauxMajoration pic 9v99 value 1.5.
       01 seuilHPrestMax pic 99 value 80.
       01 heuresJournee pic 99 value 8.

      *    Le maitre est garde ligne pour ligne pour etre reecrit
      *    a l'identique, seuls les ouvriers sortis changeant.
       01 tabOuvriersMaitre.
           02 ouvrierMaitreTab occurs 500.
               03 ligneMaitreTab pic x(85).
               03 nomOuvrierMaitreTab pic x(30).
               03 txHorMaitreTab pic 99v99.
               03 dateEntreeMaitreTab pic 9(6).
               03 compteBancaireMaitreTab pic x(16).
               03 statutOuvrierMaitreTab pic x.
                   88 ouvrierMaitreSortiTab value "S".
       01 nbOuvriersMaitre pic 999 value 0.
       01 indOuvrierMaitre pic 999.
       01 indMaitreTrouve pic 999.

      *    Date d'entree AAMMJJ du maitre, comparee en AAAAMMJJ.
       01 dateEntreeComparee.
           02 filler pic 99 value 20.
           02 dateEntreeComparee6 pic 9(6).
       01 dateEntreeComparee8 redefines dateEntreeComparee pic 9(8).

       01 tabTauxHistorique.
           02 tauxHistoriqueTab occurs 400.
               03 nomOuvrierTauxTab pic x(30).
               03 dateEffetTauxTab pic 9(8).
               03 tauxTauxTab pic 99v99.
       01 nbTauxHistorique pic 999 value 0.
       01 indTauxHisto pic 999.
       01 dateEffetRetenue pic 9(8).
       01 tauxHistoBrut pic x(4).
       01 tauxHistoBrutNum redefines tauxHistoBrut pic 99v99.

       01 tauxOnss pic 9v9999 value 0.1307.
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
       01 montantOnss pic 9(6)v99.
       01 montantImposable pic 9(6)v99.
       01 montantPrecompte pic 9(6)v99.
       01 salaireOuvrier pic 9(6)v99.
       01 salaireNet pic 9(6)v99.

       01 tabCongesSoldes.
           02 congeSoldeTab occurs 200.
               03 nomOuvrierCongeTab pic x(30).
               03 droitConges pic 999.
               03 prisConges pic 999.
       01 nbSoldesConges pic 999 value 0.
       01 indConge pic 999.
       01 indCongeTrouve pic 999.
       01 champ3c pic x(3).
       01 champ3cNum redefines champ3c pic 999.

       01 tabAvances.
           02 avanceTab occurs 300.
               03 ligneAvanceTab pic x(120).
               03 avanceValideTab pic x.
               03 nomOuvrierAvTab pic x(30).
               03 typeAvTab pic x.
               03 dateDebutAvTab pic 9(8).
               03 soldeAvTab pic 9(6)v99.
               03 arriereAvTab pic 9(6)v99.
               03 dateDernierAvTab pic 9(8).
               03 montantDernierAvTab pic 9(6)v99.
               03 arriereAvantAvTab pic 9(6)v99.
       01 nbAvances pic 999 value 0.
       01 indAvance pic 999.
       01 avanceLisibleSW pic x.
           88 avanceLisible value "O".

      *****************************************************************
      *    Sorties retenues : chaque mouvement valide est garde avec
      *    les heures de FiOuv et les cumuls de l'annee de
      *    Paie-Historique, lus en un seul passage par fichier.
      *****************************************************************
       01 tabSorties.
           02 sortieTab occurs 50.
               03 indMaitreSortieTab pic 999.
               03 dateSortieTab pic 9(8).
               03 motifSortieTab pic x(20).
               03 heuresSortieTab pic 9(4).
               03 dejaPayeTab pic x.
                   88 sortieDejaPayee value "O".
               03 brutAnneeTab pic 9(8)v99.
               03 onssAnneeTab pic 9(8)v99.
               03 precompteAnneeTab pic 9(8)v99.
               03 nbPeriodesTab pic 99.
       01 nbSorties pic 99 value 0.
       01 indSortie pic 99.
       01 indSortieTrouvee pic 99.

       01 nomGroupeFiOuv pic x(30).
       01 heuresLigneFiOuv pic 999.
       01 j pic 9.

       01 lignePaieHistoLue.
           02 dateHistoLue pic x(8).
           02 dateHistoLueNum redefines dateHistoLue pic 9(8).
           02 filler pic x.
           02 nomHistoLue pic x(30).
           02 filler pic x(9).
           02 brutHistoLue pic x(8).
           02 brutHistoLueNum redefines brutHistoLue pic 9(6)v99.
           02 filler pic x(13).
       01 lignePaieHistorique.
           02 datePeriodeHisto pic 9(8).
           02 filler pic x value space.
           02 nomOuvrierHisto pic x(30).
           02 filler pic x value space.
           02 heuresNormalesHisto pic 999.
           02 filler pic x value space.
           02 heuresSuppHisto pic 999.
           02 filler pic x value space.
           02 salaireBrutHisto pic 9(6)v99.

      *    Decompte de l'ouvrier en cours de solde.
       01 nomOuvrierCourant pic x(30).
       01 txHorCourant pic 99v99.
       01 heuresNormales pic 999.
       01 heuresSupp pic 999.
       01 montantHeuresNormales pic 9(6)v99.
       01 montantHeuresSupp pic 9(6)v99.
       01 joursCongesRestants pic 999.
       01 indemniteConges pic 9(6)v99.
       01 tauxJournalier pic 9(4)v99.
       01 netAvantAvances pic 9(6)v99.
       01 prelevementAvance pic 9(6)v99.
       01 totalRecupere pic 9(6)v99.
       01 resteAvances pic 9(6)v99.
       01 netAnnuel pic 9(8)v99.
       01 nomFichierSolde pic x(30).

       01 nbMouvements pic 9(4) value 0.
       01 nbRejets pic 9(4) value 0.
       01 nbSoldesEmis pic 9(4) value 0.
       01 nbAvancesNonSoldees pic 9(4) value 0.
       01 totalNetSoldes pic 9(8)v99 value 0.
       01 totalNetSoldes-ed pic zzzzzzz9.99.

       01 ligneRejetSortie.
           02 nomRejet-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 dateRejet-ed pic x(8).
           02 filler pic x(3) value " - ".
           02 raisonRejet-ed pic x(40).

       01 ligneVirement.
           02 nomOuvrierVir pic x(30).
           02 filler pic x(3) value " - ".
           02 nbHPrestVir pic zz9.
           02 filler pic x(2) value " h".
           02 filler pic x(3) value " - ".
           02 salaireVir pic zzBzz9.99.
           02 filler pic x(6) value " euros".

       01 ligneTitreSolde.
           02 filler pic x(28) value "Solde de tout compte au ".
           02 dateJourSolde-ed pic 9999/99/99.
       01 ligneOuvrierSolde.
           02 filler pic x(10) value "Ouvrier : ".
           02 nomOuvrierSolde-ed pic x(30).
       01 ligneSortieSolde.
           02 filler pic x(19) value "Sortie le ".
           02 dateSortieSolde-ed pic 9999/99/99.
           02 filler pic x(11) value ", motif : ".
           02 motifSolde-ed pic x(20).
       01 ligneCompteSolde.
           02 filler pic x(22) value "Compte de versement : ".
           02 compteSolde-ed pic x(16).
       01 ligneTauxSolde.
           02 filler pic x(24) value "Taux horaire applique : ".
           02 tauxSolde-ed pic zz9.99.
           02 filler pic x(8) value " euros/h".
       01 ligneElementSolde.
           02 libelleElement-ed pic x(22).
           02 quantiteElement-ed pic zz9.
           02 uniteElement-ed pic x(5).
           02 baseElement-ed pic zzz9.99.
           02 filler pic x(3) value " = ".
           02 montantElement-ed pic -zzzzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneMontantSolde.
           02 libelleMontant-ed pic x(30).
           02 montantSolde-ed pic -zzzzzzz9.99.
           02 filler pic x(6) value " euros".
       01 libelleAvance.
           02 typeLibelleAv pic x(12).
           02 dateLibelleAv-ed pic 9999/99/99.
       01 ligneCertificatSolde.
           02 filler pic x(35)
              value "Certificat de fin d'emploi, annee ".
           02 anneeCertificat-ed pic 9999.
       01 lignePeriodesSolde.
           02 filler pic x(30) value "  Periodes payees".
           02 nbPeriodes-ed pic z9.
       01 ligneSeparationSolde pic x(60) value all "-".

       procedure division.
       main.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           perform lireParametres.
           perform chargerOuvriersMaitre.
           if nbOuvriersMaitre = 0
               display "Ouvriers.seq absent ou vide, sorties "
                       "impossibles"
               move 8 to return-code
               stop run
           end-if.
           perform chargerTauxHistorique.
           perform chargerBaremesPaie.
           perform chargerCongesSoldes.
           perform chargerAvances.
           open output FiRejetsSorties.
           perform validerSorties.
           close FiRejetsSorties.
           if nbSorties = 0
               display "Aucune sortie valide, fichier maitre inchange"
               display "Mouvements lus: " nbMouvements
                       ", rejetes: " nbRejets
               if nbRejets not = 0
                   move 4 to return-code
               end-if
               stop run
           end-if.
           perform cumulerHeuresFiOuv.
           perform cumulerHistoriqueAnnee.
           open extend FiPaieHistorique.
           open extend FiPrelevements.
           if fs-FiPrelevements not = "00"
              and fs-FiPrelevements not = "05"
               open output FiPrelevements
           end-if.
           open output FiVirementsSoldes.
           perform varying indSortie from 1 by 1
                   until indSortie > nbSorties
               perform solderOuvrier
           end-perform.
           close FiVirementsSoldes.
           close FiPrelevements.
           close FiPaieHistorique.
           perform reecrireOuvriersMaitre.
           perform reecrireCongesSoldes.
           perform reecrireAvances.
           move totalNetSoldes to totalNetSoldes-ed.
           perform ecrireAudit.
           display "Mouvements de sortie lus: " nbMouvements.
           display "Sorties rejetees: " nbRejets.
           display "Soldes de tout compte emis: " nbSoldesEmis.
           display "Net verse aux sortants: " totalNetSoldes-ed.
           if nbAvancesNonSoldees not = 0
               display "ATTENTION: avances non recuperees sur le "
                       "solde: " nbAvancesNonSoldees
           end-if.
           if nbRejets not = 0 or nbAvancesNonSoldees not = 0
               move 4 to return-code
           end-if.
           stop run.

       lireParametres.
           open input FiParametres.
           if fiParametresOK
               read FiParametres end-read
               perform until finFiParametres
                   move valeurParametreX to valeurParam
                   inspect valeurParam replacing leading " " by "0"
                   evaluate cleParametre
                       when "SEUIL-H-NORM"
                           if valeurParam(1:3) numeric
                               move valeurParam3
                                    to seuilHeuresNormales
                           end-if
                       when "TAUX-MAJORATION"
                           if valeurParam(1:3) numeric
                               move valeurParam1v2 to tauxMajoration
                           end-if
                       when "SEUIL-H-MAX"
                           if valeurParam(1:2) numeric
                               move valeurParam2 to seuilHPrestMax
                           end-if
                       when other
                           continue
                   end-evaluate
                   read FiParametres end-read
               end-perform
           end-if.
           close FiParametres.

       chargerOuvriersMaitre.
           open input FiOuvriersMaitre.
           if fiOuvriersMaitreOK
               read FiOuvriersMaitre end-read
               perform until finFiOuvriersMaitre
                      or nbOuvriersMaitre >= 500
                   add 1 to nbOuvriersMaitre
                   move engOuvrierMaitre
                        to ligneMaitreTab(nbOuvriersMaitre)
                   move nomOuvrierMaitre
                        to nomOuvrierMaitreTab(nbOuvriersMaitre)
                   move txHorMaitre
                        to txHorMaitreTab(nbOuvriersMaitre)
                   move dateEntreeMaitre
                        to dateEntreeMaitreTab(nbOuvriersMaitre)
                   move compteBancaireMaitre
                        to compteBancaireMaitreTab(nbOuvriersMaitre)
                   move statutOuvrierMaitre
                        to statutOuvrierMaitreTab(nbOuvriersMaitre)
                   read FiOuvriersMaitre end-read
               end-perform
               if not finFiOuvriersMaitre
                   display "Ouvriers.seq depasse 500 ouvriers, "
                           "reecriture impossible"
                   close FiOuvriersMaitre
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           close FiOuvriersMaitre.

       chargerTauxHistorique.
           open input FiTauxHistorique.
           if fiTauxHistoriqueOK
               read FiTauxHistorique end-read
               perform until finFiTauxHistorique
                      or nbTauxHistorique >= 400
                   move tauxHistoriqueX to tauxHistoBrut
                   inspect tauxHistoBrut
                           replacing leading " " by "0"
                   if tauxHistoBrut numeric
                       add 1 to nbTauxHistorique
                       move nomOuvrierTaux
                            to nomOuvrierTauxTab(nbTauxHistorique)
                       move dateEffetTaux
                            to dateEffetTauxTab(nbTauxHistorique)
                       move tauxHistoBrutNum
                            to tauxTauxTab(nbTauxHistorique)
                   end-if
                   read FiTauxHistorique end-read
               end-perform
           end-if.
           close FiTauxHistorique.

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
               when other
                   continue
           end-evaluate.

       chargerCongesSoldes.
           open input FiCongesSoldes.
           if fiCongesSoldesOK
               read FiCongesSoldes end-read
               perform until finFiCongesSoldes
                      or nbSoldesConges >= 200
                   add 1 to nbSoldesConges
                   move nomOuvrierConge
                        to nomOuvrierCongeTab(nbSoldesConges)
                   move droitCongesX to champ3c
                   inspect champ3c replacing leading " " by "0"
                   if champ3c numeric
                       move champ3cNum
                            to droitConges(nbSoldesConges)
                   else
                       move 0 to droitConges(nbSoldesConges)
                   end-if
                   move prisCongesX to champ3c
                   inspect champ3c replacing leading " " by "0"
                   if champ3c numeric
                       move champ3cNum
                            to prisConges(nbSoldesConges)
                   else
                       move 0 to prisConges(nbSoldesConges)
                   end-if
                   read FiCongesSoldes end-read
               end-perform
           end-if.
           close FiCongesSoldes.

      *    Meme lecture que le traitement de paie : les lignes
      *    illisibles sont gardees telles quelles.
       chargerAvances.
           open input FiAvances.
           if fiAvancesOK
               read FiAvances end-read
               perform until finFiAvances or nbAvances >= 300
                   add 1 to nbAvances
                   move engAvance to ligneAvanceTab(nbAvances)
                   perform lireUneAvance
                   read FiAvances end-read
               end-perform
               if not finFiAvances
                   display "ATTENTION: plus de 300 avances, suite "
                           "non traitee"
               end-if
           end-if.
           close FiAvances.

       lireUneAvance.
           move "O" to avanceLisibleSW.
           if soldeAvanceX = spaces
               move montantAvanceX to soldeAvanceX
           end-if.
           inspect arriereAvanceX replacing all " " by "0".
           inspect dateDernierPrelevX replacing all " " by "0".
           inspect montantDernierPrelevX replacing all " " by "0".
           inspect arriereAvantPrelevX replacing all " " by "0".
           if nomOuvrierAvance = spaces
              or dateDebutAvanceX not numeric
              or montantAvanceX not numeric
              or soldeAvanceX not numeric
              or arriereAvanceX not numeric
              or dateDernierPrelevX not numeric
              or montantDernierPrelevX not numeric
              or arriereAvantPrelevX not numeric
               move "N" to avanceLisibleSW
           end-if.
           if avanceLisible
               move "O" to avanceValideTab(nbAvances)
               move nomOuvrierAvance to nomOuvrierAvTab(nbAvances)
               move typeAvance to typeAvTab(nbAvances)
               move dateDebutAvance to dateDebutAvTab(nbAvances)
               move soldeAvance to soldeAvTab(nbAvances)
               move arriereAvance to arriereAvTab(nbAvances)
               move dateDernierPrelev to dateDernierAvTab(nbAvances)
               move montantDernierPrelev
                    to montantDernierAvTab(nbAvances)
               move arriereAvantPrelev
                    to arriereAvantAvTab(nbAvances)
           else
               move "N" to avanceValideTab(nbAvances)
           end-if.

      *****************************************************************
      *    Controle des mouvements : ouvrier connu et encore actif,
      *    date lisible, ni anterieure a l'entree ni posterieure au
      *    jour du traitement, motif renseigne. Un ouvrier accepte
      *    est aussitot marque sorti, un second mouvement pour lui
      *    dans le meme lot est donc rejete.
      *****************************************************************
       validerSorties.
           open input FiSorties.
           if not fiSortiesOK
               display "OuvriersSorties.seq absent, statut: "
                       fs-FiSorties ", aucune sortie"
           else
               read FiSorties end-read
               perform until finFiSorties
                   add 1 to nbMouvements
                   perform validerUneSortie
                   read FiSorties end-read
               end-perform
           end-if.
           close FiSorties.

       validerUneSortie.
           move 0 to indMaitreTrouve.
           perform varying indOuvrierMaitre from 1 by 1
                   until indOuvrierMaitre > nbOuvriersMaitre
                      or indMaitreTrouve not = 0
               if nomOuvrierMaitreTab(indOuvrierMaitre)
                  = nomOuvrierSortie
                   move indOuvrierMaitre to indMaitreTrouve
               end-if
           end-perform.
           move spaces to raisonRejet-ed.
           evaluate true
               when indMaitreTrouve = 0
                   move "ouvrier inconnu du maitre" to raisonRejet-ed
               when ouvrierMaitreSortiTab(indMaitreTrouve)
                   move "ouvrier deja sorti" to raisonRejet-ed
               when dateSortieMvtX not numeric
                   move "date de sortie illisible" to raisonRejet-ed
               when dateSortieMvt > dateJour
                   move "date de sortie future" to raisonRejet-ed
               when motifSortieMvt = spaces
                   move "motif de sortie absent" to raisonRejet-ed
               when nbSorties >= 50
                   move "plus de 50 sorties dans le lot"
                        to raisonRejet-ed
               when other
                   move dateEntreeMaitreTab(indMaitreTrouve)
                        to dateEntreeComparee6
                   if dateSortieMvt < dateEntreeComparee8
                       move "date de sortie avant l'entree"
                            to raisonRejet-ed
                   end-if
           end-evaluate.
           if raisonRejet-ed not = spaces
               add 1 to nbRejets
               move nomOuvrierSortie to nomRejet-ed
               move dateSortieMvtX to dateRejet-ed
               write engRejetSortie from ligneRejetSortie end-write
           else
               add 1 to nbSorties
               move indMaitreTrouve to indMaitreSortieTab(nbSorties)
               move dateSortieMvt to dateSortieTab(nbSorties)
               move motifSortieMvt to motifSortieTab(nbSorties)
               move 0 to heuresSortieTab(nbSorties)
               move "N" to dejaPayeTab(nbSorties)
               move 0 to brutAnneeTab(nbSorties)
               move 0 to onssAnneeTab(nbSorties)
               move 0 to precompteAnneeTab(nbSorties)
               move 0 to nbPeriodesTab(nbSorties)
               move "S" to statutOuvrierMaitreTab(indMaitreTrouve)
           end-if.

       rechercherSortie.
           move 0 to indSortieTrouvee.
           perform varying indSortie from 1 by 1
                   until indSortie > nbSorties
                      or indSortieTrouvee not = 0
               if nomOuvrierMaitreTab(indMaitreSortieTab(indSortie))
                  = nomOuvrierCourant
                   move indSortie to indSortieTrouvee
               end-if
           end-perform.

      *****************************************************************
      *    Heures a solder : lignes client de FiOuv du sortant, la
      *    premiere ligne de chaque groupe ouvrier etant la ligne
      *    signaletique. La consolidation des pointages refuse deja
      *    les journees posterieures a la sortie.
      *****************************************************************
       cumulerHeuresFiOuv.
           move low-values to nomGroupeFiOuv.
           open input FiOuv.
           if fiOuvOK
               read FiOuv end-read
               perform until finFiOuv
                   if nomOuvrier not = nomGroupeFiOuv
                       move nomOuvrier to nomGroupeFiOuv
                   else
                       move nomOuvrier to nomOuvrierCourant
                       perform rechercherSortie
                       if indSortieTrouvee not = 0
                           perform cumulerLigneFiOuv
                       end-if
                   end-if
                   read FiOuv end-read
               end-perform
           else
               display "FiOuv.seq absent, statut: " fs-FiOuv
                       ", aucune heure a solder"
           end-if.
           close FiOuv.

       cumulerLigneFiOuv.
           move 0 to heuresLigneFiOuv.
           perform varying j from 1 by 1 until j > 5
               if nbHPrest(j) > seuilHPrestMax
                   display "ATTENTION: heures prestees invalides "
                           "pour " nomOuvrier " chez " nomClient
               else
                   add nbHPrest(j) to heuresLigneFiOuv
               end-if
           end-perform.
           add heuresLigneFiOuv to heuresSortieTab(indSortieTrouvee).

      *****************************************************************
      *    Paie-Historique donne les cumuls de l'annee du jour pour
      *    le certificat de fin d'emploi. Une ligne deja datee du
      *    jour signifie que la paie du jour a regle les heures de
      *    FiOuv : elles ne sont pas payees une seconde fois.
      *****************************************************************
       cumulerHistoriqueAnnee.
           open input FiPaieHistorique.
           if fiPaieHistoriqueOK
               read FiPaieHistorique end-read
               perform until finFiPaieHistorique
                   move engPaieHistorique to lignePaieHistoLue
                   if dateHistoLue numeric and brutHistoLue numeric
                      and dateHistoLue(1:4) = dateJour(1:4)
                       move nomHistoLue to nomOuvrierCourant
                       perform rechercherSortie
                       if indSortieTrouvee not = 0
                           perform cumulerLigneHistorique
                       end-if
                   end-if
                   read FiPaieHistorique end-read
               end-perform
           end-if.
           close FiPaieHistorique.

       cumulerLigneHistorique.
           move brutHistoLueNum to salaireOuvrier.
           perform calculerRetenues.
           add salaireOuvrier to brutAnneeTab(indSortieTrouvee).
           add montantOnss to onssAnneeTab(indSortieTrouvee).
           add montantPrecompte to precompteAnneeTab(indSortieTrouvee).
           add 1 to nbPeriodesTab(indSortieTrouvee).
           if dateHistoLueNum = dateJour
               move "O" to dejaPayeTab(indSortieTrouvee)
           end-if.

      *****************************************************************
      *    Solde de tout compte : heures restant dues au taux en
      *    vigueur a la date de sortie, jours de conge non pris
      *    payes au meme taux, retenues legales, puis recuperation
      *    des avances encore dues sur le net, sans plancher. Le
      *    solde passe en paie (Paie-Historique), part par
      *    VirementsSoldes.seq et fait l'objet d'un document.
      *****************************************************************
       solderOuvrier.
           move indMaitreSortieTab(indSortie) to indMaitreTrouve.
           move nomOuvrierMaitreTab(indMaitreTrouve)
                to nomOuvrierCourant.
           perform rechercherTauxSortie.
           if sortieDejaPayee(indSortie)
               display "Heures deja payees par la paie du jour: "
                       nomOuvrierCourant
               move 0 to heuresSortieTab(indSortie)
           end-if.
           if heuresSortieTab(indSortie) > seuilHeuresNormales
               move seuilHeuresNormales to heuresNormales
               compute heuresSupp =
                       heuresSortieTab(indSortie) - seuilHeuresNormales
           else
               move heuresSortieTab(indSortie) to heuresNormales
               move 0 to heuresSupp
           end-if.
           compute montantHeuresNormales rounded =
                   heuresNormales * txHorCourant.
           compute montantHeuresSupp rounded =
                   heuresSupp * txHorCourant * tauxMajoration.
           perform solderConges.
           compute salaireOuvrier = montantHeuresNormales
                                    + montantHeuresSupp
                                    + indemniteConges.
           perform calculerRetenues.
           move salaireNet to netAvantAvances.
           perform recupererAvances.
           if salaireOuvrier not = 0
               move dateJour to datePeriodeHisto
               move nomOuvrierCourant to nomOuvrierHisto
               move heuresNormales to heuresNormalesHisto
               move heuresSupp to heuresSuppHisto
               move salaireOuvrier to salaireBrutHisto
               write engPaieHistorique from lignePaieHistorique
                     end-write
               add salaireOuvrier to brutAnneeTab(indSortie)
               add montantOnss to onssAnneeTab(indSortie)
               add montantPrecompte to precompteAnneeTab(indSortie)
               add 1 to nbPeriodesTab(indSortie)
           end-if.
           move nomOuvrierCourant to nomOuvrierVir.
           compute nbHPrestVir = heuresNormales + heuresSupp.
           move salaireNet to salaireVir.
           write engVirementSolde from ligneVirement end-write.
           add salaireNet to totalNetSoldes.
           perform ecrireSoldeDeToutCompte.

      *    Taux du maitre, remplace par la derniere ligne de
      *    TauxHistorique.seq en vigueur au jour de la sortie.
       rechercherTauxSortie.
           move txHorMaitreTab(indMaitreTrouve) to txHorCourant.
           move 0 to dateEffetRetenue.
           perform varying indTauxHisto from 1 by 1
                   until indTauxHisto > nbTauxHistorique
               if nomOuvrierTauxTab(indTauxHisto) = nomOuvrierCourant
                  and dateEffetTauxTab(indTauxHisto)
                      <= dateSortieTab(indSortie)
                  and dateEffetTauxTab(indTauxHisto)
                      >= dateEffetRetenue
                   move dateEffetTauxTab(indTauxHisto)
                        to dateEffetRetenue
                   move tauxTauxTab(indTauxHisto) to txHorCourant
               end-if
           end-perform.

      *    Les jours de droit non pris sont payes et le solde de
      *    conges de l'ouvrier est ramene a zero.
       solderConges.
           move 0 to joursCongesRestants.
           move 0 to indemniteConges.
           move 0 to indCongeTrouve.
           perform varying indConge from 1 by 1
                   until indConge > nbSoldesConges
                      or indCongeTrouve not = 0
               if nomOuvrierCongeTab(indConge) = nomOuvrierCourant
                   move indConge to indCongeTrouve
               end-if
           end-perform.
           if indCongeTrouve not = 0
               if droitConges(indCongeTrouve)
                  > prisConges(indCongeTrouve)
                   compute joursCongesRestants =
                           droitConges(indCongeTrouve)
                           - prisConges(indCongeTrouve)
               end-if
               move droitConges(indCongeTrouve)
                    to prisConges(indCongeTrouve)
           end-if.
           compute tauxJournalier = heuresJournee * txHorCourant.
           compute indemniteConges rounded =
                   joursCongesRestants * tauxJournalier.

       calculerRetenues.
           compute montantOnss rounded = salaireOuvrier * tauxOnss.
           compute montantImposable = salaireOuvrier - montantOnss.
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
           compute salaireNet =
                   salaireOuvrier - montantOnss - montantPrecompte.

      *    Toute avance encore due est exigible a la sortie : elle
      *    est retenue sur le net, sans plancher, dans la limite du
      *    net; le reste demeure du et est signale.
       recupererAvances.
           move 0 to totalRecupere.
           move 0 to resteAvances.
           perform varying indAvance from 1 by 1
                   until indAvance > nbAvances
               if avanceValideTab(indAvance) = "O"
                  and nomOuvrierAvTab(indAvance) = nomOuvrierCourant
                  and soldeAvTab(indAvance) > 0
                   perform recupererUneAvance
               end-if
           end-perform.

       recupererUneAvance.
           if soldeAvTab(indAvance) > salaireNet
               move salaireNet to prelevementAvance
           else
               move soldeAvTab(indAvance) to prelevementAvance
           end-if.
           move arriereAvTab(indAvance) to arriereAvantAvTab(indAvance).
           subtract prelevementAvance from soldeAvTab(indAvance).
           move soldeAvTab(indAvance) to arriereAvTab(indAvance).
           move dateJour to dateDernierAvTab(indAvance).
           move prelevementAvance to montantDernierAvTab(indAvance).
           subtract prelevementAvance from salaireNet.
           add prelevementAvance to totalRecupere.
           add soldeAvTab(indAvance) to resteAvances.
           if soldeAvTab(indAvance) not = 0
               add 1 to nbAvancesNonSoldees
               display "Avance non soldee a la sortie de "
                       nomOuvrierCourant
           end-if.
           if prelevementAvance not = 0
              and (fiPrelevementsOK or fs-FiPrelevements = "05")
               move spaces to engPrelevement
               move dateJour to datePrelevement
               move nomOuvrierCourant to nomOuvrierPrelev
               move typeAvTab(indAvance) to typeAvancePrelev
               move dateDebutAvTab(indAvance) to dateDebutPrelev
               move prelevementAvance to montantPrelevement
               move soldeAvTab(indAvance) to soldeApresPrelev
               write engPrelevement end-write
           end-if.

      *****************************************************************
      *    Document SoldeDeToutCompte-<nom>.seq, dans le dossier des
      *    donnees, sur le modele du bulletin de paie, suivi des
      *    chiffres du certificat de fin d'emploi pour l'annee.
      *****************************************************************
       ecrireSoldeDeToutCompte.
           move nomOuvrierCourant to nomFichierSolde.
           inspect nomFichierSolde replacing all " " by "_".
           move spaces to cheminSoldeCompte.
           string dossierDonnees delimited by "  "
                  "SoldeDeToutCompte-" delimited by size
                  nomFichierSolde delimited by "__"
                  ".seq" delimited by size
                  into cheminSoldeCompte.
           open output FiSoldeCompte.
           if not fiSoldeCompteOK
               display "Solde de tout compte impossible pour "
                       nomOuvrierCourant ", statut: " fs-FiSoldeCompte
           else
               perform ecrireEnteteSolde
               perform ecrireElementsSolde
               perform ecrireCertificatSolde
               close FiSoldeCompte
               add 1 to nbSoldesEmis
           end-if.

       ecrireEnteteSolde.
           move dateJour to dateJourSolde-ed.
           write engSoldeCompte from ligneTitreSolde end-write.
           move nomOuvrierCourant to nomOuvrierSolde-ed.
           write engSoldeCompte from ligneOuvrierSolde end-write.
           move dateSortieTab(indSortie) to dateSortieSolde-ed.
           move motifSortieTab(indSortie) to motifSolde-ed.
           write engSoldeCompte from ligneSortieSolde end-write.
           if compteBancaireMaitreTab(indMaitreTrouve) = spaces
               move "non renseigne" to compteSolde-ed
           else
               move compteBancaireMaitreTab(indMaitreTrouve)
                    to compteSolde-ed
           end-if.
           write engSoldeCompte from ligneCompteSolde end-write.
           write engSoldeCompte from spaces end-write.
           move txHorCourant to tauxSolde-ed.
           write engSoldeCompte from ligneTauxSolde end-write.

       ecrireElementsSolde.
           if sortieDejaPayee(indSortie)
               move "  heures reglees par la paie du jour"
                    to engSoldeCompte
               write engSoldeCompte end-write
           end-if.
           move "Heures normales" to libelleElement-ed.
           move heuresNormales to quantiteElement-ed.
           move " h x " to uniteElement-ed.
           move txHorCourant to baseElement-ed.
           move montantHeuresNormales to montantElement-ed.
           write engSoldeCompte from ligneElementSolde end-write.
           if heuresSupp not = 0
               move "Heures supplementaires" to libelleElement-ed
               move heuresSupp to quantiteElement-ed
               compute baseElement-ed rounded =
                       txHorCourant * tauxMajoration
               move montantHeuresSupp to montantElement-ed
               write engSoldeCompte from ligneElementSolde end-write
           end-if.
           move "Conges non pris" to libelleElement-ed.
           move joursCongesRestants to quantiteElement-ed.
           move " j x " to uniteElement-ed.
           move tauxJournalier to baseElement-ed.
           move indemniteConges to montantElement-ed.
           write engSoldeCompte from ligneElementSolde end-write.
           write engSoldeCompte from spaces end-write.
           move "Salaire brut" to libelleMontant-ed.
           move salaireOuvrier to montantSolde-ed.
           write engSoldeCompte from ligneMontantSolde end-write.
           move "Cotisation ONSS" to libelleMontant-ed.
           compute montantSolde-ed = 0 - montantOnss.
           write engSoldeCompte from ligneMontantSolde end-write.
           move "Precompte professionnel" to libelleMontant-ed.
           compute montantSolde-ed = 0 - montantPrecompte.
           write engSoldeCompte from ligneMontantSolde end-write.
           perform varying indAvance from 1 by 1
                   until indAvance > nbAvances
               if avanceValideTab(indAvance) = "O"
                  and nomOuvrierAvTab(indAvance) = nomOuvrierCourant
                  and dateDernierAvTab(indAvance) = dateJour
                   if typeAvTab(indAvance) = "P"
                       move "Pret du" to typeLibelleAv
                   else
                       move "Avance du" to typeLibelleAv
                   end-if
                   move dateDebutAvTab(indAvance) to dateLibelleAv-ed
                   move libelleAvance to libelleMontant-ed
                   compute montantSolde-ed =
                           0 - montantDernierAvTab(indAvance)
                   write engSoldeCompte from ligneMontantSolde
                         end-write
               end-if
           end-perform.
           move "Net a payer" to libelleMontant-ed.
           move salaireNet to montantSolde-ed.
           write engSoldeCompte from ligneMontantSolde end-write.
           if resteAvances not = 0
               move "Avances restant dues" to libelleMontant-ed
               move resteAvances to montantSolde-ed
               write engSoldeCompte from ligneMontantSolde end-write
           end-if.

       ecrireCertificatSolde.
           write engSoldeCompte from spaces end-write.
           write engSoldeCompte from ligneSeparationSolde end-write.
           move dateJour(1:4) to anneeCertificat-ed.
           write engSoldeCompte from ligneCertificatSolde end-write.
           move "  Brut annuel" to libelleMontant-ed.
           move brutAnneeTab(indSortie) to montantSolde-ed.
           write engSoldeCompte from ligneMontantSolde end-write.
           move "  ONSS" to libelleMontant-ed.
           move onssAnneeTab(indSortie) to montantSolde-ed.
           write engSoldeCompte from ligneMontantSolde end-write.
           move "  Precompte" to libelleMontant-ed.
           move precompteAnneeTab(indSortie) to montantSolde-ed.
           write engSoldeCompte from ligneMontantSolde end-write.
           compute netAnnuel = brutAnneeTab(indSortie)
                               - onssAnneeTab(indSortie)
                               - precompteAnneeTab(indSortie).
           move "  Net annuel" to libelleMontant-ed.
           move netAnnuel to montantSolde-ed.
           write engSoldeCompte from ligneMontantSolde end-write.
           move nbPeriodesTab(indSortie) to nbPeriodes-ed.
           write engSoldeCompte from lignePeriodesSolde end-write.

      *    Le maitre est reecrit ligne pour ligne; les sortants
      *    recoivent le statut S, la date et le motif de sortie.
       reecrireOuvriersMaitre.
           open output FiOuvriersMaitre.
           perform varying indOuvrierMaitre from 1 by 1
                   until indOuvrierMaitre > nbOuvriersMaitre
               move ligneMaitreTab(indOuvrierMaitre)
                    to engOuvrierMaitre
               perform varying indSortie from 1 by 1
                       until indSortie > nbSorties
                   if indMaitreSortieTab(indSortie)
                      = indOuvrierMaitre
                       move "S" to statutOuvrierMaitre
                       move dateSortieTab(indSortie)
                            to dateSortieMaitre
                       move motifSortieTab(indSortie)
                            to motifSortieMaitre
                   end-if
               end-perform
               write engOuvrierMaitre end-write
           end-perform.
           close FiOuvriersMaitre.

       reecrireCongesSoldes.
           if nbSoldesConges not = 0
               open output FiCongesSoldes
               perform varying indConge from 1 by 1
                       until indConge > nbSoldesConges
                   move nomOuvrierCongeTab(indConge)
                        to nomOuvrierConge
                   move droitConges(indConge) to champ3cNum
                   move champ3c to droitCongesX
                   move prisConges(indConge) to champ3cNum
                   move champ3c to prisCongesX
                   write engCongeSolde end-write
               end-perform
               close FiCongesSoldes
           end-if.

       reecrireAvances.
           if nbAvances not = 0
               open output FiAvances
               perform varying indAvance from 1 by 1
                       until indAvance > nbAvances
                   move ligneAvanceTab(indAvance) to engAvance
                   if avanceValideTab(indAvance) = "O"
                       move soldeAvTab(indAvance) to soldeAvance
                       move arriereAvTab(indAvance) to arriereAvance
                       move dateDernierAvTab(indAvance)
                            to dateDernierPrelev
                       move montantDernierAvTab(indAvance)
                            to montantDernierPrelev
                       move arriereAvantAvTab(indAvance)
                            to arriereAvantPrelev
                   end-if
                   write engAvance end-write
               end-perform
               close FiAvances
           end-if.

       ecrireAudit.
           move spaces to resumeAudit.
           string "sorties=" nbSorties
                  " rejets=" nbRejets
                  " net=" totalNetSoldes-ed
                  delimited by size into resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "OuvriersSortie"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSorties
                         NOMFIC BY "OuvriersSorties.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiOuvriersMaitre
                         NOMFIC BY "Ouvriers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiOuv
                         NOMFIC BY "FiOuv.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTauxHistorique
                         NOMFIC BY "TauxHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiBaremesPaie
                         NOMFIC BY "BaremesPaie.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCongesSoldes
                         NOMFIC BY "CongesSoldes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaieHistorique
                         NOMFIC BY "Paie-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAvances
                         NOMFIC BY "AvancesOuvriers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPrelevements
                         NOMFIC BY "AvancesPrelevements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVirementsSoldes
                         NOMFIC BY "VirementsSoldes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejetsSorties
                         NOMFIC BY "OuvriersSortiesRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program OuvriersSortie.
