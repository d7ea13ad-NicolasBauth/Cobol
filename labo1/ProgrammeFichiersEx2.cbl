                   assign to dynamic cheminFiTauxHistorique
                   organization is line sequential
                   file status is fs-FiTauxHistorique.
               select FiBulletin assign to dynamic cheminBulletin
                   organization is line sequential
                   file status is fs-FiBulletin.
               select optional FiAjustementsPaie
                   assign to dynamic cheminFiAjustementsPaie
                   organization is line sequential
                   file status is fs-FiAjustementsPaie.
               select optional FiAvances
                   assign to dynamic cheminFiAvances
                   organization is line sequential
                   file status is fs-FiAvances.
               select optional FiPrelevements
                   assign to dynamic cheminFiPrelevements
                   organization is line sequential
                   file status is fs-FiPrelevements.
               select FiRefusSortis
                   assign to dynamic cheminFiRefusSortis
                   organization is line sequential
                   file status is fs-FiRefusSortis.
               select optional FiRejetes
                   assign to dynamic cheminFiRejetes
                   organization is line sequential
                   file status is fs-FiRejetes.
               select optional FiExecutions
                   assign to dynamic cheminFiExecutions
                   organization is line sequential
                   file status is fs-FiExecutions.

       data division.
       file section.
       01 engPaieHistorique pic x(70).
       FD FiOuvriersMaitre.
       01 engOuvrierMaitre.
           COPY "OuvrierMaitre.cpy".
       FD FiSansTaux.
       01 engSansTaux pic x(60).
       FD FiBaremesPaie.
           02 dateEffetTaux pic 9(8).
           02 filler pic x.
           02 tauxHistoriqueX pic x(4).
       FD FiBulletin.
       01 engBulletin pic x(80).
      *    Rappels produits par PaieRetro, verses par leur propre
      *    fichier de virements et reportes sur le bulletin suivant.
       FD FiAjustementsPaie.
       01 engAjustementPaie.
           02 nomOuvrierAjust pic x(30).
           02 filler pic x(3).
           02 periodeAjustLue pic x(10).
           02 filler pic x(3).
           02 ecartAjustLu pic -zzzzz9.99.
           02 filler pic x(6).
       FD FiAvances.
       01 engAvance.
           COPY "AvanceOuvrier.cpy".
       FD FiPrelevements.
       01 engPrelevement.
           COPY "PrelevementAvance.cpy".
       FD FiRefusSortis.
       01 engRefusSorti pic x(100).
       FD FiRejetes.
       01 engRejete.
           COPY "VirementRejete.cpy".
      *    Journal des traitements mensuels lu par la cloture.
       FD FiExecutions.
       01 engExecution.
           COPY "ExecutionPeriode.cpy".
       working-storage section.

       01 dossierDonnees               pic x(50) value spaces.
       01 cheminFiAbsencesOuv pic x(80) value "AbsencesOuvriers.seq".
       01 cheminFiCongesSoldes pic x(80) value "CongesSoldes.seq".
       01 cheminFiTauxHistorique pic x(80) value "TauxHistorique.seq".
       01 cheminFiAjustementsPaie pic x(80) value
          "VirementsAjustements.seq".
       01 cheminFiAvances pic x(80) value "AvancesOuvriers.seq".
       01 cheminFiPrelevements pic x(80)
          value "AvancesPrelevements.seq".
       01 cheminFiRefusSortis pic x(80)
          value "OuvriersSortisRefus.seq".
       01 cheminFiRejetes pic x(80) value "VirementsRejetes.seq".
       01 cheminFiExecutions pic x(80) value "ExecutionsPeriodes.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuv
                                        FSOK BY fiOuvOK
                                        FSFIN BY fiPaieHistoriqueFin
                                        FSABSENT BY fiPaieHistoAbs.
       01 datePeriode pic 9(8).
       COPY "VerrouPeriodeZone.cpy".
      *    Une ligne d'historique de paie par ouvrier et par
      *    traitement, sur le modele de Plaques-Stats.seq; la date de
      *    periode porte le siecle (AAAAMMJJ).
           02 ouvrierMaitreTab occurs 200.
               03 nomOuvrierMaitreTab pic x(30).
               03 txHorMaitreTab pic 99v99.
               03 compteBancaireMaitreTab pic x(16).
               03 statutOuvrierMaitreTab pic x.
               03 dateSortieMaitreTab pic x(8).
       01 nbOuvriersMaitre pic 999 value 0.
       01 indOuvrierMaitre pic 999.
       01 maitreOuvriersActifSW pic x value "N".
       01 filler redefines valeurParam.
           02 valeurParam1v2 pic 9v99.
           02 filler pic x(9).
       01 filler redefines valeurParam.
           02 valeurParam6 pic 9(6).
           02 filler pic x(6).
       01 seuilHeuresNormales pic 999 value 40.
       01 tauxMajoration      pic 9v99 value 1.5.
       01 heuresNormales      pic 999.
           02 droitConges-ed pic zz9.
           02 pic x(16) value " jours de droit".

      *****************************************************************
      *    Bulletin de paie : un fichier Bulletin-<nom>.seq par
      *    ouvrier et par traitement, sur le modele des decomptes de
      *    commission des courtiers.
      *****************************************************************
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiBulletin
                                        FSOK BY fiBulletinOK
                                        FSFIN BY fiBulletinFin
                                        FSABSENT BY fiBulletinAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAjustementsPaie
                                        FSOK BY fiAjustementsPaieOK
                                        FSFIN BY finFiAjustementsPaie
                                        FSABSENT BY fiAjustPaieAbs.
       01 cheminBulletin pic x(80).
       01 dossierBulletins pic x(50) value
          "D:\EclipseCobol\workspace\FichiersCobol\".
       01 nomFichierBulletin pic x(30).
       01 bulletinOuvertSW pic x value "N".
           88 bulletinOuvert value "O".
       01 compteOuvrierSauve pic x(16).
       01 brutPrestations pic 9(6)v99.
       01 montantHeuresNormales pic 9(6)v99.
       01 montantHeuresSupp pic 9(6)v99.
       01 tauxJournalier pic 9(4)v99.
       01 soldeConges pic s999.
       01 nbBulletins pic 9(4) value 0.
       01 totalNetBulletins pic 9(8)v99 value 0.
       01 totalNetVirements pic 9(8)v99 value 0.
       01 totalHeuresPaie pic 9(7) value 0.
       01 rapprochementPaieSW pic x value "N".
           88 paieRapprochee value "O".
       01 montantVirementLu pic 9(6)v99.
       01 totalRappelsBulletins pic s9(8)v99 value 0.

       01 tabAjustementsPaie.
           02 ajustementPaieTab occurs 200.
               03 nomOuvrierAjustTab pic x(30).
               03 periodeAjustTab pic x(10).
               03 montantAjustTab pic s9(6)v99.
               03 ajustReporteTab pic x.
       01 nbAjustementsPaie pic 999 value 0.
       01 indAjust pic 999.

      *    Cumuls de l'annee civile par ouvrier, repris de
      *    Paie-Historique.seq (lignes anterieures a la periode) et
      *    retenues recalculees aux baremes en vigueur.
       01 tabCumulsAnnee.
           02 cumulAnneeTab occurs 200.
               03 nomOuvrierCumulTab pic x(30).
               03 brutCumul pic 9(8)v99.
               03 onssCumul pic 9(8)v99.
               03 precompteCumul pic 9(8)v99.
               03 netCumul pic 9(8)v99.
       01 nbCumulsAnnee pic 999 value 0.
       01 indCumul pic 999.
       01 indCumulTrouve pic 999.
       01 lignePaieHistoLue.
           02 dateHistoLue pic x(8).
           02 dateHistoLueNum redefines dateHistoLue pic 9(8).
           02 filler pic x.
           02 nomHistoLue pic x(30).
           02 filler pic x(9).
           02 brutHistoLue pic x(8).
           02 brutHistoLueNum redefines brutHistoLue pic 9(6)v99.
           02 filler pic x(13).

       01 ligneTitreBulletin.
           02 filler pic x(30) value "Bulletin de paie - periode du ".
           02 periodeBul-ed pic 9999/99/99.
       01 ligneOuvrierBulletin.
           02 filler pic x(10) value "Ouvrier : ".
           02 nomOuvrierBul-ed pic x(30).
       01 ligneCompteBulletin.
           02 filler pic x(22) value "Compte de versement : ".
           02 compteBul-ed pic x(16).
       01 ligneTauxBulletin.
           02 filler pic x(24) value "Taux horaire applique : ".
           02 tauxBul-ed pic zz9.99.
           02 filler pic x(8) value " euros/h".
       01 ligneTauxHistoBulletin.
           02 filler pic x(36)
              value "  taux historique en vigueur depuis ".
           02 dateTauxBul-ed pic 9999/99/99.
       01 ligneElementBulletin.
           02 libelleElement-ed pic x(22).
           02 quantiteElement-ed pic zz9.
           02 uniteElement-ed pic x(5).
           02 baseElement-ed pic zzz9.99.
           02 filler pic x(3) value " = ".
           02 montantElement-ed pic -zzzzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneCongesBulletin.
           02 filler pic x(10) value "Conges : ".
           02 prisBul-ed pic zz9.
           02 filler pic x(8) value " pris / ".
           02 droitBul-ed pic zz9.
           02 filler pic x(18) value " de droit, solde ".
           02 soldeBul-ed pic -zz9.
           02 filler pic x(6) value " jours".
       01 ligneMontantBulletin.
           02 libelleMontant-ed pic x(30).
           02 montantBul-ed pic -zzzzzzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneOnssBulletin.
           02 filler pic x(17) value "Cotisation ONSS (".
           02 tauxOnssBul-ed pic z9.99.
           02 filler pic x(8) value " %)".
       01 ligneTrancheBulletin.
           02 filler pic x(20) value "  tranche jusqu'a ".
           02 borneBul-ed pic zzzzz9.99.
           02 filler pic x(3) value " a ".
           02 tauxTrancheBul-ed pic z9.99.
           02 filler pic x(4) value " % :".
           02 partBul-ed pic zzzzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneVersementBulletin pic x(80).
       01 ligneRappelBulletin.
           02 filler pic x(21) value "Rappel retroactif du ".
           02 periodeRappel-ed pic x(10).
           02 filler pic x(3) value " : ".
           02 montantRappel-ed pic -zzzzz9.99.
           02 filler pic x(21) value " euros (verse a part)".
       01 ligneCumulsBulletin.
           02 filler pic x(25) value "Cumuls de l'annee civile ".
           02 anneeCumulBul-ed pic 9999.
       01 ligneRapprochement.
           02 filler pic x(24) value "Bulletins : net verse = ".
           02 totalNetBul-ed pic zzzzzzz9.99.
           02 filler pic x(15) value ", virements = ".
           02 totalNetVir-ed pic zzzzzzz9.99.

      *****************************************************************
      *    Avances et prets : la mensualite due (plus l'arriere
      *    reporte) est retenue apres les retenues legales, sans
      *    descendre le net sous le plancher PLANCHER-NET (euros
      *    entiers) de Parametres.seq; le reste est reporte.
      *****************************************************************
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAvances
                                        FSOK BY fiAvancesOK
                                        FSFIN BY finFiAvances
                                        FSABSENT BY fiAvancesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPrelevements
                                        FSOK BY fiPrelevementsOK
                                        FSFIN BY fiPrelevementsFin
                                        FSABSENT BY fiPrelevementsAbs.
       01 plancherNet pic 9(6)v99 value 500.
       01 tabAvances.
           02 avanceTab occurs 300.
               03 ligneAvanceTab pic x(120).
               03 avanceValideTab pic x.
               03 nomOuvrierAvTab pic x(30).
               03 typeAvTab pic x.
               03 dateDebutAvTab pic 9(8).
               03 mensualiteAvTab pic 9(6)v99.
               03 soldeAvTab pic 9(6)v99.
               03 arriereAvTab pic 9(6)v99.
               03 dateDernierAvTab pic 9(8).
               03 montantDernierAvTab pic 9(6)v99.
               03 arriereAvantAvTab pic 9(6)v99.
       01 nbAvances pic 999 value 0.
       01 indAvance pic 999.
       01 avanceLisibleSW pic x.
           88 avanceLisible value "O".
       01 montantDuAvance pic 9(6)v99.
       01 disponibleAvance pic 9(6)v99.
       01 prelevementAvance pic 9(6)v99.
       01 netAvantAvances pic 9(6)v99.
       01 totalPrelevOuvrier pic 9(6)v99.
       01 totalPrelevements pic 9(8)v99 value 0.
       01 nbAvancesReportees pic 9(4) value 0.
       01 totalPrelevements-ed pic zzzzzzz9.99.
       01 libelleAvance.
           02 typeLibelleAv pic x(12).
           02 dateLibelleAv-ed pic 9999/99/99.
       01 ligneAvancesOuvrier.
           02  pic x(12) value "Avances : ".
           02 prelevOuvrier-ed pic zzBzz9.99.
           02  pic x(6) value " euros".
       01 ligneSoldeAvanceBulletin.
           02 filler pic x(21) value "  solde restant du : ".
           02 soldeAvBul-ed pic zzzzz9.99.
           02 filler pic x(22) value " euros, non preleve : ".
           02 arriereAvBul-ed pic zzzzz9.99.
           02 filler pic x(6) value " euros".

      *    Un ouvrier sorti a ete paye par son solde de tout
      *    compte : ses lignes FiOuv sont refusees et listees.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRefusSortis
                                        FSOK BY fiRefusSortisOK
                                        FSFIN BY fiRefusSortisFin
                                        FSABSENT BY fiRefusSortisAbs.
       01 ouvrierSortiSW pic x value "N".
           88 ouvrierSorti value "O".
       01 dateSortieTrouvee pic x(8).
       01 nbLignesRefusees pic 9(4) value 0.
       01 ligneRefusSorti.
           02 nomOuvrierRefus-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 nomClientRefus-ed pic x(30).
           02 filler pic x(20) value " - ouvrier sorti le ".
           02 dateSortieRefus-ed pic x(8).

      *    Un virement rejete par la banque (VirementsRetours) est
      *    reverse avec la paie suivante des que le compte du maitre
      *    differe du compte rejete; sinon l'ouvrier reste signale
      *    pour correction du compte.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRejetes
                                        FSOK BY fiRejetesOK
                                        FSFIN BY finFiRejetes
                                        FSABSENT BY fiRejetesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExecutions
                                        FSOK BY fiExecutionsOK
                                        FSFIN BY fiExecutionsFin
                                        FSABSENT BY fiExecutionsAbsent.
       01 heureExecutionJour pic 9(8).
       01 tabRejetes.
           02 rejeteTab occurs 500.
               03 ligneRejeteTab pic x(124).
       01 nbRejetes pic 999 value 0.
       01 indRejete pic 999.
       01 montantReverseOuvrier pic 9(6)v99.
       01 montantVireOuvrier pic 9(6)v99.
       01 totalReverse pic 9(8)v99 value 0.
       01 totalReverse-ed pic zzzzzzz9.99.
       01 nbRejetsReverses pic 9(4) value 0.
       01 nbComptesACorriger pic 9(4) value 0.
       01 compteACorrigerSW pic x value "N".
           88 compteACorriger value "O".
       01 rejetesModifiesSW pic x value "N".
           88 rejetesModifies value "O".

       01 nbOuvriersTraites   pic 9(6) value 0.
       01 nbLignesEcrites     pic 9(6) value 0.
       01 nbSalairesEcrits    pic 9(6) value 0.

       traiterOuvriers.
           perform resoudreEmplacements.
           if dossierDonnees not = spaces
               move dossierDonnees to dossierBulletins
           end-if.
           accept datePeriode from date yyyymmdd.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==datePeriode(1:6)==.
           if periodeCloturee
               display "Mois " periodeVerrou " cloture, paie non "
                       "calculee"
               move 8 to statutTraitement
           else
               perform InitGen
               perform TrtGen until finFiOuv
               perform ClotGen
               if statutTraitement < 8
                   perform enregistrerExecution
               end-if
           end-if.
       TrtGen.
           perform controlerOuvrierSorti.
           if ouvrierSorti
               perform refuserOuvrierSorti
           else
               perform InitOuvrier
               perform TrtOuvrier until finFiOuv
                                   OR nomOuvrier NOT = nomOuvrierSauve
               perform ClotOuvrier
           end-if.
       InitGen.
           perform lireParametres.
           accept datePeriode from date yyyymmdd.
           perform chargerOuvriersMaitre.
           perform chargerTauxHistorique.
           perform chargerBaremesPaie.
           perform chargerCumulsAnnee.
           perform chargerAjustementsPaie.
           perform chargerAvances.
           perform chargerRejetes.
           open extend FiPaieHistorique.
           open extend FiPrelevements.
           if fs-FiPrelevements not = "00"
              and fs-FiPrelevements not = "05"
               open output FiPrelevements
           end-if.
           perform chargerCongesSoldes.
           perform chargerAbsencesOuvriers.
           open input FiOuv
               output Listing
               output FiVirements
               output FiSansTaux
               output FiRefusSortis.
           if not fiOuvOK
               display "FiOuv introuvable ou inaccessible, statut: "
                       fs-FiOuv
                           if valeurParam(1:2) numeric
                               move valeurParam2 to seuilHPrestMax
                           end-if
                       when "PLANCHER-NET"
                           if valeurParam(1:6) numeric
                               move valeurParam6 to plancherNet
                           end-if
                       when other
                           continue
                   end-evaluate
                        to nomOuvrierMaitreTab(nbOuvriersMaitre)
                   move txHorMaitre
                        to txHorMaitreTab(nbOuvriersMaitre)
                   move compteBancaireMaitre
                        to compteBancaireMaitreTab(nbOuvriersMaitre)
                   move statutOuvrierMaitre
                        to statutOuvrierMaitreTab(nbOuvriersMaitre)
                   move dateSortieMaitreX
                        to dateSortieMaitreTab(nbOuvriersMaitre)
                   read FiOuvriersMaitre end-read
               end-perform
               if not finFiOuvriersMaitre
                            to bornePrecompte(nbTranches)
                       move tauxBrutNum to tauxPrecompte(nbTranches)
                   end-if
      *    Charges patronales : servent au cout des heures dans
      *    ClientsRentabilite et au journal de PaieComptabilisation,
      *    sans effet sur le bulletin.
               when "PATR"
                   continue
               when other
                   display "Ligne de bareme inconnue ignoree: "
                           typeBareme
               end-if
           end-if.

       controlerOuvrierSorti.
           move "N" to ouvrierSortiSW.
           perform varying indOuvrierMaitre from 1 by 1
                   until indOuvrierMaitre > nbOuvriersMaitre
                      or ouvrierSorti
               if nomOuvrierMaitreTab(indOuvrierMaitre) = nomOuvrier
                  and statutOuvrierMaitreTab(indOuvrierMaitre) = "S"
                   move "O" to ouvrierSortiSW
                   move dateSortieMaitreTab(indOuvrierMaitre)
                        to dateSortieTrouvee
               end-if
           end-perform.

       refuserOuvrierSorti.
           move nomOuvrier to nomOuvrierSauve.
           display "Ouvrier sorti, lignes FiOuv refusees: "
                   nomOuvrierSauve.
           read FiOuv end-read.
           perform until finFiOuv or nomOuvrier not = nomOuvrierSauve
               add 1 to nbLignesRefusees
               move nomOuvrierSauve to nomOuvrierRefus-ed
               move nomClient to nomClientRefus-ed
               move dateSortieTrouvee to dateSortieRefus-ed
               write engRefusSorti from ligneRefusSorti end-write
               read FiOuv end-read
           end-perform.
           move nomOuvrierSauve to nomOuvrierDernier.

       InitOuvrier.
           if nomOuvrier < nomOuvrierDernier
               display "ATTENTION: FiOuv n'est pas trie par ouvrier, "
               move "O" to ind-TriFiOuv
           end-if.
           move engSignaletiqueOuvrier to engSignaletiqueSauve.
           move 0 to dateEffetRetenue.
           move spaces to compteOuvrierSauve.
           if maitreOuvriersActif
               perform rechercherTauxMaitre
               if tauxTrouve
                   move compteBancaireMaitreTab(indOuvrierMaitre)
                        to compteOuvrierSauve
               end-if
           else
               move "O" to tauxTrouveSW
           end-if.
           move nomOuvrier to nomOuvrierEd.
           write engListing from ligneNomOuvrier.
           write engListing from ligneTitreClient.
           perform ouvrirBulletin.
           read FiOuv end-read.
      *****************************************************************
      *    La rupture ouvrier est pilotee par le changement de
               end-if
           end-perform.
           add nbHPrestClient to nbTotalHPrest.
           add nbHPrestClient to totalHeuresPaie.
           move nomClient to nomClientEd.
           move nbHPrestClient to nbHPrestClientEd.
           write engListing from ligneClient.
           if bulletinOuvert
               write engBulletin from ligneClient end-write
           end-if.
           add 1 to nbLignesEcrites.
           read FiOuv end-read.
       ClotOuvrier.
           compute salaireOuvrier rounded =
                   (heuresNormales * txHorSauve)
                   + (heuresSupp * txHorSauve * tauxMajoration).
           move salaireOuvrier to brutPrestations.
           perform appliquerAbsencesOuvrier.
           move salaireOuvrier to salaireEd.
           add salaireOuvrier to salaireTotal.
           perform calculerRetenues.
           perform preleverAvances.
           write engListing from ligneSalaireOuvrier.
           move montantOnss to montantOnss-ed.
           write engListing from ligneOnssOuvrier.
           move montantPrecompte to montantPrecompte-ed.
           write engListing from lignePrecompteOuvrier.
           if totalPrelevOuvrier not = 0
               move totalPrelevOuvrier to prelevOuvrier-ed
               write engListing from ligneAvancesOuvrier
           end-if.
           move salaireNet to salaireNet-ed.
           write engListing from ligneNetOuvrier.
           write engListing from spaces.
           move nomOuvrierSauve to nomOuvrierVir.
           move nbTotalHPrest to nbHPrestVir.
           move 0 to montantReverseOuvrier.
           move "N" to compteACorrigerSW.
           if tauxTrouve and fiVirementsOK
               perform reverserRejetsOuvrier
           end-if.
           compute montantVireOuvrier =
                   salaireNet + montantReverseOuvrier.
           move montantVireOuvrier to salaireVir.
           if tauxTrouve
               if fiVirementsOK
                   write engVirements from ligneVirement end-write
                   add 1 to nbSalairesEcrits
                   add montantVireOuvrier to totalNetBulletins
               end-if
           else
               add 1 to nbSansTaux
               write engPaieHistorique from lignePaieHistorique
                     end-write
           end-if.
           perform terminerBulletin.
           move nomOuvrierSauve to nomOuvrierDernier.
           add 1 to nbOuvriersTraites.
      *****************************************************************
           close FiOuv.
           close Listing.
           close FiSansTaux.
           close FiRefusSortis.
           if nbLignesRefusees not = 0
               display "Lignes FiOuv d'ouvriers sortis refusees: "
                       nbLignesRefusees
               if statutTraitement < 4
                   move 4 to statutTraitement
               end-if
           end-if.
           close FiPaieHistorique.
           close FiPrelevements.
           perform reecrireCongesSoldes.
           perform reecrireAvances.
           perform reecrireRejetes.
           perform ecrireAuditParametres.
           if fiVirementsOK
               close FiVirements
               perform rapprocherVirements
           end-if.
           perform signalerRappelsSansBulletin.

      *****************************************************************
      *    Les lignes d'historique de l'annee anterieures a la
      *    periode forment les cumuls annuels; une ligne deja datee
      *    du jour (traitement relance) n'est pas reprise, la
      *    periode courante etant ajoutee au bulletin.
      *****************************************************************
       chargerCumulsAnnee.
           open input FiPaieHistorique.
           if fiPaieHistoriqueOK
               read FiPaieHistorique end-read
               perform until fiPaieHistoriqueFin
                   move engPaieHistorique to lignePaieHistoLue
                   if dateHistoLue numeric and brutHistoLue numeric
                      and dateHistoLue(1:4) = datePeriode(1:4)
                      and dateHistoLueNum < datePeriode
                       perform cumulerLigneHistorique
                   end-if
                   read FiPaieHistorique end-read
               end-perform
           end-if.
           close FiPaieHistorique.

       cumulerLigneHistorique.
           move 0 to indCumulTrouve.
           perform varying indCumul from 1 by 1
                   until indCumul > nbCumulsAnnee
                      or indCumulTrouve not = 0
               if nomOuvrierCumulTab(indCumul) = nomHistoLue
                   move indCumul to indCumulTrouve
               end-if
           end-perform.
           if indCumulTrouve = 0 and nbCumulsAnnee < 200
               add 1 to nbCumulsAnnee
               move nbCumulsAnnee to indCumulTrouve
               move nomHistoLue to nomOuvrierCumulTab(indCumulTrouve)
               move 0 to brutCumul(indCumulTrouve)
               move 0 to onssCumul(indCumulTrouve)
               move 0 to precompteCumul(indCumulTrouve)
               move 0 to netCumul(indCumulTrouve)
           end-if.
           if indCumulTrouve not = 0
               move brutHistoLueNum to salaireOuvrier
               perform calculerRetenues
               add salaireOuvrier to brutCumul(indCumulTrouve)
               add montantOnss to onssCumul(indCumulTrouve)
               add montantPrecompte to precompteCumul(indCumulTrouve)
               add salaireNet to netCumul(indCumulTrouve)
           end-if.

       chargerAjustementsPaie.
           open input FiAjustementsPaie.
           if fiAjustementsPaieOK
               read FiAjustementsPaie end-read
               perform until finFiAjustementsPaie
                      or nbAjustementsPaie >= 200
                   add 1 to nbAjustementsPaie
                   move nomOuvrierAjust
                        to nomOuvrierAjustTab(nbAjustementsPaie)
                   move periodeAjustLue
                        to periodeAjustTab(nbAjustementsPaie)
                   move ecartAjustLu
                        to montantAjustTab(nbAjustementsPaie)
                   move "N" to ajustReporteTab(nbAjustementsPaie)
                   read FiAjustementsPaie end-read
               end-perform
           end-if.
           close FiAjustementsPaie.

       ouvrirBulletin.
           move "N" to bulletinOuvertSW.
           move nomOuvrierSauve to nomFichierBulletin.
           inspect nomFichierBulletin replacing all " " by "_".
           move spaces to cheminBulletin.
           string dossierBulletins delimited by "  "
                  "Bulletin-" delimited by size
                  nomFichierBulletin delimited by "__"
                  ".seq" delimited by size
                  into cheminBulletin.
           open output FiBulletin.
           if not fiBulletinOK
               display "Bulletin impossible pour " nomOuvrierSauve
                       ", statut: " fs-FiBulletin
           else
               move "O" to bulletinOuvertSW
               move datePeriode to periodeBul-ed
               write engBulletin from ligneTitreBulletin end-write
               move nomOuvrierSauve to nomOuvrierBul-ed
               write engBulletin from ligneOuvrierBulletin end-write
               if compteOuvrierSauve = spaces
                   move "non renseigne" to compteBul-ed
               else
                   move compteOuvrierSauve to compteBul-ed
               end-if
               write engBulletin from ligneCompteBulletin end-write
               write engBulletin from spaces end-write
               write engBulletin from ligneTitreClient end-write
           end-if.

      *****************************************************************
      *    Suite du bulletin : taux, heures, absences, retenues
      *    bareme par bareme, net verse, rappels de PaieRetro et
      *    cumuls annuels. Le net du bulletin est le montant du
      *    virement, rapproche en fin de traitement.
      *****************************************************************
       terminerBulletin.
           if bulletinOuvert
               perform ecrirePrestationsBulletin
               perform ecrireRetenuesBulletin
               perform ecrireRappelsBulletin
               perform ecrireCumulsBulletin
               close FiBulletin
               add 1 to nbBulletins
           end-if.

       ecrirePrestationsBulletin.
           write engBulletin from spaces end-write.
           move txHorSauve to tauxBul-ed.
           write engBulletin from ligneTauxBulletin end-write.
           if dateEffetRetenue not = 0
               move dateEffetRetenue to dateTauxBul-ed
               write engBulletin from ligneTauxHistoBulletin end-write
           end-if.
           compute montantHeuresNormales rounded =
                   heuresNormales * txHorSauve.
           compute montantHeuresSupp =
                   brutPrestations - montantHeuresNormales.
           move "Heures normales" to libelleElement-ed.
           move heuresNormales to quantiteElement-ed.
           move " h x " to uniteElement-ed.
           move txHorSauve to baseElement-ed.
           move montantHeuresNormales to montantElement-ed.
           write engBulletin from ligneElementBulletin end-write.
           if heuresSupp not = 0
               move "Heures supplementaires" to libelleElement-ed
               move heuresSupp to quantiteElement-ed
               compute baseElement-ed rounded =
                       txHorSauve * tauxMajoration
               move montantHeuresSupp to montantElement-ed
               write engBulletin from ligneElementBulletin end-write
           end-if.
           if indAbsenceTrouvee not = 0
               compute tauxJournalier = heuresJournee * txHorSauve
               move " j x " to uniteElement-ed
               move tauxJournalier to baseElement-ed
               if joursCongePaye(indAbsenceTrouvee) not = 0
                   move "Conges payes" to libelleElement-ed
                   move joursCongePaye(indAbsenceTrouvee)
                        to quantiteElement-ed
                   compute montantElement-ed =
                           joursCongePaye(indAbsenceTrouvee)
                           * tauxJournalier
                   write engBulletin from ligneElementBulletin
                         end-write
               end-if
               if joursMaladie(indAbsenceTrouvee) not = 0
                   move "Maladie" to libelleElement-ed
                   move joursMaladie(indAbsenceTrouvee)
                        to quantiteElement-ed
                   compute montantElement-ed =
                           joursMaladie(indAbsenceTrouvee)
                           * tauxJournalier
                   write engBulletin from ligneElementBulletin
                         end-write
               end-if
               if joursSansSolde(indAbsenceTrouvee) not = 0
                   move "Absence sans solde" to libelleElement-ed
                   move joursSansSolde(indAbsenceTrouvee)
                        to quantiteElement-ed
                   compute montantElement-ed =
                           0 - montantAbsenceRetenue
                   write engBulletin from ligneElementBulletin
                         end-write
               end-if
           end-if.
           if indCongeTrouve not = 0
               compute soldeConges = droitConges(indCongeTrouve)
                                     - prisConges(indCongeTrouve)
               move prisConges(indCongeTrouve) to prisBul-ed
               move droitConges(indCongeTrouve) to droitBul-ed
               move soldeConges to soldeBul-ed
               write engBulletin from ligneCongesBulletin end-write
           end-if.
           write engBulletin from spaces end-write.
           move "Salaire brut" to libelleMontant-ed.
           move salaireOuvrier to montantBul-ed.
           write engBulletin from ligneMontantBulletin end-write.

       ecrireRetenuesBulletin.
           compute tauxOnssBul-ed = tauxOnss * 100.
           move ligneOnssBulletin to libelleMontant-ed.
           compute montantBul-ed = 0 - montantOnss.
           write engBulletin from ligneMontantBulletin end-write.
           move "Precompte professionnel" to libelleMontant-ed.
           compute montantBul-ed = 0 - montantPrecompte.
           write engBulletin from ligneMontantBulletin end-write.
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
                   move bornePrecompte(indTranche) to borneBul-ed
                   move tauxPrecompte(indTranche) to tauxTrancheBul-ed
                   compute partBul-ed rounded =
                           partImposable * tauxPrecompte(indTranche)
                           / 100
                   write engBulletin from ligneTrancheBulletin
                         end-write
               end-if
               move bornePrecompte(indTranche) to borneInferieure
           end-perform.
           perform ecrireAvancesBulletin.
           move "Net a payer" to libelleMontant-ed.
           move salaireNet to montantBul-ed.
           write engBulletin from ligneMontantBulletin end-write.
           if montantReverseOuvrier not = 0
               move "Virement rejete reverse" to libelleMontant-ed
               move montantReverseOuvrier to montantBul-ed
               write engBulletin from ligneMontantBulletin end-write
               move "Total vire" to libelleMontant-ed
               move montantVireOuvrier to montantBul-ed
               write engBulletin from ligneMontantBulletin end-write
           end-if.
           move spaces to ligneVersementBulletin.
           evaluate true
               when not tauxTrouve
                   move "Virement retenu : ouvrier absent du maitre"
                        to ligneVersementBulletin
               when not fiVirementsOK
                   move "Virement non genere ce traitement"
                        to ligneVersementBulletin
               when compteOuvrierSauve = spaces
                   move "Verse par virement, compte non renseigne"
                        to ligneVersementBulletin
               when compteACorriger
                   string "Compte rejete par la banque, a corriger : "
                          delimited by size
                          compteOuvrierSauve delimited by size
                          into ligneVersementBulletin
               when other
                   string "Verse sur le compte " delimited by size
                          compteOuvrierSauve delimited by size
                          into ligneVersementBulletin
           end-evaluate.
           write engBulletin from ligneVersementBulletin end-write.

       ecrireAvancesBulletin.
           perform varying indAvance from 1 by 1
                   until indAvance > nbAvances
               if avanceValideTab(indAvance) = "O"
                  and nomOuvrierAvTab(indAvance) = nomOuvrierSauve
                  and dateDernierAvTab(indAvance) = datePeriode
                   if typeAvTab(indAvance) = "P"
                       move "Pret du" to typeLibelleAv
                   else
                       move "Avance du" to typeLibelleAv
                   end-if
                   move dateDebutAvTab(indAvance) to dateLibelleAv-ed
                   move libelleAvance to libelleMontant-ed
                   compute montantBul-ed =
                           0 - montantDernierAvTab(indAvance)
                   write engBulletin from ligneMontantBulletin
                         end-write
                   move soldeAvTab(indAvance) to soldeAvBul-ed
                   move arriereAvTab(indAvance) to arriereAvBul-ed
                   write engBulletin from ligneSoldeAvanceBulletin
                         end-write
               end-if
           end-perform.

       ecrireRappelsBulletin.
           perform varying indAjust from 1 by 1
                   until indAjust > nbAjustementsPaie
               if nomOuvrierAjustTab(indAjust) = nomOuvrierSauve
                   move periodeAjustTab(indAjust) to periodeRappel-ed
                   move montantAjustTab(indAjust) to montantRappel-ed
                   write engBulletin from ligneRappelBulletin
                         end-write
                   add montantAjustTab(indAjust)
                       to totalRappelsBulletins
                   move "O" to ajustReporteTab(indAjust)
               end-if
           end-perform.

       ecrireCumulsBulletin.
           move 0 to indCumulTrouve.
           perform varying indCumul from 1 by 1
                   until indCumul > nbCumulsAnnee
                      or indCumulTrouve not = 0
               if nomOuvrierCumulTab(indCumul) = nomOuvrierSauve
                   move indCumul to indCumulTrouve
               end-if
           end-perform.
           write engBulletin from spaces end-write.
           move datePeriode(1:4) to anneeCumulBul-ed.
           write engBulletin from ligneCumulsBulletin end-write.
           move "  Brut" to libelleMontant-ed.
           move salaireOuvrier to montantBul-ed.
           if indCumulTrouve not = 0
               compute montantBul-ed =
                       brutCumul(indCumulTrouve) + salaireOuvrier
           end-if.
           write engBulletin from ligneMontantBulletin end-write.
           move "  ONSS" to libelleMontant-ed.
           move montantOnss to montantBul-ed.
           if indCumulTrouve not = 0
               compute montantBul-ed =
                       onssCumul(indCumulTrouve) + montantOnss
           end-if.
           write engBulletin from ligneMontantBulletin end-write.
           move "  Precompte" to libelleMontant-ed.
           move montantPrecompte to montantBul-ed.
           if indCumulTrouve not = 0
               compute montantBul-ed =
                       precompteCumul(indCumulTrouve)
                       + montantPrecompte
           end-if.
           write engBulletin from ligneMontantBulletin end-write.
           move "  Net avant avances" to libelleMontant-ed.
           move netAvantAvances to montantBul-ed.
           if indCumulTrouve not = 0
               compute montantBul-ed =
                       netCumul(indCumulTrouve) + netAvantAvances
           end-if.
           write engBulletin from ligneMontantBulletin end-write.

      *****************************************************************
      *    Rapprochement : le total des virements relu dans
      *    Virements.seq doit egaler le net verse des bulletins.
      *****************************************************************
       rapprocherVirements.
           open input FiVirements.
           if fiVirementsOK
               read FiVirements end-read
               perform until fiVirementsFin
                   move engVirements to ligneVirement
                   move salaireVir to montantVirementLu
                   add montantVirementLu to totalNetVirements
                   read FiVirements end-read
               end-perform
           end-if.
           close FiVirements.
           move totalNetBulletins to totalNetBul-ed.
           move totalNetVirements to totalNetVir-ed.
           display ligneRapprochement.
           display "Bulletins de paie produits: " nbBulletins.
           if totalNetBulletins not = totalNetVirements
               display "ATTENTION: ecart entre bulletins et "
                       "Virements.seq"
               if statutTraitement < 4
                   move 4 to statutTraitement
               end-if
           else
               move "O" to rapprochementPaieSW
           end-if.
           if totalRappelsBulletins not = 0
               move totalRappelsBulletins to montantRappel-ed
               display "Rappels retroactifs reportes sur bulletins: "
                       montantRappel-ed
           end-if.

      *****************************************************************
      *    Passage de la paie au journal des traitements du mois :
      *    rapprochee quand les virements relus egalent le net des
      *    bulletins; les heures retenues sont confrontees aux heures
      *    facturees par la cloture mensuelle.
      *****************************************************************
       enregistrerExecution.
           accept heureExecutionJour from time.
           open extend FiExecutions.
           if not fiExecutionsOK and fs-FiExecutions not = "05"
               open output FiExecutions
           end-if.
           move spaces to engExecution.
           move datePeriode(1:6) to periodeExecution.
           move "PAIE" to traitementExecution.
           move datePeriode to dateExecution.
           move heureExecutionJour(1:6) to heureExecution.
           if paieRapprochee
               move "R" to statutExecution
           else
               move "E" to statutExecution
           end-if.
           move nbBulletins to nbDocumentsExecution.
           move totalHeuresPaie to heuresExecution.
           move totalNetBulletins to montantExecution.
           write engExecution end-write.
           close FiExecutions.

       signalerRappelsSansBulletin.
           perform varying indAjust from 1 by 1
                   until indAjust > nbAjustementsPaie
               if ajustReporteTab(indAjust) = "N"
                   display "Rappel sans bulletin ce traitement: "
                           nomOuvrierAjustTab(indAjust) " "
                           periodeAjustTab(indAjust)
               end-if
           end-perform.

      *****************************************************************
      *    Les lignes d'avance illisibles sont gardees telles quelles
      *    et reecrites sans changement; une avance deja prelevee a
      *    la date du jour (paie relancee) retrouve son solde et son
      *    arriere d'avant ce prelevement.
      *****************************************************************
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
              or mensualiteAvanceX not numeric
              or soldeAvanceX not numeric
              or arriereAvanceX not numeric
              or dateDernierPrelevX not numeric
              or montantDernierPrelevX not numeric
              or arriereAvantPrelevX not numeric
               move "N" to avanceLisibleSW
           end-if.
           if avanceLisible and mensualiteAvance = 0
               move "N" to avanceLisibleSW
           end-if.
           if avanceLisible
               move "O" to avanceValideTab(nbAvances)
               move nomOuvrierAvance to nomOuvrierAvTab(nbAvances)
               move typeAvance to typeAvTab(nbAvances)
               move dateDebutAvance to dateDebutAvTab(nbAvances)
               move mensualiteAvance to mensualiteAvTab(nbAvances)
               move soldeAvance to soldeAvTab(nbAvances)
               move arriereAvance to arriereAvTab(nbAvances)
               move dateDernierPrelev to dateDernierAvTab(nbAvances)
               move montantDernierPrelev
                    to montantDernierAvTab(nbAvances)
               move arriereAvantPrelev
                    to arriereAvantAvTab(nbAvances)
               if dateDernierPrelev = datePeriode
                   add montantDernierPrelev to soldeAvTab(nbAvances)
                   move arriereAvantPrelev to arriereAvTab(nbAvances)
                   move 0 to dateDernierAvTab(nbAvances)
                   move 0 to montantDernierAvTab(nbAvances)
               end-if
           else
               move "N" to avanceValideTab(nbAvances)
               display "Avance illisible conservee sans retenue: "
                       nomOuvrierAvance
           end-if.

       preleverAvances.
           move salaireNet to netAvantAvances.
           move 0 to totalPrelevOuvrier.
           if tauxTrouve
               perform varying indAvance from 1 by 1
                       until indAvance > nbAvances
                   if avanceValideTab(indAvance) = "O"
                      and nomOuvrierAvTab(indAvance) = nomOuvrierSauve
                      and dateDebutAvTab(indAvance) <= datePeriode
                      and soldeAvTab(indAvance) > 0
                       perform preleverUneAvance
                   end-if
               end-perform
           end-if.

       preleverUneAvance.
           compute montantDuAvance = mensualiteAvTab(indAvance)
                                     + arriereAvTab(indAvance).
           if montantDuAvance > soldeAvTab(indAvance)
               move soldeAvTab(indAvance) to montantDuAvance
           end-if.
           if salaireNet > plancherNet
               compute disponibleAvance = salaireNet - plancherNet
           else
               move 0 to disponibleAvance
           end-if.
           if montantDuAvance > disponibleAvance
               move disponibleAvance to prelevementAvance
               add 1 to nbAvancesReportees
               display "Avance reportee sous le plancher net: "
                       nomOuvrierSauve
           else
               move montantDuAvance to prelevementAvance
           end-if.
           move arriereAvTab(indAvance) to arriereAvantAvTab(indAvance).
           compute arriereAvTab(indAvance) =
                   montantDuAvance - prelevementAvance.
           subtract prelevementAvance from soldeAvTab(indAvance).
           move datePeriode to dateDernierAvTab(indAvance).
           move prelevementAvance to montantDernierAvTab(indAvance).
           subtract prelevementAvance from salaireNet.
           add prelevementAvance to totalPrelevOuvrier.
           add prelevementAvance to totalPrelevements.
           if prelevementAvance not = 0
              and (fiPrelevementsOK or fs-FiPrelevements = "05")
               move spaces to engPrelevement
               move datePeriode to datePrelevement
               move nomOuvrierSauve to nomOuvrierPrelev
               move typeAvTab(indAvance) to typeAvancePrelev
               move dateDebutAvTab(indAvance) to dateDebutPrelev
               move prelevementAvance to montantPrelevement
               move soldeAvTab(indAvance) to soldeApresPrelev
               write engPrelevement end-write
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
           if totalPrelevements not = 0
               move totalPrelevements to totalPrelevements-ed
               display "Retenues sur avances: " totalPrelevements-ed
           end-if.
           if nbAvancesReportees not = 0
               display "Mensualites reportees (plancher net): "
                       nbAvancesReportees
           end-if.

      *****************************************************************
      *    Registre des virements rejetes : un rejet deja reverse a
      *    la date du jour (paie relancee) redevient a reverser.
      *****************************************************************
       chargerRejetes.
           open input FiRejetes.
           if fiRejetesOK
               read FiRejetes end-read
               perform until finFiRejetes or nbRejetes >= 500
                   add 1 to nbRejetes
                   if rejetReverse
                      and dateReversementRejet = datePeriode
                       move "A" to statutRejet
                       move 0 to dateReversementRejet
                       move spaces to compteReversementRejet
                       move "O" to rejetesModifiesSW
                   end-if
                   move engRejete to ligneRejeteTab(nbRejetes)
                   read FiRejetes end-read
               end-perform
               if not finFiRejetes
                   display "VirementsRejetes.seq depasse 500 lignes, "
                           "rejets non reverses ce traitement"
                   move 0 to nbRejetes
                   move "N" to rejetesModifiesSW
               end-if
           end-if.
           close FiRejetes.

       reverserRejetsOuvrier.
           perform varying indRejete from 1 by 1
                   until indRejete > nbRejetes
               move ligneRejeteTab(indRejete) to engRejete
               if rejetOuvrier and rejetACorriger
                  and nomBeneficiaireRejet = nomOuvrierSauve
                   if compteOuvrierSauve not = spaces
                      and compteOuvrierSauve not = compteRejete
                       add montantRejete to montantReverseOuvrier
                       add montantRejete to totalReverse
                       add 1 to nbRejetsReverses
                       move "O" to rejetesModifiesSW
                       move "R" to statutRejet
                       move datePeriode to dateReversementRejet
                       move compteOuvrierSauve
                            to compteReversementRejet
                       move engRejete to ligneRejeteTab(indRejete)
                   else
                       move "O" to compteACorrigerSW
                   end-if
               end-if
           end-perform.
           if compteACorriger
               add 1 to nbComptesACorriger
               display "Compte a corriger, virement rejete en "
                       "attente: " nomOuvrierSauve
           end-if.

       reecrireRejetes.
           if rejetesModifies
               open output FiRejetes
               perform varying indRejete from 1 by 1
                       until indRejete > nbRejetes
                   move ligneRejeteTab(indRejete) to engRejete
                   write engRejete end-write
               end-perform
               close FiRejetes
           end-if.
           if nbRejetsReverses not = 0
               move totalReverse to totalReverse-ed
               display "Virements rejetes reverses: "
                       nbRejetsReverses " pour " totalReverse-ed
                       " euros"
           end-if.
           if nbComptesACorriger not = 0
               display "Ouvriers au compte a corriger: "
                       nbComptesACorriger
               if statutTraitement < 4
                   move 4 to statutTraitement
               end-if
           end-if.

       reecrireCongesSoldes.
           if nbSoldesConges not = 0
               open output FiCongesSoldes
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTauxHistorique
                         NOMFIC BY "TauxHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAjustementsPaie
                         NOMFIC BY "VirementsAjustements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAvances
                         NOMFIC BY "AvancesOuvriers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPrelevements
                         NOMFIC BY "AvancesPrelevements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRefusSortis
                         NOMFIC BY "OuvriersSortisRefus.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejetes
                         NOMFIC BY "VirementsRejetes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExecutions
                         NOMFIC BY "ExecutionsPeriodes.seq".

       end program ProgrammeFichiersEx2.
