       program-id. VirementsRetours as "VirementsRetours".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiRetours assign to dynamic cheminFiRetours
               organization is line sequential
               file status is fs-FiRetours.
           select optional FiVirements
               assign to dynamic cheminFiVirements
               organization is line sequential
               file status is fs-FiVirements.
           select optional FiVirementsSoldes
               assign to dynamic cheminFiVirementsSoldes
               organization is line sequential
               file status is fs-FiVirementsSoldes.
           select optional FiVirementsCourtiers
               assign to dynamic cheminFiVirementsCourt
               organization is line sequential
               file status is fs-FiVirementsCourt.
           select optional FiRejetes assign to dynamic cheminFiRejetes
               organization is line sequential
               file status is fs-FiRejetes.
           select optional FiPaieHistorique
               assign to dynamic cheminFiPaieHistorique
               organization is line sequential
               file status is fs-FiPaieHistorique.
           select optional FiOuvriersMaitre
               assign to dynamic cheminFiOuvriersMaitre
               organization is line sequential
               file status is fs-FiOuvriersMaitre.
           select optional FiCourtiers
               assign to dynamic cheminFiCourtiers
               organization is line sequential
               file status is fs-FiCourtiers.
           select FiRetoursRejets
               assign to dynamic cheminFiRetoursRejets
               organization is line sequential
               file status is fs-FiRetoursRejets.
           select FiEtat assign to dynamic cheminFiEtat
               organization is line sequential
               file status is fs-FiEtat.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
       FD FiRetours.
       01 engRetour.
           COPY "RetourBancaire.cpy".
      *    Virements de salaires, de soldes de tout compte et de
      *    commissions, tous dans la disposition de Virements.seq.
       FD FiVirements.
       01 engVirement pic x(60).
       FD FiVirementsSoldes.
       01 engVirementSolde pic x(60).
       FD FiVirementsCourtiers.
       01 engVirementCourtier pic x(60).
       FD FiRejetes.
       01 engRejete.
           COPY "VirementRejete.cpy".
       FD FiPaieHistorique.
       01 engPaieHistorique pic x(70).
       FD FiOuvriersMaitre.
       01 engOuvrierMaitre.
           COPY "OuvrierMaitre.cpy".
       FD FiCourtiers.
       01 engCourtier.
           COPY "Courtier.cpy".
       FD FiRetoursRejets.
       01 engRetourRejet pic x(100).
       FD FiEtat.
       01 engEtat pic x(100).
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
       01 cheminFiRetours pic x(80) value "RetoursBancaires.seq".
       01 cheminFiVirements pic x(80) value "Virements.seq".
       01 cheminFiVirementsSoldes pic x(80)
          value "VirementsSoldes.seq".
       01 cheminFiVirementsCourt pic x(80)
          value "VirementsCourtiers.seq".
       01 cheminFiRejetes pic x(80) value "VirementsRejetes.seq".
       01 cheminFiPaieHistorique pic x(80) value "Paie-Historique.seq".
       01 cheminFiOuvriersMaitre pic x(80) value "Ouvriers.seq".
       01 cheminFiCourtiers pic x(80) value "Courtiers.seq".
       01 cheminFiRetoursRejets pic x(80)
          value "RetoursBancairesRejets.seq".
       01 cheminFiEtat pic x(80) value "VirementsRejetesEtat.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRetours
                                        FSOK BY fiRetoursOK
                                        FSFIN BY finFiRetours
                                        FSABSENT BY fiRetoursAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiVirements
                                        FSOK BY fiVirementsOK
                                        FSFIN BY finFiVirements
                                        FSABSENT BY fiVirementsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiVirementsSoldes
                                        FSOK BY fiVirSoldesOK
                                        FSFIN BY finFiVirSoldes
                                        FSABSENT BY fiVirSoldesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiVirementsCourt
                                        FSOK BY fiVirCourtOK
                                        FSFIN BY finFiVirCourt
                                        FSABSENT BY fiVirCourtAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRejetes
                                        FSOK BY fiRejetesOK
                                        FSFIN BY finFiRejetes
                                        FSABSENT BY fiRejetesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaieHistorique
                                        FSOK BY fiPaieHistoriqueOK
                                        FSFIN BY finFiPaieHistorique
                                        FSABSENT BY fiPaieHistoAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuvriersMaitre
                                        FSOK BY fiOuvriersMaitreOK
                                        FSFIN BY finFiOuvriersMaitre
                                        FSABSENT BY fiOuvriersMaitAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourtiers
                                        FSOK BY fiCourtiersOK
                                        FSFIN BY finFiCourtiers
                                        FSABSENT BY fiCourtiersAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRetoursRejets
                                        FSOK BY fiRetoursRejetsOK
                                        FSFIN BY fiRetoursRejetsFin
                                        FSABSENT BY fiRetoursRejetsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiEtat
                                        FSOK BY fiEtatOK
                                        FSFIN BY fiEtatFin
                                        FSABSENT BY fiEtatAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour pic 9(8).
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.

      *    Virements de la derniere paie, du dernier lot de soldes
      *    et du dernier decompte de commissions, candidats au
      *    rapprochement par beneficiaire et montant.
       01 ligneVirement.
           02 nomBeneficiaireVir pic x(30).
           02 filler pic x(3).
           02 nbHVir pic zz9.
           02 filler pic x(2).
           02 filler pic x(3).
           02 montantVir pic zzBzz9.99.
           02 filler pic x(6).
       01 tabVirements.
           02 virementTab occurs 1000.
               03 origineVirTab pic x(4).
               03 nomVirTab pic x(30).
               03 montantVirTab pic 9(7)v99.
               03 virementRapprocheTab pic x.
       01 nbVirements pic 9(4) value 0.
       01 indVirement pic 9(4).
       01 indVirementTrouve pic 9(4).
       01 origineCourante pic x(4).

       01 tabRejetes.
           02 rejeteTab occurs 500.
               03 ligneRejeteTab pic x(124).
       01 nbRejetes pic 999 value 0.
       01 nbRejetesAnciens pic 999 value 0.
       01 indRejete pic 999.
       01 indRejeteTrouve pic 999.

      *    Paie-Historique est garde en table pour etre reecrit avec
      *    la marque de paiement de chaque ligne : blanc verse,
      *    I impaye (virement rejete), R reverse depuis.
       01 tabHistorique.
           02 histoTab occurs 5000.
               03 ligneHistoTab pic x(70).
       01 nbHisto pic 9(4) value 0.
       01 indHisto pic 9(4).
       01 indHistoTrouve pic 9(4).
       01 histoModifieSW pic x value "N".
           88 histoModifie value "O".
       01 lignePaieHistoTravail.
           02 datePeriodeHistoX pic x(8).
           02 datePeriodeHisto redefines datePeriodeHistoX pic 9(8).
           02 filler pic x.
           02 nomOuvrierHisto pic x(30).
           02 filler pic x(17).
           02 filler pic x.
           02 statutVirementHisto pic x.
               88 histoImpaye value "I".
               88 histoReverse value "R".
           02 filler pic x(12).

       01 tabOuvriersMaitre.
           02 ouvrierMaitreTab occurs 500.
               03 nomOuvrierMaitreTab pic x(30).
               03 compteOuvrierMaitreTab pic x(16).
       01 nbOuvriersMaitre pic 999 value 0.
       01 tabCourtiers.
           02 courtierTab occurs 200.
               03 nomCourtierTab pic x(10).
               03 compteCourtierTab pic x(16).
       01 nbCourtiers pic 999 value 0.
       01 indMaitre pic 999.
       01 compteActuel pic x(16).

       01 dateTravail pic 9(8).
       01 filler redefines dateTravail.
           02 anneeTravail pic 9(4).
           02 moisTravail pic 99.
           02 jourTravail pic 99.
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
       01 redefines joursCumulesVal.
           02 joursCumules occurs 12 pic 9(3).
       01 joursAbsolus pic 9(7).
       01 joursAbsolusJour pic 9(7).
       01 ageRejetJours pic 9(5).

       01 nbRetoursLus pic 9(4) value 0.
       01 nbRetoursRapproches pic 9(4) value 0.
       01 nbRetoursRefuses pic 9(4) value 0.
       01 nbNonRegles pic 9(4) value 0.
       01 nbReverses pic 9(4) value 0.
       01 totalRapproche pic 9(9)v99 value 0.
       01 totalNonRegle pic 9(9)v99 value 0.
       01 totalReverse pic 9(9)v99 value 0.
       01 totalRapproche-ed pic zzzzzzzz9.99.

       01 ligneRetourRejet.
           02 referenceRefus-ed pic x(10).
           02 filler pic x(3) value " - ".
           02 beneficiaireRefus-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 raisonRefus-ed pic x(40).

       01 ligneTitreEtat.
           02 filler pic x(35)
              value "Virements rejetes par la banque au ".
           02 dateJourEtat-ed pic 9999/99/99.
       01 ligneEnteteEtat.
           02 filler pic x(12) value "Reference".
           02 filler pic x(12) value "Retour".
           02 filler pic x(31) value "Beneficiaire".
           02 filler pic x(2) value "T".
           02 filler pic x(5) value "Orig".
           02 filler pic x(11) value "    Montant".
           02 filler pic x(6) value "   Age".
           02 filler pic x(9) value spaces.
           02 filler pic x(6) value "Compte".
       01 ligneDetailEtat.
           02 referenceEtat-ed pic x(10).
           02 filler pic xx value spaces.
           02 dateRetourEtat-ed pic 9999/99/99.
           02 filler pic xx value spaces.
           02 nomEtat-ed pic x(30).
           02 filler pic x value space.
           02 typeEtat-ed pic x.
           02 filler pic x value space.
           02 origineEtat-ed pic x(4).
           02 filler pic x value space.
           02 montantEtat-ed pic zzzzzzz9.99.
           02 filler pic x value space.
           02 ageEtat-ed pic zzzz9.
           02 filler pic x(3) value " j ".
           02 remarqueEtat-ed pic x(20).
       01 ligneTotalEtat.
           02 libelleTotalEtat-ed pic x(40).
           02 nbTotalEtat-ed pic zzz9.
           02 filler pic x(3) value spaces.
           02 montantTotalEtat-ed pic zzzzzzzz9.99.
           02 filler pic x(6) value " euros".

       procedure division.
       main.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           perform chargerRejetes.
           perform chargerVirements.
           perform chargerOuvriersMaitre.
           perform chargerCourtiers.
           perform chargerHistorique.
           open output FiRetoursRejets.
           perform importerRetours.
           close FiRetoursRejets.
           perform actualiserHistorique.
           if nbRejetes > nbRejetesAnciens
               perform reecrireRejetes
           end-if.
           if histoModifie
               perform reecrireHistorique
           end-if.
           perform imprimerEtat.
           move totalRapproche to totalRapproche-ed.
           perform ecrireAudit.
           display "Retours bancaires lus: " nbRetoursLus.
           display "Retours rapproches de leur virement: "
                   nbRetoursRapproches " pour " totalRapproche-ed
                   " euros".
           display "Retours refuses: " nbRetoursRefuses.
           display "Virements rejetes non regles: " nbNonRegles.
           if nbRetoursRefuses not = 0 or nbNonRegles not = 0
               move 4 to return-code
           end-if.
           stop run.

       chargerRejetes.
           open input FiRejetes.
           if fiRejetesOK
               read FiRejetes end-read
               perform until finFiRejetes or nbRejetes >= 500
                   add 1 to nbRejetes
                   move engRejete to ligneRejeteTab(nbRejetes)
                   read FiRejetes end-read
               end-perform
               if not finFiRejetes
                   display "VirementsRejetes.seq depasse 500 lignes, "
                           "traitement arrete"
                   close FiRejetes
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           close FiRejetes.
           move nbRejetes to nbRejetesAnciens.

       chargerVirements.
           move "PAIE" to origineCourante.
           open input FiVirements.
           if fiVirementsOK
               read FiVirements end-read
               perform until finFiVirements
                   move engVirement to ligneVirement
                   perform retenirVirement
                   read FiVirements end-read
               end-perform
           end-if.
           close FiVirements.
           move "SOLD" to origineCourante.
           open input FiVirementsSoldes.
           if fiVirSoldesOK
               read FiVirementsSoldes end-read
               perform until finFiVirSoldes
                   move engVirementSolde to ligneVirement
                   perform retenirVirement
                   read FiVirementsSoldes end-read
               end-perform
           end-if.
           close FiVirementsSoldes.
           move "COMM" to origineCourante.
           open input FiVirementsCourtiers.
           if fiVirCourtOK
               read FiVirementsCourtiers end-read
               perform until finFiVirCourt
                   move engVirementCourtier to ligneVirement
                   perform retenirVirement
                   read FiVirementsCourtiers end-read
               end-perform
           end-if.
           close FiVirementsCourtiers.

       retenirVirement.
           if nbVirements < 1000
               add 1 to nbVirements
               move origineCourante to origineVirTab(nbVirements)
               move nomBeneficiaireVir to nomVirTab(nbVirements)
               move montantVir to montantVirTab(nbVirements)
               move "N" to virementRapprocheTab(nbVirements)
           end-if.

       chargerOuvriersMaitre.
           open input FiOuvriersMaitre.
           if fiOuvriersMaitreOK
               read FiOuvriersMaitre end-read
               perform until finFiOuvriersMaitre
                      or nbOuvriersMaitre >= 500
                   add 1 to nbOuvriersMaitre
                   move nomOuvrierMaitre
                        to nomOuvrierMaitreTab(nbOuvriersMaitre)
                   move compteBancaireMaitre
                        to compteOuvrierMaitreTab(nbOuvriersMaitre)
                   read FiOuvriersMaitre end-read
               end-perform
           end-if.
           close FiOuvriersMaitre.

       chargerCourtiers.
           open input FiCourtiers.
           if fiCourtiersOK
               read FiCourtiers end-read
               perform until finFiCourtiers or nbCourtiers >= 200
                   add 1 to nbCourtiers
                   move nomCourtierFi to nomCourtierTab(nbCourtiers)
                   move compteBancaireFi
                        to compteCourtierTab(nbCourtiers)
                   read FiCourtiers end-read
               end-perform
           end-if.
           close FiCourtiers.

       chargerHistorique.
           open input FiPaieHistorique.
           if fiPaieHistoriqueOK
               read FiPaieHistorique end-read
               perform until finFiPaieHistorique or nbHisto >= 5000
                   add 1 to nbHisto
                   move engPaieHistorique to ligneHistoTab(nbHisto)
                   read FiPaieHistorique end-read
               end-perform
               if not finFiPaieHistorique
                   display "Paie-Historique.seq depasse 5000 lignes, "
                           "traitement arrete"
                   close FiPaieHistorique
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           close FiPaieHistorique.

      *****************************************************************
      *    Chaque retour est rapproche d'un virement de meme
      *    beneficiaire et de meme montant, un virement ne servant
      *    qu'une fois. Un retour deja enregistre (fichier de la
      *    banque relu) ou sans virement d'origine est refuse.
      *****************************************************************
       importerRetours.
           open input FiRetours.
           if not fiRetoursOK
               display "RetoursBancaires.seq absent, statut: "
                       fs-FiRetours ", aucun retour a integrer"
           else
               read FiRetours end-read
               perform until finFiRetours
                   add 1 to nbRetoursLus
                   perform traiterRetour
                   read FiRetours end-read
               end-perform
           end-if.
           close FiRetours.

       traiterRetour.
           move spaces to raisonRefus-ed.
           move 0 to indRejeteTrouve.
           perform varying indRejete from 1 by 1
                   until indRejete > nbRejetes
                      or indRejeteTrouve not = 0
               move ligneRejeteTab(indRejete) to engRejete
               if referenceRejet = referenceRetour
                   move indRejete to indRejeteTrouve
               end-if
           end-perform.
           move 0 to indVirementTrouve.
           if montantRetourX numeric
               perform varying indVirement from 1 by 1
                       until indVirement > nbVirements
                          or indVirementTrouve not = 0
                   if nomVirTab(indVirement) = beneficiaireRetour
                      and montantVirTab(indVirement) = montantRetour
                      and virementRapprocheTab(indVirement) = "N"
                       move indVirement to indVirementTrouve
                   end-if
               end-perform
           end-if.
           evaluate true
               when referenceRetour = spaces
                    or dateRetourX not numeric
                    or montantRetourX not numeric
                   move "retour illisible" to raisonRefus-ed
               when indRejeteTrouve not = 0
                   move "retour deja enregistre" to raisonRefus-ed
               when indVirementTrouve = 0
                   move "virement d'origine introuvable"
                        to raisonRefus-ed
               when nbRejetes >= 500
                   move "registre des rejets plein"
                        to raisonRefus-ed
               when other
                   perform enregistrerRejet
           end-evaluate.
           if raisonRefus-ed not = spaces
               add 1 to nbRetoursRefuses
               move referenceRetour to referenceRefus-ed
               move beneficiaireRetour to beneficiaireRefus-ed
               write engRetourRejet from ligneRetourRejet end-write
           end-if.

       enregistrerRejet.
           move "O" to virementRapprocheTab(indVirementTrouve).
           add 1 to nbRetoursRapproches.
           add montantRetour to totalRapproche.
           move spaces to engRejete.
           move referenceRetour to referenceRejet.
           move dateRetour to dateRetourRejet.
           move beneficiaireRetour to nomBeneficiaireRejet.
           move origineVirTab(indVirementTrouve) to origineRejet.
           if origineRejet = "COMM"
               move "C" to typeBeneficiaireRejet
           else
               move "O" to typeBeneficiaireRejet
           end-if.
           move compteRetour to compteRejete.
           if compteRejete = spaces
               perform rechercherCompteActuel
               move compteActuel to compteRejete
           end-if.
           move montantRetour to montantRejete.
           move motifRetour to motifRejet.
           move 0 to datePaieRejet.
           if rejetOuvrier
               perform marquerPaieImpayee
           end-if.
           move "A" to statutRejet.
           move 0 to dateReversementRejet.
           move spaces to compteReversementRejet.
           add 1 to nbRejetes.
           move engRejete to ligneRejeteTab(nbRejetes).

      *    La paie rejetee est la derniere ligne de l'ouvrier datee
      *    au plus tard du retour et non encore marquee impayee.
       marquerPaieImpayee.
           move 0 to indHistoTrouve.
           perform varying indHisto from 1 by 1
                   until indHisto > nbHisto
               move ligneHistoTab(indHisto) to lignePaieHistoTravail
               if nomOuvrierHisto = nomBeneficiaireRejet
                  and datePeriodeHistoX numeric
                  and datePeriodeHisto <= dateRetourRejet
                  and not histoImpaye
                   move indHisto to indHistoTrouve
               end-if
           end-perform.
           if indHistoTrouve = 0
               display "Aucune paie a marquer impayee pour "
                       nomBeneficiaireRejet
           else
               move ligneHistoTab(indHistoTrouve)
                    to lignePaieHistoTravail
               move datePeriodeHisto to datePaieRejet
           end-if.

       rechercherCompteActuel.
           move spaces to compteActuel.
           if rejetCourtier
               perform varying indMaitre from 1 by 1
                       until indMaitre > nbCourtiers
                   if nomCourtierTab(indMaitre)
                      = nomBeneficiaireRejet(1:10)
                       move compteCourtierTab(indMaitre)
                            to compteActuel
                   end-if
               end-perform
           else
               perform varying indMaitre from 1 by 1
                       until indMaitre > nbOuvriersMaitre
                   if nomOuvrierMaitreTab(indMaitre)
                      = nomBeneficiaireRejet
                       move compteOuvrierMaitreTab(indMaitre)
                            to compteActuel
                   end-if
               end-perform
           end-if.

      *****************************************************************
      *    La marque de Paie-Historique suit le registre : I tant
      *    que le rejet attend, R une fois le montant reverse par
      *    une paie ulterieure.
      *****************************************************************
       actualiserHistorique.
           perform varying indRejete from 1 by 1
                   until indRejete > nbRejetes
               move ligneRejeteTab(indRejete) to engRejete
               if rejetOuvrier and datePaieRejet not = 0
                   perform marquerLigneHistorique
               end-if
           end-perform.

       marquerLigneHistorique.
           perform varying indHisto from 1 by 1
                   until indHisto > nbHisto
               move ligneHistoTab(indHisto) to lignePaieHistoTravail
               if nomOuvrierHisto = nomBeneficiaireRejet
                  and datePeriodeHistoX numeric
                  and datePeriodeHisto = datePaieRejet
                   evaluate true
                       when rejetACorriger and not histoImpaye
                           move "I" to statutVirementHisto
                           move "O" to histoModifieSW
                       when rejetReverse and histoImpaye
                           move "R" to statutVirementHisto
                           move "O" to histoModifieSW
                       when other
                           continue
                   end-evaluate
                   move lignePaieHistoTravail
                        to ligneHistoTab(indHisto)
               end-if
           end-perform.

       reecrireRejetes.
           open output FiRejetes.
           perform varying indRejete from 1 by 1
                   until indRejete > nbRejetes
               move ligneRejeteTab(indRejete) to engRejete
               write engRejete end-write
           end-perform.
           close FiRejetes.

       reecrireHistorique.
           open output FiPaieHistorique.
           perform varying indHisto from 1 by 1
                   until indHisto > nbHisto
               move ligneHistoTab(indHisto) to engPaieHistorique
               write engPaieHistorique end-write
           end-perform.
           close FiPaieHistorique.

      *****************************************************************
      *    Etat des rejets : retours enregistres ce jour puis tous
      *    les rejets non regles avec leur anciennete depuis le
      *    retour et l'etat du compte au maitre (encore le compte
      *    rejete, ou corrige et reverse au prochain versement).
      *****************************************************************
       imprimerEtat.
           open output FiEtat.
           move dateJour to dateJourEtat-ed.
           write engEtat from ligneTitreEtat end-write.
           write engEtat from spaces end-write.
           move "Retours enregistres ce jour :" to engEtat.
           write engEtat end-write.
           write engEtat from ligneEnteteEtat end-write.
           perform varying indRejete from 1 by 1
                   until indRejete > nbRejetes
               if indRejete > nbRejetesAnciens
                   perform imprimerRejet
               end-if
           end-perform.
           move "Retours rapproches" to libelleTotalEtat-ed.
           move nbRetoursRapproches to nbTotalEtat-ed.
           move totalRapproche to montantTotalEtat-ed.
           write engEtat from ligneTotalEtat end-write.
           write engEtat from spaces end-write.
           move "Virements rejetes non regles :" to engEtat.
           write engEtat end-write.
           write engEtat from ligneEnteteEtat end-write.
           perform varying indRejete from 1 by 1
                   until indRejete > nbRejetes
               move ligneRejeteTab(indRejete) to engRejete
               if rejetACorriger
                   add 1 to nbNonRegles
                   add montantRejete to totalNonRegle
                   perform imprimerRejet
               else
                   add 1 to nbReverses
                   add montantRejete to totalReverse
               end-if
           end-perform.
           move "Rejets non regles" to libelleTotalEtat-ed.
           move nbNonRegles to nbTotalEtat-ed.
           move totalNonRegle to montantTotalEtat-ed.
           write engEtat from ligneTotalEtat end-write.
           move "Rejets deja reverses" to libelleTotalEtat-ed.
           move nbReverses to nbTotalEtat-ed.
           move totalReverse to montantTotalEtat-ed.
           write engEtat from ligneTotalEtat end-write.
           close FiEtat.

       imprimerRejet.
           move ligneRejeteTab(indRejete) to engRejete.
           move dateJour to dateTravail.
           perform calculerJoursAbsolus.
           move joursAbsolus to joursAbsolusJour.
           move dateRetourRejet to dateTravail.
           perform calculerJoursAbsolus.
           if joursAbsolusJour > joursAbsolus
               compute ageRejetJours = joursAbsolusJour - joursAbsolus
           else
               move 0 to ageRejetJours
           end-if.
           move referenceRejet to referenceEtat-ed.
           move dateRetourRejet to dateRetourEtat-ed.
           move nomBeneficiaireRejet to nomEtat-ed.
           move typeBeneficiaireRejet to typeEtat-ed.
           move origineRejet to origineEtat-ed.
           move montantRejete to montantEtat-ed.
           move ageRejetJours to ageEtat-ed.
           perform rechercherCompteActuel.
           evaluate true
               when rejetReverse
                   move "reverse" to remarqueEtat-ed
               when compteActuel = spaces
                   move "compte absent" to remarqueEtat-ed
               when compteActuel = compteRejete
                   move "compte a corriger" to remarqueEtat-ed
               when other
                   move "corrige, a reverser" to remarqueEtat-ed
           end-evaluate.
           write engEtat from ligneDetailEtat end-write.

       calculerJoursAbsolus.
           if moisTravail >= 1 and moisTravail <= 12
               compute joursAbsolus =
                       (anneeTravail * 365)
                       + joursCumules(moisTravail)
                       + jourTravail
           else
               move 0 to joursAbsolus
           end-if.

       ecrireAudit.
           move spaces to resumeAudit.
           string "retours=" nbRetoursLus
                  " rapproches=" nbRetoursRapproches
                  " montant=" totalRapproche-ed
                  delimited by size into resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "VirementsRetours"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRetours
                         NOMFIC BY "RetoursBancaires.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVirements
                         NOMFIC BY "Virements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVirementsSoldes
                         NOMFIC BY "VirementsSoldes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVirementsCourt
                         NOMFIC BY "VirementsCourtiers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejetes
                         NOMFIC BY "VirementsRejetes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaieHistorique
                         NOMFIC BY "Paie-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiOuvriersMaitre
                         NOMFIC BY "Ouvriers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourtiers
                         NOMFIC BY "Courtiers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRetoursRejets
                         NOMFIC BY "RetoursBancairesRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtat
                         NOMFIC BY "VirementsRejetesEtat.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program VirementsRetours.
