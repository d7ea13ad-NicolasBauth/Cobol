       program-id. ClientsComportement as "ClientsComportement".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select FiClients assign to dynamic cheminFiClients
               organization is line sequential
               file status is fs-FiClients.
           select optional FiPaiements
               assign to dynamic cheminFiPaiements
               organization is line sequential
               file status is fs-FiPaiements.
           select optional FiAchats
               assign to dynamic cheminFiAchats
               organization is line sequential
               file status is fs-FiAchats.
           select optional FiClientsMaster
               assign to dynamic cheminFiClientsMaster
               organization is line sequential
               file status is fs-FiClientsMaster.
           select optional FiHistorique
               assign to dynamic cheminFiHistorique
               organization is line sequential
               file status is fs-FiHistorique.
           select FiComportement
               assign to dynamic cheminFiComportement
               organization is line sequential
               file status is fs-FiComportement.
           select FiRevue assign to dynamic cheminFiRevue
               organization is line sequential
               file status is fs-FiRevue.

       data division.
       file section.
       FD FiClients.
       01 engFiClients.
           02 nom pic x(30).
           02 montAchats pic 9(4)v99 occurs 12.
       FD FiPaiements.
       01 engPaiement.
           02 nomClientPaie pic x(30).
           02 datePaie pic 9(6).
           02 montantPaie pic 9(6)v99.
      *    Achats dates retenus par AchatsComptabilisation.
       FD FiAchats.
       01 engAchat.
           COPY "AchatClient.cpy".
       FD FiClientsMaster.
       01 engClientsMaster.
           02 nomMaster pic x(30).
           02 adresseMaster pic x(40).
           02 contactMaster pic x(30).
           02 categorieMaster pic x(10).
      *    Historique des mesures : une ligne par client et par
      *    periode AAMM, delai moyen de paiement et DSO de la periode.
      *    Seules les douze dernieres periodes de chaque client sont
      *    conservees.
       FD FiHistorique.
       01 engHistorique.
           02 nomClientHisto pic x(30).
           02 filler pic x.
           02 periodeHisto pic 9(4).
           02 filler pic x.
           02 delaiHisto pic 9(3)v9.
           02 filler pic x.
           02 dsoHisto pic 9(4)v9.
       FD FiComportement.
       01 engComportement pic x(110).
      *    Clients dont le delai de paiement s'allonge depuis trois
      *    periodes, repris par ClientsCredit pour revoir leur limite.
       FD FiRevue.
       01 engRevue.
           02 nomClientRevue pic x(30).
           02 filler pic x.
           02 delaiRevue pic 9(3)v9.
           02 filler pic x.
           02 delaiAncienRevue pic 9(3)v9.
           02 filler pic x.
           02 periodeRevue pic 9(4).

       working-storage section.

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiClients pic x(80) value "Clients.seq".
       01 cheminFiPaiements pic x(80) value "Paiements.seq".
       01 cheminFiAchats pic x(80)
          value "AchatsComptabilises.seq".
       01 cheminFiClientsMaster pic x(80) value "ClientsMaster.seq".
       01 cheminFiHistorique pic x(80)
          value "ComportementHistorique.seq".
       01 cheminFiComportement pic x(80)
          value "ComportementPaiement.seq".
       01 cheminFiRevue pic x(80) value "RevueLimitesCredit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClients
                                        FSOK BY fiClientsOK
                                        FSFIN BY finFiClients
                                        FSABSENT BY fiClientsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaiements
                                        FSOK BY fiPaiementsOK
                                        FSFIN BY finFiPaiements
                                        FSABSENT BY fiPaiementsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAchats
                                        FSOK BY fiAchatsOK
                                        FSFIN BY finFiAchats
                                        FSABSENT BY fiAchatsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClientsMaster
                                        FSOK BY fiClientsMasterOK
                                        FSFIN BY finFiClientsMaster
                                        FSABSENT BY fiClientsMasterAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY finFiHistorique
                                        FSABSENT BY fiHistoriqueAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiComportement
                                        FSOK BY fiComportementOK
                                        FSFIN BY fiComportementFin
                                        FSABSENT BY fiComportementAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRevue
                                        FSOK BY fiRevueOK
                                        FSFIN BY fiRevueFin
                                        FSABSENT BY fiRevueAbsent.

       01 dateJour pic 9(6).
       01 filler redefines dateJour.
           02 anneeJour pic 99.
           02 moisJour pic 99.
           02 jourJour pic 99.
       01 periodeCourante pic 9(4).
       01 dateTravail pic 9(6).
       01 filler redefines dateTravail.
           02 anneeTravail pic 99.
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
       01 debutFenetre pic 9(7).
       01 joursAbsolusPaie pic 9(7).
       01 joursAbsolusAchat pic 9(7).
       01 joursPaiement pic 9(5).

       01 tabPaiements.
           02 paiementTab occurs 5000.
               03 nomPaiementTab pic x(30).
               03 datePaiementTab pic 9(6).
               03 montantPaiementTab pic 9(6)v99.
       01 nbPaiements pic 9(4) value 0.
       01 indPaiement pic 9(4).

      *    Achats individuels, date ramenee en AAMMJJ comme celle
      *    des paiements.
       01 tabAchats.
           02 achatTab occurs 5000.
               03 nomAchatTab pic x(30).
               03 dateAchatTab pic 9(6).
               03 montantAchatTab pic 9(7)v99.
       01 nbAchats pic 9(4) value 0.
       01 indAchat pic 9(4).
       01 achatsDetaillesSW pic x value "N".
           88 achatsDetailles value "O".

       01 tabMaster.
           02 masterTab occurs 999.
               03 nomMasterTab pic x(30).
               03 categorieMasterTab pic x(10).
       01 nbMaster pic 999 value 0.
       01 indMaster pic 999.
       01 categorieCourante pic x(10).

      *    Historique par client : periodes deja mesurees, de la plus
      *    ancienne a la plus recente, hors periode courante qui est
      *    remplacee si le traitement est relance dans le mois.
       01 tabHistorique.
           02 histoClientTab occurs 999.
               03 nomHistoTab pic x(30).
               03 nbPeriodesHisto pic 99.
               03 periodeHistoTab occurs 12.
                   04 periodeHistoVal pic 9(4).
                   04 delaiHistoVal pic 9(3)v9.
                   04 dsoHistoVal pic 9(4)v9.
       01 nbHistoClients pic 999 value 0.
       01 indHisto pic 999.
       01 indHistoTrouve pic 999.
       01 indPeriode pic 99.
       01 periodeAjoutee pic 9(4).
       01 nomRecherche pic x(30).
       01 nbPeriodesClient pic 99.

      *    Mouvements du client en cours, tries par date (achats avant
      *    paiements le meme jour); resteMouvement est la part d'un
      *    achat que les paiements n'ont pas encore soldee.
       01 tabMouvements.
           02 mouvementTab occurs 400.
               03 dateMouvement pic 9(6).
               03 sensMouvement pic x.
               03 montantMouvement pic 9(7)v99.
               03 resteMouvement pic 9(7)v99.
       01 nbMouvements pic 999 value 0.
       01 indMouvement pic 999.
       01 indOuvert pic 999.
       01 indBalaie pic 999.
       01 indCompare pic 999.
       01 mouvementTemp.
           02 dateMouvementTemp pic 9(6).
           02 sensMouvementTemp pic x.
           02 montantMouvementTemp pic 9(7)v99.
           02 resteMouvementTemp pic 9(7)v99.
       01 mouvementsTronquesSW pic x value "N".
           88 mouvementsTronques value "O".

       01 tabCategories.
           02 categorieTab occurs 50.
               03 nomCategorieTab pic x(10).
               03 nbClientsCateg pic 9(4).
               03 nbHausseCateg pic 9(4).
               03 pondereCateg pic 9(13)v99.
               03 apparieCateg pic 9(10)v99.
               03 encoursCateg pic 9(10)v99.
               03 ventesCateg pic 9(10)v99.
       01 nbCategories pic 99 value 0.
       01 indCategorie pic 99.
       01 indCategTrouvee pic 99.

       01 i pic 99.
       01 totalAchatsClient pic 9(8)v99.
       01 totalPaiementsClient pic 9(8)v99.
       01 ventesFenetre pic 9(8)v99.
       01 soldeClient pic s9(8)v99.
       01 resteAImputer pic 9(7)v99.
       01 montantImpute pic 9(7)v99.
       01 sommePonderee pic 9(12)v99.
       01 montantApparie pic 9(9)v99.
       01 delaiMoyen pic 9(3)v9.
       01 delaiConnuSW pic x.
           88 delaiConnu value "O".
       01 dsoClient pic 9(4)v9.
       01 dsoCalcule pic 9(9)v9.
       01 delaiPrecedent pic 9(3)v9.
       01 revueSW pic x.
           88 revueDemandee value "O".
       01 tendanceClient pic x(8).

       01 nbClientsAnalyses pic 9(4) value 0.
       01 nbSansPaiement pic 9(4) value 0.
       01 nbEnHausse pic 9(4) value 0.
       01 nbRevues pic 9(4) value 0.
       01 nbClientsAnalyses-ed pic zzz9.
       01 nbSansPaiement-ed pic zzz9.
       01 nbEnHausse-ed pic zzz9.
       01 nbRevues-ed pic zzz9.

       01 delaiEdite pic zz9.9.
       01 dsoEdite pic zzz9.9.

       01 ligneTitreComportement.
           02 filler pic x(28) value
              "Comportement de paiement au ".
           02 dateComportement-ed pic 99/99/99.
           02 filler pic x(50) value
              " (delai moyen et DSO sur douze mois)".
       01 ligneEnteteClients.
           02 filler pic x(33) value "Client".
           02 filler pic x(40) value
              "Categorie    Delai      DSO  Precedent  ".
           02 filler pic x(37) value "Tendance".
       01 ligneComportement.
           02 nomComportement-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 categComportement-ed pic x(10).
           02 filler pic x(3) value " - ".
           02 delaiComportement-ed pic x(5).
           02 filler pic x(3) value " j ".
           02 dsoComportement-ed pic x(6).
           02 filler pic x(3) value " - ".
           02 delaiPrecComportement-ed pic x(5).
           02 filler pic x(5) value " j - ".
           02 tendanceComportement-ed pic x(8).
           02 filler pic x value space.
           02 revueComportement-ed pic x(12).
       01 ligneTitreCategories pic x(110) value
          "Categorie       clients  en hausse    delai       DSO".
       01 ligneCategorie.
           02 nomCategorie-ed pic x(10).
           02 filler pic x(9) value spaces.
           02 nbClientsCateg-ed pic zzz9.
           02 filler pic x(7) value spaces.
           02 nbHausseCateg-ed pic zzz9.
           02 filler pic x(4) value spaces.
           02 delaiCategorie-ed pic x(5).
           02 filler pic x(4) value " j  ".
           02 dsoCategorie-ed pic x(6).
       01 ligneSeparation pic x(110) value all "-".

       procedure division.
       main.
           perform resoudreEmplacements.
           accept dateJour from date.
           move dateJour(1:4) to periodeCourante.
           move dateJour to dateTravail.
           perform calculerJoursAbsolus.
           move joursAbsolus to joursAbsolusJour.
           if joursAbsolusJour > 365
               compute debutFenetre = joursAbsolusJour - 365
           else
               move 0 to debutFenetre
           end-if.
           perform chargerPaiements.
           perform chargerAchats.
           perform chargerMaster.
           perform chargerHistorique.
           open input FiClients.
           if not fiClientsOK
               display "Clients.seq introuvable, statut: "
                       fs-FiClients
               stop run
           end-if.
           open output FiComportement.
           open output FiRevue.
           move dateJour to dateComportement-ed.
           write engComportement from ligneTitreComportement
                 end-write.
           write engComportement from ligneEnteteClients end-write.
           read FiClients end-read.
           perform until finFiClients
               perform analyserClient
               read FiClients end-read
           end-perform.
           close FiClients.
           perform imprimerCategories.
           close FiComportement FiRevue.
           perform ecrireHistorique.
           move nbClientsAnalyses to nbClientsAnalyses-ed.
           display "Clients analyses: " nbClientsAnalyses-ed.
           move nbSansPaiement to nbSansPaiement-ed.
           display "Clients sans paiement sur douze mois: "
                   nbSansPaiement-ed.
           move nbEnHausse to nbEnHausse-ed.
           display "Clients dont le delai s'allonge: " nbEnHausse-ed.
           move nbRevues to nbRevues-ed.
           display "Limites de credit a revoir: " nbRevues-ed.
           if nbRevues not = 0
               move 4 to return-code
           end-if.
           stop run.

       chargerPaiements.
           open input FiPaiements.
           if fiPaiementsOK
               read FiPaiements end-read
               perform until finFiPaiements or nbPaiements >= 5000
                   add 1 to nbPaiements
                   move nomClientPaie to nomPaiementTab(nbPaiements)
                   move datePaie to datePaiementTab(nbPaiements)
                   move montantPaie
                        to montantPaiementTab(nbPaiements)
                   read FiPaiements end-read
               end-perform
               if not finFiPaiements
                   display "ATTENTION: plus de 5000 paiements, "
                           "suite ignoree"
               end-if
           else
               display "Paiements.seq absent, statut: "
                       fs-FiPaiements ", aucun delai mesurable"
           end-if.
           close FiPaiements.

       chargerAchats.
           open input FiAchats.
           if fiAchatsOK
               read FiAchats end-read
               perform until finFiAchats or nbAchats >= 5000
                   add 1 to nbAchats
                   move nomClientAchat to nomAchatTab(nbAchats)
                   move dateAchat(3:6) to dateAchatTab(nbAchats)
                   move montantAchat to montantAchatTab(nbAchats)
                   read FiAchats end-read
               end-perform
               if not finFiAchats
                   display "ATTENTION: plus de 5000 achats dates, "
                           "suite ignoree"
               end-if
           end-if.
           close FiAchats.

       chargerMaster.
           open input FiClientsMaster.
           if fiClientsMasterOK
               read FiClientsMaster end-read
               perform until finFiClientsMaster or nbMaster >= 999
                   add 1 to nbMaster
                   move nomMaster to nomMasterTab(nbMaster)
                   move categorieMaster
                        to categorieMasterTab(nbMaster)
                   read FiClientsMaster end-read
               end-perform
           else
               display "ClientsMaster.seq absent, statut: "
                       fs-FiClientsMaster ", clients sans categorie"
           end-if.
           close FiClientsMaster.

       chargerHistorique.
           open input FiHistorique.
           if fiHistoriqueOK
               read FiHistorique end-read
               perform until finFiHistorique
                   if periodeHisto not = periodeCourante
                      and periodeHisto numeric
                      and delaiHisto numeric
                      and dsoHisto numeric
                       perform rangerHistorique
                   end-if
                   read FiHistorique end-read
               end-perform
           end-if.
           close FiHistorique.

       rangerHistorique.
           move nomClientHisto to nomRecherche.
           perform rechercherHistorique.
           if indHistoTrouve = 0 and nbHistoClients < 999
               add 1 to nbHistoClients
               move nbHistoClients to indHistoTrouve
               move nomClientHisto to nomHistoTab(indHistoTrouve)
               move 0 to nbPeriodesHisto(indHistoTrouve)
           end-if.
           if indHistoTrouve not = 0
               move periodeHisto to periodeAjoutee
               perform ajouterPeriode
               move delaiHisto to delaiHistoVal(indHistoTrouve,
                    nbPeriodesHisto(indHistoTrouve))
               move dsoHisto to dsoHistoVal(indHistoTrouve,
                    nbPeriodesHisto(indHistoTrouve))
           end-if.

      *    Ouvre une periode en fin de liste du client, en faisant
      *    glisser les plus anciennes au-dela de douze.
       ajouterPeriode.
           if nbPeriodesHisto(indHistoTrouve) >= 12
               perform varying indPeriode from 1 by 1
                       until indPeriode > 11
                   move periodeHistoTab(indHistoTrouve,
                        indPeriode + 1)
                        to periodeHistoTab(indHistoTrouve, indPeriode)
               end-perform
           else
               add 1 to nbPeriodesHisto(indHistoTrouve)
           end-if.
           move periodeAjoutee to periodeHistoVal(indHistoTrouve,
                nbPeriodesHisto(indHistoTrouve)).

       rechercherHistorique.
           move 0 to indHistoTrouve.
           perform varying indHisto from 1 by 1
                   until indHisto > nbHistoClients
                      or indHistoTrouve not = 0
               if nomHistoTab(indHisto) = nomRecherche
                   move indHisto to indHistoTrouve
               end-if
           end-perform.

      *****************************************************************
      *    Un client : ses achats (detailles quand
      *    AchatsComptabilises.seq en contient, sinon les colonnes
      *    mensuelles datees au premier du mois) et ses paiements sont
      *    lettres du plus ancien au plus recent. Chaque part d'achat
      *    soldee pese son montant dans le delai moyen, pour les
      *    paiements des douze derniers mois. Le DSO rapporte l'encours
      *    aux ventes des douze derniers mois, sur 365 jours.
      *****************************************************************
       analyserClient.
           add 1 to nbClientsAnalyses.
           perform constituerMouvements.
           perform trierMouvements.
           move 0 to sommePonderee.
           move 0 to montantApparie.
           move 1 to indOuvert.
           perform varying indMouvement from 1 by 1
                   until indMouvement > nbMouvements
               if sensMouvement(indMouvement) = "P"
                   perform imputerPaiement
               end-if
           end-perform.
           if montantApparie > 0
               compute delaiMoyen rounded =
                       sommePonderee / montantApparie
               move "O" to delaiConnuSW
           else
               move 0 to delaiMoyen
               move "N" to delaiConnuSW
               add 1 to nbSansPaiement
           end-if.
           compute soldeClient =
                   totalAchatsClient - totalPaiementsClient.
           if soldeClient <= 0
               move 0 to dsoClient
           else
               if ventesFenetre = 0
                   move 9999.9 to dsoClient
               else
                   compute dsoCalcule rounded =
                           soldeClient * 365 / ventesFenetre
                   if dsoCalcule > 9999.9
                       move 9999.9 to dsoClient
                   else
                       move dsoCalcule to dsoClient
                   end-if
               end-if
           end-if.
           perform rechercherCategorie.
           perform evaluerTendance.
           perform ecrireLigneClient.
           perform cumulerCategorie.
           if delaiConnu
               perform memoriserPeriode
           end-if.

       constituerMouvements.
           move 0 to nbMouvements.
           move 0 to totalAchatsClient.
           move 0 to totalPaiementsClient.
           move 0 to ventesFenetre.
           move "N" to achatsDetaillesSW.
           move "N" to mouvementsTronquesSW.
           perform varying indAchat from 1 by 1
                   until indAchat > nbAchats
               if nomAchatTab(indAchat) = nom
                   move "O" to achatsDetaillesSW
                   move dateAchatTab(indAchat) to dateTravail
                   move montantAchatTab(indAchat)
                        to montantMouvementTemp
                   perform ajouterAchat
               end-if
           end-perform.
           if not achatsDetailles
               perform varying i from 1 by 1 until i > 12
                   if montAchats(i) not = 0
                       compute dateTravail =
                               (anneeJour * 10000) + (i * 100) + 1
                       move montAchats(i) to montantMouvementTemp
                       perform ajouterAchat
                   end-if
               end-perform
           end-if.
           perform varying indPaiement from 1 by 1
                   until indPaiement > nbPaiements
               if nomPaiementTab(indPaiement) = nom
                   add montantPaiementTab(indPaiement)
                       to totalPaiementsClient
                   if nbMouvements < 400
                       add 1 to nbMouvements
                       move datePaiementTab(indPaiement)
                            to dateMouvement(nbMouvements)
                       move "P" to sensMouvement(nbMouvements)
                       move montantPaiementTab(indPaiement)
                            to montantMouvement(nbMouvements)
                       move 0 to resteMouvement(nbMouvements)
                   else
                       move "O" to mouvementsTronquesSW
                   end-if
               end-if
           end-perform.
           if mouvementsTronques
               display "ATTENTION: plus de 400 mouvements pour "
                       nom ", delai calcule sur les premiers"
           end-if.

       ajouterAchat.
           add montantMouvementTemp to totalAchatsClient.
           perform calculerJoursAbsolus.
           if joursAbsolus >= debutFenetre
              and joursAbsolus <= joursAbsolusJour
               add montantMouvementTemp to ventesFenetre
           end-if.
           if nbMouvements < 400
               add 1 to nbMouvements
               move dateTravail to dateMouvement(nbMouvements)
               move "A" to sensMouvement(nbMouvements)
               move montantMouvementTemp
                    to montantMouvement(nbMouvements)
               move montantMouvementTemp
                    to resteMouvement(nbMouvements)
           else
               move "O" to mouvementsTronquesSW
           end-if.

       trierMouvements.
           if nbMouvements > 1
               perform varying indBalaie from 1 by 1
                       until indBalaie > nbMouvements - 1
                   perform varying indCompare from 1 by 1
                           until indCompare >
                                 nbMouvements - indBalaie
                       if dateMouvement(indCompare) >
                          dateMouvement(indCompare + 1)
                          or (dateMouvement(indCompare) =
                              dateMouvement(indCompare + 1)
                              and sensMouvement(indCompare) >
                                  sensMouvement(indCompare + 1))
                           perform echangerMouvements
                       end-if
                   end-perform
               end-perform
           end-if.

       echangerMouvements.
           move mouvementTab(indCompare) to mouvementTemp.
           move mouvementTab(indCompare + 1)
                to mouvementTab(indCompare).
           move mouvementTemp to mouvementTab(indCompare + 1).

      *    Le paiement solde les achats ouverts les plus anciens; un
      *    paiement anterieur a l'achat (acompte) compte zero jour.
       imputerPaiement.
           move montantMouvement(indMouvement) to resteAImputer.
           move dateMouvement(indMouvement) to dateTravail.
           perform calculerJoursAbsolus.
           move joursAbsolus to joursAbsolusPaie.
           perform until resteAImputer = 0
                      or indOuvert > nbMouvements
               if sensMouvement(indOuvert) not = "A"
                  or resteMouvement(indOuvert) = 0
                   add 1 to indOuvert
               else
                   if resteMouvement(indOuvert) < resteAImputer
                       move resteMouvement(indOuvert)
                            to montantImpute
                   else
                       move resteAImputer to montantImpute
                   end-if
                   subtract montantImpute
                            from resteMouvement(indOuvert)
                   subtract montantImpute from resteAImputer
                   move dateMouvement(indOuvert) to dateTravail
                   perform calculerJoursAbsolus
                   move joursAbsolus to joursAbsolusAchat
                   if joursAbsolusPaie > joursAbsolusAchat
                       compute joursPaiement =
                               joursAbsolusPaie - joursAbsolusAchat
                   else
                       move 0 to joursPaiement
                   end-if
                   if joursAbsolusPaie >= debutFenetre
                       compute sommePonderee = sommePonderee
                               + (montantImpute * joursPaiement)
                       add montantImpute to montantApparie
                   end-if
               end-if
           end-perform.

       rechercherCategorie.
           move "(aucune)" to categorieCourante.
           perform varying indMaster from 1 by 1
                   until indMaster > nbMaster
               if nomMasterTab(indMaster) = nom
                   move categorieMasterTab(indMaster)
                        to categorieCourante
               end-if
           end-perform.
           if categorieCourante = spaces
               move "(aucune)" to categorieCourante
           end-if.

      *****************************************************************
      *    Tendance : delai courant contre celui de la periode
      *    precedente mesuree. Un client dont le delai s'allonge a
      *    chacune des trois dernieres periodes (quatre mesures en
      *    hausse continue) est propose pour revue de sa limite de
      *    credit.
      *****************************************************************
       evaluerTendance.
           move "N" to revueSW.
           move nom to nomRecherche.
           perform rechercherHistorique.
           if indHistoTrouve = 0
               move 0 to nbPeriodesClient
           else
               move nbPeriodesHisto(indHistoTrouve)
                    to nbPeriodesClient
           end-if.
           if not delaiConnu
               move "SANS PAI" to tendanceClient
           else
               if nbPeriodesClient = 0
                   move "NOUVEAU" to tendanceClient
               else
                   move delaiHistoVal(indHistoTrouve,
                        nbPeriodesClient) to delaiPrecedent
                   evaluate true
                       when delaiMoyen > delaiPrecedent
                           move "HAUSSE" to tendanceClient
                           add 1 to nbEnHausse
                       when delaiMoyen < delaiPrecedent
                           move "BAISSE" to tendanceClient
                       when other
                           move "STABLE" to tendanceClient
                   end-evaluate
                   if nbPeriodesClient >= 3
                      and delaiMoyen > delaiPrecedent
                      and delaiPrecedent >
                          delaiHistoVal(indHistoTrouve,
                                        nbPeriodesClient - 1)
                      and delaiHistoVal(indHistoTrouve,
                                        nbPeriodesClient - 1) >
                          delaiHistoVal(indHistoTrouve,
                                        nbPeriodesClient - 2)
                       move "O" to revueSW
                   end-if
               end-if
           end-if.
           if revueDemandee
               add 1 to nbRevues
               move spaces to engRevue
               move nom to nomClientRevue
               move delaiMoyen to delaiRevue
               move delaiHistoVal(indHistoTrouve,
                    nbPeriodesClient - 2) to delaiAncienRevue
               move periodeCourante to periodeRevue
               write engRevue end-write
           end-if.

       ecrireLigneClient.
           move nom to nomComportement-ed.
           move categorieCourante to categComportement-ed.
           if delaiConnu
               move delaiMoyen to delaiEdite
               move delaiEdite to delaiComportement-ed
           else
               move "  n/d" to delaiComportement-ed
           end-if.
           move dsoClient to dsoEdite.
           move dsoEdite to dsoComportement-ed.
           if nbPeriodesClient = 0
               move "  n/d" to delaiPrecComportement-ed
           else
               move delaiHistoVal(indHistoTrouve, nbPeriodesClient)
                    to delaiEdite
               move delaiEdite to delaiPrecComportement-ed
           end-if.
           move tendanceClient to tendanceComportement-ed.
           if revueDemandee
               move "REVUE LIMITE" to revueComportement-ed
           else
               move spaces to revueComportement-ed
           end-if.
           write engComportement from ligneComportement end-write.

       cumulerCategorie.
           move 0 to indCategTrouvee.
           perform varying indCategorie from 1 by 1
                   until indCategorie > nbCategories
                      or indCategTrouvee not = 0
               if nomCategorieTab(indCategorie) = categorieCourante
                   move indCategorie to indCategTrouvee
               end-if
           end-perform.
           if indCategTrouvee = 0 and nbCategories < 50
               add 1 to nbCategories
               move nbCategories to indCategTrouvee
               move categorieCourante
                    to nomCategorieTab(indCategTrouvee)
               move 0 to nbClientsCateg(indCategTrouvee)
               move 0 to nbHausseCateg(indCategTrouvee)
               move 0 to pondereCateg(indCategTrouvee)
               move 0 to apparieCateg(indCategTrouvee)
               move 0 to encoursCateg(indCategTrouvee)
               move 0 to ventesCateg(indCategTrouvee)
           end-if.
           if indCategTrouvee not = 0
               add 1 to nbClientsCateg(indCategTrouvee)
               if tendanceClient = "HAUSSE"
                   add 1 to nbHausseCateg(indCategTrouvee)
               end-if
               add sommePonderee to pondereCateg(indCategTrouvee)
               add montantApparie to apparieCateg(indCategTrouvee)
               if soldeClient > 0
                   add soldeClient to encoursCateg(indCategTrouvee)
               end-if
               add ventesFenetre to ventesCateg(indCategTrouvee)
           end-if.

       memoriserPeriode.
           if indHistoTrouve = 0 and nbHistoClients < 999
               add 1 to nbHistoClients
               move nbHistoClients to indHistoTrouve
               move nom to nomHistoTab(indHistoTrouve)
               move 0 to nbPeriodesHisto(indHistoTrouve)
           end-if.
           if indHistoTrouve not = 0
               move periodeCourante to periodeAjoutee
               perform ajouterPeriode
               move delaiMoyen to delaiHistoVal(indHistoTrouve,
                    nbPeriodesHisto(indHistoTrouve))
               move dsoClient to dsoHistoVal(indHistoTrouve,
                    nbPeriodesHisto(indHistoTrouve))
           end-if.

       imprimerCategories.
           write engComportement from ligneSeparation end-write.
           write engComportement from ligneTitreCategories end-write.
           perform varying indCategorie from 1 by 1
                   until indCategorie > nbCategories
               move nomCategorieTab(indCategorie) to nomCategorie-ed
               move nbClientsCateg(indCategorie) to nbClientsCateg-ed
               move nbHausseCateg(indCategorie) to nbHausseCateg-ed
               if apparieCateg(indCategorie) > 0
                   compute delaiMoyen rounded =
                           pondereCateg(indCategorie)
                           / apparieCateg(indCategorie)
                   move delaiMoyen to delaiEdite
                   move delaiEdite to delaiCategorie-ed
               else
                   move "  n/d" to delaiCategorie-ed
               end-if
               if encoursCateg(indCategorie) = 0
                   move 0 to dsoClient
               else
                   if ventesCateg(indCategorie) = 0
                       move 9999.9 to dsoClient
                   else
                       compute dsoCalcule rounded =
                               encoursCateg(indCategorie) * 365
                               / ventesCateg(indCategorie)
                       if dsoCalcule > 9999.9
                           move 9999.9 to dsoClient
                       else
                           move dsoCalcule to dsoClient
                       end-if
                   end-if
               end-if
               move dsoClient to dsoEdite
               move dsoEdite to dsoCategorie-ed
               write engComportement from ligneCategorie end-write
           end-perform.

       ecrireHistorique.
           open output FiHistorique.
           perform varying indHisto from 1 by 1
                   until indHisto > nbHistoClients
               perform varying indPeriode from 1 by 1
                       until indPeriode > nbPeriodesHisto(indHisto)
                   move spaces to engHistorique
                   move nomHistoTab(indHisto) to nomClientHisto
                   move periodeHistoVal(indHisto, indPeriode)
                        to periodeHisto
                   move delaiHistoVal(indHisto, indPeriode)
                        to delaiHisto
                   move dsoHistoVal(indHisto, indPeriode)
                        to dsoHisto
                   write engHistorique end-write
               end-perform
           end-perform.
           close FiHistorique.

       calculerJoursAbsolus.
           if moisTravail >= 1 and moisTravail <= 12
               compute joursAbsolus =
                       (anneeTravail * 365)
                       + joursCumules(moisTravail)
                       + jourTravail
           else
               move 0 to joursAbsolus
           end-if.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClients
                         NOMFIC BY "Clients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaiements
                         NOMFIC BY "Paiements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAchats
                         NOMFIC BY "AchatsComptabilises.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClientsMaster
                         NOMFIC BY "ClientsMaster.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "ComportementHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiComportement
                         NOMFIC BY "ComportementPaiement.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRevue
                         NOMFIC BY "RevueLimitesCredit.seq".

       end program ClientsComportement.
