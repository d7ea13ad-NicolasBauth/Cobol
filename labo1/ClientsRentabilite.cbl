       program-id. ClientsRentabilite as "ClientsRentabilite".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select FiOuv assign to dynamic cheminFiOuv
               organization is line sequential
               file status is fs-FiOuv.
           select optional FiTauxClients
               assign to dynamic cheminFiTauxClients
               organization is line sequential
               file status is fs-FiTauxClients.
           select optional FiParametres
               assign to dynamic cheminFiParametres
               organization is line sequential
               file status is fs-FiParametres.
           select optional FiBaremesPaie
               assign to dynamic cheminFiBaremesPaie
               organization is line sequential
               file status is fs-FiBaremesPaie.
           select optional FiOuvriersMaitre
               assign to dynamic cheminFiOuvriersMaitre
               organization is line sequential
               file status is fs-FiOuvriersMaitre.
           select optional FiTauxHistorique
               assign to dynamic cheminFiTauxHistorique
               organization is line sequential
               file status is fs-FiTauxHistorique.
           select FiRentabilite assign to dynamic cheminFiRentabilite
               organization is line sequential
               file status is fs-FiRentabilite.

       data division.
       file section.
       FD FiOuv.
       01 engClient.
           02 nomOuvrier   pic x(30).
           02 nomClient pic x(30).
           02 nbHPrest pic 99 occurs 5.
       01 engSignaletiqueOuvrier.
           02  pic x(30).
           02 txHor    pic 99v99.
       FD FiTauxClients.
       01 engTauxClient.
           02 nomClientTaux pic x(30).
           02 tauxFacturationX pic x(4).
       FD FiParametres.
       01 engParametre.
           02 cleParametre pic x(20).
           02 valeurParametreX pic x(12).
       FD FiBaremesPaie.
       01 engBaremePaie.
           02 typeBareme pic x(4).
           02 filler pic x.
           02 borneX pic x(8).
           02 filler pic x.
           02 tauxBaremeX pic x(4).
       FD FiOuvriersMaitre.
       01 engOuvrierMaitre.
           COPY "OuvrierMaitre.cpy".
       FD FiTauxHistorique.
       01 engTauxHistorique.
           02 nomOuvrierTaux pic x(30).
           02 filler pic x.
           02 dateEffetTaux pic 9(8).
           02 filler pic x.
           02 tauxHistoriqueX pic x(4).
       FD FiRentabilite.
       01 engRentabilite pic x(110).

       working-storage section.

       01 dossierDonnees               pic x(50) value spaces.
       01 cheminFiOuv pic x(80) value "FiOuv.seq".
       01 cheminFiTauxClients pic x(80) value "TauxClients.seq".
       01 cheminFiParametres pic x(80) value "Parametres.seq".
       01 cheminFiBaremesPaie pic x(80) value "BaremesPaie.seq".
       01 cheminFiOuvriersMaitre pic x(80) value "Ouvriers.seq".
       01 cheminFiTauxHistorique pic x(80) value "TauxHistorique.seq".
       01 cheminFiRentabilite pic x(80) value "ClientsRentabilite.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuv
                                        FSOK BY fiOuvOK
                                        FSFIN BY finFiOuv
                                        FSABSENT BY fiOuvAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiTauxClients
                                        FSOK BY fiTauxClientsOK
                                        FSFIN BY finFiTauxClients
                                        FSABSENT BY fiTauxClientsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiBaremesPaie
                                        FSOK BY fiBaremesPaieOK
                                        FSFIN BY finFiBaremesPaie
                                        FSABSENT BY fiBaremesPaieAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuvriersMaitre
                                        FSOK BY fiOuvriersMaitreOK
                                        FSFIN BY finFiOuvriersMaitre
                                        FSABSENT BY fiOuvriersMaitAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiTauxHistorique
                                        FSOK BY fiTauxHistoriqueOK
                                        FSFIN BY finFiTauxHistorique
                                        FSABSENT BY fiTauxHistoAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRentabilite
                                        FSOK BY fiRentabiliteOK
                                        FSFIN BY fiRentabiliteFin
                                        FSABSENT BY fiRentabiliteAbs.

      *****************************************************************
      *    Memes constantes que la paie (SEUIL-H-NORM,
      *    TAUX-MAJORATION, SEUIL-H-MAX) pour que le cout des heures
      *    suive exactement le brut paye; MARGE-MINIMUM (99v99, en
      *    pour cent) fixe le seuil sous lequel un client est a
      *    renegocier.
      *****************************************************************
       01 seuilHeuresNormales pic 999 value 40.
       01 tauxMajoration pic 9v99 value 1.5.
       01 seuilHPrestMax pic 99 value 80.
       01 margeMinimum pic 99v99 value 15.00.
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
       01 filler redefines valeurParam.
           02 valeurParam2v2 pic 99v99.
           02 filler pic x(8).

      *    Charges patronales : ligne PATR de BaremesPaie.seq (taux
      *    99v99 sur le brut), a defaut le taux ci-dessous.
       01 tauxPatronal pic 99v99 value 25.00.
       01 tauxBrut pic x(4).
       01 tauxBrutNum redefines tauxBrut pic 99v99.

       01 tabOuvriersMaitre.
           02 ouvrierMaitreTab occurs 200.
               03 nomOuvrierMaitreTab pic x(30).
               03 txHorMaitreTab pic 99v99.
       01 nbOuvriersMaitre pic 999 value 0.
       01 indOuvrierMaitre pic 999.
       01 tabTauxHistorique.
           02 tauxHistoriqueTab occurs 400.
               03 nomOuvrierTauxTab pic x(30).
               03 dateEffetTauxTab pic 9(8).
               03 tauxTauxTab pic 99v99.
       01 nbTauxHistorique pic 999 value 0.
       01 indTauxHisto pic 999.
       01 dateEffetRetenue pic 9(8).
       01 datePeriode pic 9(8).

       01 tabClients.
           02 clientTab occurs 300.
               03 nomClientTab pic x(30).
               03 tauxClientTab pic 99v99.
               03 tauxClientSW pic x.
                   88 tauxClientConnu value "O".
               03 heuresClientTab pic 9(6).
               03 recetteClientTab pic 9(8)v99.
               03 coutClientTab pic 9(8)v99.
       01 nbClients pic 999 value 0.
       01 indClient pic 999.
       01 indClientTrouve pic 999.

       01 tabDetails.
           02 detailTab occurs 2000.
               03 indClientDetail pic 999.
               03 nomOuvrierDetail pic x(30).
               03 heuresDetail pic 9(4).
               03 coutDetail pic 9(7)v99.
       01 nbDetails pic 9(4) value 0.
       01 indDetail pic 9(4).
       01 premierDetailOuvrier pic 9(4).

       01 nomOuvrierCourant pic x(30).
       01 tauxOuvrier pic 99v99.
       01 j pic 9.
       01 nbHLigne pic 999.
       01 heuresOuvrier pic 9(4).
       01 heuresNormales pic 9(4).
       01 heuresSupp pic 9(4).
       01 brutOuvrier pic 9(7)v99.
       01 coutOuvrier pic 9(7)v99.
       01 coutReparti pic 9(7)v99.

       01 recetteLigne pic 9(8)v99.
       01 margeLigne pic s9(8)v99.
       01 pourcentMarge pic s9(4)v99.
       01 totalRecette pic 9(9)v99 value 0.
       01 totalCout pic 9(9)v99 value 0.
       01 nbClientsARevoir pic 999 value 0.
       01 nbClientsARevoir-ed pic zz9.

       01 ligneTitreRent.
           02 filler pic x(37)
              value "Rentabilite des clients - periode du ".
           02 dateTitre-ed pic 9(8).
           02 filler pic x(17) value ", marge minimum ".
           02 margeMinTitre-ed pic z9.99.
           02 filler pic x(2) value " %".
       01 ligneEnTeteRent.
           02 filler pic x(4) value spaces.
           02 filler pic x(30) value "Ouvrier".
           02 filler pic x(7) value " Heures".
           02 filler pic x(11) value "    Facture".
           02 filler pic x(11) value "  Cout brut".
           02 filler pic x(12) value "      Marge ".
           02 filler pic x(10) value "  Marge % ".
       01 ligneClientRent.
           02 filler pic x(9) value "Client : ".
           02 nomClientRent-ed pic x(30).
           02 filler pic x(8) value " - taux ".
           02 tauxClientRent-ed pic z9.99.
           02 filler pic x(8) value " euros/h".
           02 filler pic x value space.
           02 marqueTauxRent-ed pic x(15).
       01 ligneDetailRent.
           02 filler pic x(4) value spaces.
           02 libelleRent-ed pic x(30).
           02 filler pic x value space.
           02 heuresRent-ed pic zzzzz9.
           02 filler pic x value space.
           02 recetteRent-ed pic zzzzzz9.99.
           02 filler pic x value space.
           02 coutRent-ed pic zzzzzz9.99.
           02 filler pic x value space.
           02 margeRent-ed pic -zzzzzz9.99.
           02 filler pic x value space.
           02 pourcentRent-ed pic -zzz9.99.
           02 filler pic x(2) value " %".
           02 filler pic x value space.
           02 marqueMargeRent-ed pic x(20).
       01 ligneTotalRent.
           02 filler pic x(16) value "Total general : ".
           02 filler pic x(9) value "facture ".
           02 totalRecette-ed pic zzzzzzzz9.99.
           02 filler pic x(8) value ", cout ".
           02 totalCout-ed pic zzzzzzzz9.99.
           02 filler pic x(9) value ", marge ".
           02 totalMarge-ed pic -zzzzzzzz9.99.
           02 filler pic x(2) value " (".
           02 totalPourcent-ed pic -zzz9.99.
           02 filler pic x(3) value " %)".

       procedure division.
       main.
           perform resoudreEmplacements.
           accept datePeriode from date yyyymmdd.
           perform lireParametres.
           perform chargerBaremesPaie.
           perform chargerOuvriersMaitre.
           perform chargerTauxHistorique.
           perform chargerTauxClients.
           perform depouillerFiOuv.
           perform imprimerRentabilite.
           move nbClientsARevoir to nbClientsARevoir-ed.
           display "Clients sous la marge minimum: "
                   nbClientsARevoir-ed.
           if nbClientsARevoir not = 0
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
                       when "MARGE-MINIMUM"
                           if valeurParam(1:4) numeric
                               move valeurParam2v2 to margeMinimum
                           end-if
                       when other
                           continue
                   end-evaluate
                   read FiParametres end-read
               end-perform
           end-if.
           close FiParametres.

      *    Seule la ligne PATR interesse le cout; les retenues ONSS
      *    et precompte sont a charge de l'ouvrier.
       chargerBaremesPaie.
           open input FiBaremesPaie.
           if fiBaremesPaieOK
               read FiBaremesPaie end-read
               perform until finFiBaremesPaie
                   if typeBareme = "PATR"
                       move tauxBaremeX to tauxBrut
                       inspect tauxBrut replacing leading " " by "0"
                       if tauxBrut numeric
                           move tauxBrutNum to tauxPatronal
                       end-if
                   end-if
                   read FiBaremesPaie end-read
               end-perform
           else
               display "BaremesPaie.seq absent, statut: "
                       fs-FiBaremesPaie ", charges patronales par "
                       "defaut"
           end-if.
           close FiBaremesPaie.

       chargerOuvriersMaitre.
           open input FiOuvriersMaitre.
           if fiOuvriersMaitreOK
               read FiOuvriersMaitre end-read
               perform until finFiOuvriersMaitre
                      or nbOuvriersMaitre >= 200
                   add 1 to nbOuvriersMaitre
                   move nomOuvrierMaitre
                        to nomOuvrierMaitreTab(nbOuvriersMaitre)
                   move txHorMaitre
                        to txHorMaitreTab(nbOuvriersMaitre)
                   read FiOuvriersMaitre end-read
               end-perform
           end-if.
           close FiOuvriersMaitre.

       chargerTauxHistorique.
           open input FiTauxHistorique.
           if fiTauxHistoriqueOK
               read FiTauxHistorique end-read
               perform until finFiTauxHistorique
                      or nbTauxHistorique >= 400
                   move tauxHistoriqueX to tauxBrut
                   inspect tauxBrut replacing leading " " by "0"
                   if tauxBrut numeric
                       add 1 to nbTauxHistorique
                       move nomOuvrierTaux
                            to nomOuvrierTauxTab(nbTauxHistorique)
                       move dateEffetTaux
                            to dateEffetTauxTab(nbTauxHistorique)
                       move tauxBrutNum
                            to tauxTauxTab(nbTauxHistorique)
                   end-if
                   read FiTauxHistorique end-read
               end-perform
           end-if.
           close FiTauxHistorique.

       chargerTauxClients.
           open input FiTauxClients.
           if fiTauxClientsOK
               read FiTauxClients end-read
               perform until finFiTauxClients
                   move nomClientTaux to nomClient
                   perform rechercherClient
                   if indClientTrouve not = 0
                       move tauxFacturationX to tauxBrut
                       inspect tauxBrut replacing leading " " by "0"
                       if tauxBrut numeric
                           move tauxBrutNum
                                to tauxClientTab(indClientTrouve)
                           move "O" to tauxClientSW(indClientTrouve)
                       end-if
                   end-if
                   read FiTauxClients end-read
               end-perform
           else
               display "TauxClients.seq absent, statut: "
                       fs-FiTauxClients ", recettes a zero"
           end-if.
           close FiTauxClients.

      *****************************************************************
      *    FiOuv est depouille selon la meme rupture que la paie et
      *    la facturation : la ligne signaletique ouvre le groupe de
      *    l'ouvrier, ses lignes clients suivent.
      *****************************************************************
       depouillerFiOuv.
           open input FiOuv.
           if not fiOuvOK
               display "FiOuv introuvable, statut: " fs-FiOuv
               move 8 to return-code
               stop run
           end-if.
           read FiOuv end-read.
           perform until finFiOuv
               move nomOuvrier to nomOuvrierCourant
               move txHor to tauxOuvrier
               perform determinerTauxOuvrier
               move 0 to heuresOuvrier
               compute premierDetailOuvrier = nbDetails + 1
               read FiOuv end-read
               perform until finFiOuv
                         or nomOuvrier not = nomOuvrierCourant
                   perform cumulerLigneClient
                   read FiOuv end-read
               end-perform
               perform repartirCoutOuvrier
           end-perform.
           close FiOuv.

      *    Taux du maitre, corrige par l'historique date comme en
      *    paie; a defaut, le taux de la ligne signaletique.
       determinerTauxOuvrier.
           perform varying indOuvrierMaitre from 1 by 1
                   until indOuvrierMaitre > nbOuvriersMaitre
               if nomOuvrierMaitreTab(indOuvrierMaitre)
                  = nomOuvrierCourant
                   move txHorMaitreTab(indOuvrierMaitre)
                        to tauxOuvrier
               end-if
           end-perform.
           move 0 to dateEffetRetenue.
           perform varying indTauxHisto from 1 by 1
                   until indTauxHisto > nbTauxHistorique
               if nomOuvrierTauxTab(indTauxHisto) = nomOuvrierCourant
                  and dateEffetTauxTab(indTauxHisto) <= datePeriode
                  and dateEffetTauxTab(indTauxHisto)
                      >= dateEffetRetenue
                   move dateEffetTauxTab(indTauxHisto)
                        to dateEffetRetenue
                   move tauxTauxTab(indTauxHisto) to tauxOuvrier
               end-if
           end-perform.

       cumulerLigneClient.
           move 0 to nbHLigne.
           perform varying j from 1 by 1 until j > 5
               if nbHPrest(j) <= seuilHPrestMax
                   add nbHPrest(j) to nbHLigne
               end-if
           end-perform.
           add nbHLigne to heuresOuvrier.
           perform rechercherClient.
           if nbDetails >= 2000
               display "ATTENTION: plus de 2000 lignes de detail, "
                       "ligne ignoree pour " nomClient
           else
               if indClientTrouve not = 0
                   add 1 to nbDetails
                   move indClientTrouve to indClientDetail(nbDetails)
                   move nomOuvrierCourant
                        to nomOuvrierDetail(nbDetails)
                   move nbHLigne to heuresDetail(nbDetails)
                   move 0 to coutDetail(nbDetails)
                   add nbHLigne to heuresClientTab(indClientTrouve)
               end-if
           end-if.

      *****************************************************************
      *    Cout d'un ouvrier : brut de paie (heures normales au taux,
      *    heures au-dela du seuil majorees) charge des cotisations
      *    patronales, reparti sur ses clients au prorata des heures;
      *    le dernier client recoit l'arrondi.
      *****************************************************************
       repartirCoutOuvrier.
           if heuresOuvrier > seuilHeuresNormales
               move seuilHeuresNormales to heuresNormales
               compute heuresSupp = heuresOuvrier - seuilHeuresNormales
           else
               move heuresOuvrier to heuresNormales
               move 0 to heuresSupp
           end-if.
           compute brutOuvrier rounded =
                   (heuresNormales * tauxOuvrier)
                   + (heuresSupp * tauxOuvrier * tauxMajoration).
           compute coutOuvrier rounded =
                   brutOuvrier * (100 + tauxPatronal) / 100.
           move 0 to coutReparti.
           perform varying indDetail from premierDetailOuvrier by 1
                   until indDetail > nbDetails
               if indDetail = nbDetails
                   compute coutDetail(indDetail) =
                           coutOuvrier - coutReparti
               else
                   if heuresOuvrier not = 0
                       compute coutDetail(indDetail) rounded =
                               coutOuvrier * heuresDetail(indDetail)
                               / heuresOuvrier
                   end-if
               end-if
               add coutDetail(indDetail) to coutReparti
               move indClientDetail(indDetail) to indClient
               add coutDetail(indDetail) to coutClientTab(indClient)
           end-perform.

       rechercherClient.
           move 0 to indClientTrouve.
           perform varying indClient from 1 by 1
                   until indClient > nbClients
                      or indClientTrouve not = 0
               if nomClientTab(indClient) = nomClient
                   move indClient to indClientTrouve
               end-if
           end-perform.
           if indClientTrouve = 0
               if nbClients >= 300
                   display "ATTENTION: plus de 300 clients, client "
                           "ignore: " nomClient
               else
                   add 1 to nbClients
                   move nbClients to indClientTrouve
                   move nomClient to nomClientTab(nbClients)
                   move 0 to tauxClientTab(nbClients)
                   move "N" to tauxClientSW(nbClients)
                   move 0 to heuresClientTab(nbClients)
                   move 0 to recetteClientTab(nbClients)
                   move 0 to coutClientTab(nbClients)
               end-if
           end-if.

      *****************************************************************
      *    Par client : une ligne par ouvrier (heures, facture au
      *    taux du client, cout charge, marge) et la ligne totale,
      *    marquee a renegocier sous la marge minimum.
      *****************************************************************
       imprimerRentabilite.
           open output FiRentabilite.
           move spaces to engRentabilite.
           move datePeriode to dateTitre-ed.
           move margeMinimum to margeMinTitre-ed.
           write engRentabilite from ligneTitreRent end-write.
           perform varying indClient from 1 by 1
                   until indClient > nbClients
               if heuresClientTab(indClient) not = 0
                   perform imprimerClientRent
               end-if
           end-perform.
           move spaces to engRentabilite.
           write engRentabilite end-write.
           move totalRecette to recetteLigne.
           compute margeLigne = totalRecette - totalCout.
           perform calculerPourcentMarge.
           move totalRecette to totalRecette-ed.
           move totalCout to totalCout-ed.
           move margeLigne to totalMarge-ed.
           move pourcentMarge to totalPourcent-ed.
           write engRentabilite from ligneTotalRent end-write.
           close FiRentabilite.

       imprimerClientRent.
           move spaces to engRentabilite.
           write engRentabilite end-write.
           move nomClientTab(indClient) to nomClientRent-ed.
           move tauxClientTab(indClient) to tauxClientRent-ed.
           if tauxClientConnu(indClient)
               move spaces to marqueTauxRent-ed
           else
               move "** SANS TAUX **" to marqueTauxRent-ed
           end-if.
           write engRentabilite from ligneClientRent end-write.
           write engRentabilite from ligneEnTeteRent end-write.
           perform varying indDetail from 1 by 1
                   until indDetail > nbDetails
               if indClientDetail(indDetail) = indClient
                   move nomOuvrierDetail(indDetail) to libelleRent-ed
                   move heuresDetail(indDetail) to heuresRent-ed
                   compute recetteLigne rounded =
                           heuresDetail(indDetail)
                           * tauxClientTab(indClient)
                   compute margeLigne =
                           recetteLigne - coutDetail(indDetail)
                   perform calculerPourcentMarge
                   move recetteLigne to recetteRent-ed
                   move coutDetail(indDetail) to coutRent-ed
                   move margeLigne to margeRent-ed
                   move pourcentMarge to pourcentRent-ed
                   move spaces to marqueMargeRent-ed
                   write engRentabilite from ligneDetailRent
                         end-write
               end-if
           end-perform.
           compute recetteClientTab(indClient) rounded =
                   heuresClientTab(indClient)
                   * tauxClientTab(indClient).
           move recetteClientTab(indClient) to recetteLigne.
           compute margeLigne =
                   recetteClientTab(indClient)
                   - coutClientTab(indClient).
           perform calculerPourcentMarge.
           move "Total client" to libelleRent-ed.
           move heuresClientTab(indClient) to heuresRent-ed.
           move recetteClientTab(indClient) to recetteRent-ed.
           move coutClientTab(indClient) to coutRent-ed.
           move margeLigne to margeRent-ed.
           move pourcentMarge to pourcentRent-ed.
           if recetteLigne = 0 or pourcentMarge < margeMinimum
               move "** A RENEGOCIER **" to marqueMargeRent-ed
               add 1 to nbClientsARevoir
           else
               move spaces to marqueMargeRent-ed
           end-if.
           write engRentabilite from ligneDetailRent end-write.
           add recetteClientTab(indClient) to totalRecette.
           add coutClientTab(indClient) to totalCout.

      *    Marge en pour cent du facture; sans recette, la marge
      *    est nulle ou negative et se lit -100 %.
       calculerPourcentMarge.
           if recetteLigne = 0
               if margeLigne = 0
                   move 0 to pourcentMarge
               else
                   move -100 to pourcentMarge
               end-if
           else
               compute pourcentMarge rounded =
                       margeLigne * 100 / recetteLigne
                   on size error
                       move -9999.99 to pourcentMarge
               end-compute
           end-if.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiOuv
                         NOMFIC BY "FiOuv.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTauxClients
                         NOMFIC BY "TauxClients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiBaremesPaie
                         NOMFIC BY "BaremesPaie.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiOuvriersMaitre
                         NOMFIC BY "Ouvriers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTauxHistorique
                         NOMFIC BY "TauxHistorique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRentabilite
                         NOMFIC BY "ClientsRentabilite.seq".

       end program ClientsRentabilite.
