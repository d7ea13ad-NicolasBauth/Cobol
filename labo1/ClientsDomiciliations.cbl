       program-id. ClientsDomiciliations as "ClientsDomiciliations".

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
           select optional FiMandats assign to dynamic cheminFiMandats
               organization is line sequential
               file status is fs-FiMandats.
           select optional FiRegistre
               assign to dynamic cheminFiRegistre
               organization is line sequential
               file status is fs-FiRegistre.
           select optional FiParametres
               assign to dynamic cheminFiParametres
               organization is line sequential
               file status is fs-FiParametres.
           select FiBanque assign to dynamic cheminFiBanque
               organization is line sequential
               file status is fs-FiBanque.
           select optional FiRejetsBanque
               assign to dynamic cheminFiRejetsBanque
               organization is line sequential
               file status is fs-FiRejetsBanque.
           select FiAnomalies assign to dynamic cheminFiAnomalies
               organization is line sequential
               file status is fs-FiAnomalies.

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
      *****************************************************************
      *    Mandats de domiciliation signes par les clients : client,
      *    compte a debiter, reference du mandat, date de signature
      *    (AAAAMMJJ) et statut (A actif, S suspendu apres un rejet
      *    pour compte cloture ou mandat inconnu de la banque, R
      *    revoque par le client).
      *****************************************************************
       FD FiMandats.
       01 engMandat.
           02 nomClientMandat pic x(30).
           02 filler pic x.
           02 compteMandat pic x(34).
           02 filler pic x.
           02 referenceMandat pic x(16).
           02 filler pic x.
           02 dateSignatureMandat pic 9(8).
           02 filler pic x.
           02 statutMandat pic x.
               88 mandatActif value "A".
       FD FiRegistre.
       01 engRegistre.
           COPY "DomiciliationReg.cpy".
       FD FiParametres.
       01 engParametre.
           02 cleParametre pic x(20).
           02 valeurParametreX pic x(12).
      *****************************************************************
      *    Fichier de prelevements remis a la banque : une entete H
      *    (creancier, lot, dates), une ligne D par prelevement et
      *    une fin T avec le nombre et le total de controle.
      *****************************************************************
       FD FiBanque.
       01 engBanque.
           02 typeLigneBanque pic x.
           02 filler pic x.
           02 corpsBanque pic x(118).
           02 filler redefines corpsBanque.
               03 creancierBanque pic x(12).
               03 filler pic x.
               03 numeroLotBanque pic 9(5).
               03 filler pic x.
               03 dateCreationBanque pic 9(8).
               03 filler pic x.
               03 dateEcheanceBanque pic 9(8).
               03 filler pic x(82).
           02 filler redefines corpsBanque.
               03 referenceBanque pic x(12).
               03 filler pic x.
               03 referenceMandatBanque pic x(16).
               03 filler pic x.
               03 dateSignatureBanque pic 9(8).
               03 filler pic x.
               03 compteBanque pic x(34).
               03 filler pic x.
               03 nomClientBanque pic x(30).
               03 filler pic x.
               03 montantBanque pic 9(6)v99.
               03 filler pic x(5).
           02 filler redefines corpsBanque.
               03 nbOperationsBanque pic 9(5).
               03 filler pic x.
               03 totalControleBanque pic 9(9)v99.
               03 filler pic x(101).
      *    Rejets renvoyes par la banque : reference du prelevement,
      *    date du rejet et code motif bancaire.
       FD FiRejetsBanque.
       01 engRejetBanque.
           02 referenceRejet pic x(12).
           02 filler pic x.
           02 dateRejet pic 9(8).
           02 filler pic x.
           02 motifRejet pic x(4).
       FD FiAnomalies.
       01 engAnomalie pic x(100).

       working-storage section.

       COPY "HabilitationZone.cpy".
       COPY "VerrouPeriodeZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiClients pic x(80) value "Clients.seq".
       01 cheminFiPaiements pic x(80) value "Paiements.seq".
       01 cheminFiMandats pic x(80) value "Mandats.seq".
       01 cheminFiRegistre pic x(80)
          value "DomiciliationsRegistre.seq".
       01 cheminFiParametres pic x(80) value "Parametres.seq".
       01 cheminFiBanque pic x(80) value "DomiciliationsBanque.seq".
       01 cheminFiRejetsBanque pic x(80)
          value "DomiciliationsRejets.seq".
       01 cheminFiAnomalies pic x(80)
          value "DomiciliationsAnomalies.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClients
                                        FSOK BY fiClientsOK
                                        FSFIN BY finFiClients
                                        FSABSENT BY fiClientsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaiements
                                        FSOK BY fiPaiementsOK
                                        FSFIN BY finFiPaiements
                                        FSABSENT BY fiPaiementsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiMandats
                                        FSOK BY fiMandatsOK
                                        FSFIN BY finFiMandats
                                        FSABSENT BY fiMandatsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY finFiRegistre
                                        FSABSENT BY fiRegistreAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiBanque
                                        FSOK BY fiBanqueOK
                                        FSFIN BY fiBanqueFin
                                        FSABSENT BY fiBanqueAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRejetsBanque
                                        FSOK BY fiRejetsBanqueOK
                                        FSFIN BY finFiRejetsBanque
                                        FSABSENT BY fiRejetsBanqueAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAnomalies
                                        FSOK BY fiAnomaliesOK
                                        FSFIN BY fiAnomaliesFin
                                        FSABSENT BY fiAnomaliesAbsent.

       01 modeTraitement pic x value space.
           88 modeCollecte value "C" "c".
           88 modeRejets value "R" "r".

      *    Identifiant creancier (cle ID-CREANCIER de Parametres.seq)
      *    et delai au-dela duquel un prelevement sans rejet est tenu
      *    pour confirme (cle DELAI-CONFIRMATION-DOM, en jours).
       01 identifiantCreancier pic x(12) value spaces.
       01 delaiConfirmation pic 999 value 56.
       01 valeurParam pic x(12).
       01 filler redefines valeurParam.
           02 valeurParam3 pic 999.
           02 filler pic x(9).

       01 dateJour pic 9(8).
       01 dateEcheanceX pic x(8).
       01 dateEcheanceNum redefines dateEcheanceX pic 9(8).
       01 dateEcheance pic 9(8).
       01 dateTravail pic 9(8).
       01 filler redefines dateTravail.
           02 anneeTravail pic 9(4).
           02 moisTravail pic 99.
           02 jourTravail pic 99.
       01 dateVerrouRejet pic 9(8).
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

       01 i pic 99.
       01 montAnnuel pic 9(6)v99.

      *    Position debiteur par client, comme ClientsReglements :
      *    achats de l'annee moins paiements recus ou en attente.
       01 tabSoldes.
           02 soldeTab occurs 999.
               03 nomSolde pic x(30).
               03 montAchatsSolde pic 9(6)v99.
               03 montPayeSolde pic 9(7)v99.
               03 indMandatSolde pic 999.
       01 nbSoldes pic 999 value 0.
       01 indSolde pic 999.
       01 indSoldeTrouve pic 999.
       01 soldeClient pic s9(7)v99.

       01 tabMandats.
           02 mandatTab occurs 999.
               03 nomMandatTab pic x(30).
               03 filler pic x.
               03 compteMandatTab pic x(34).
               03 filler pic x.
               03 referenceMandatTab pic x(16).
               03 filler pic x.
               03 dateSignatureTab pic 9(8).
               03 filler pic x.
               03 statutMandatTab pic x.
       01 nbMandats pic 999 value 0.
       01 indMandat pic 999.
       01 mandatsModifiesSW pic x value "N".
           88 mandatsModifies value "O".

       01 tabRegistre.
           02 registreTab occurs 3000.
               03 referenceRegTab pic x(12).
               03 numeroLotRegTab pic 9(5).
               03 nomClientRegTab pic x(30).
               03 referenceMandatRegTab pic x(16).
               03 dateEcheanceRegTab pic 9(8).
               03 montantRegTab pic 9(6)v99.
               03 statutRegTab pic x.
               03 dateRejetRegTab pic 9(8).
               03 motifRejetRegTab pic x(4).
       01 nbRegistre pic 9(4) value 0.
       01 indRegistre pic 9(4).
       01 indRegistreTrouve pic 9(4).
       01 premierNouveau pic 9(4).

       01 dernierLot pic 9(5) value 0.
       01 numeroLot pic 9(5).
       01 numeroOperation pic 9(4) value 0.
       01 referenceNouvelle.
           02 filler pic x(3) value "DOM".
           02 lotReference pic 9(5).
           02 operationReference pic 9(4).

      *    Paiements.seq en memoire pour le retrait des prelevements
      *    rejetes.
       01 tabPaiements.
           02 paiementTab occurs 5000.
               03 nomPaiementTab pic x(30).
               03 datePaiementTab pic 9(6).
               03 montantPaiementTab pic 9(6)v99.
               03 paiementRetireTab pic x.
       01 nbPaiements pic 9(4) value 0.
       01 indPaiement pic 9(4).
       01 indPaiementTrouve pic 9(4).

       01 nbEncaissements pic 9(4) value 0.
       01 totalEncaissements pic 9(9)v99 value 0.
       01 nbConfirmes pic 9(4) value 0.
       01 nbRejetsTraites pic 9(4) value 0.
       01 totalRejete pic 9(9)v99 value 0.
       01 nbMandatsSuspendus pic 9(4) value 0.
       01 nbAnomalies pic 9(4) value 0.
       01 nbEncaissements-ed pic zzz9.
       01 totalEncaissements-ed pic zzzzzzzz9.99.
       01 nbConfirmes-ed pic zzz9.
       01 nbRejetsTraites-ed pic zzz9.
       01 totalRejete-ed pic zzzzzzzz9.99.
       01 nbMandatsSuspendus-ed pic zzz9.
       01 nbAnomalies-ed pic zzz9.

       01 raisonAnomalie pic x(40).
       01 ligneAnomalie.
           02 referenceAnomalie-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 raisonAnomalie-ed pic x(40).

       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ClientsDomiciliations"
                         NIVEAU BY "M".
           accept dateJour from date yyyymmdd.
           perform lireParametres.
           display "Traitement (C = collecte des domiciliations, "
                   "R = rejets de la banque): " no advancing.
           accept modeTraitement.
           evaluate true
               when modeCollecte
                   perform traiterCollecte
               when modeRejets
                   perform traiterRejets
               when other
                   display "Traitement inconnu: " modeTraitement
                   move 8 to return-code
           end-evaluate.
           stop run.

       lireParametres.
           open input FiParametres.
           if fiParametresOK
               read FiParametres end-read
               perform until finFiParametres
                   evaluate cleParametre
                       when "ID-CREANCIER"
                           move valeurParametreX
                                to identifiantCreancier
                       when "DELAI-CONFIRMATION-DOM"
                           move valeurParametreX to valeurParam
                           inspect valeurParam
                                   replacing leading " " by "0"
                           if valeurParam(1:3) numeric
                              and valeurParam3 not = 0
                               move valeurParam3 to delaiConfirmation
                           end-if
                   end-evaluate
                   read FiParametres end-read
               end-perform
           end-if.
           close FiParametres.

      *****************************************************************
      *    Collecte : chaque client a mandat actif et solde debiteur
      *    recoit un prelevement du montant ouvert. Le lot est remis
      *    a la banque et chaque prelevement est inscrit au registre
      *    et dans Paiements.seq comme paiement en attente, de sorte
      *    que la balance agee et les rappels le tiennent pour paye
      *    tant que la banque ne le rejette pas.
      *****************************************************************
       traiterCollecte.
           display "Date d'echeance (AAAAMMJJ, vide = aujourd'hui): "
                   no advancing.
           accept dateEcheanceX.
           if dateEcheanceX numeric and dateEcheanceNum >= dateJour
               move dateEcheanceNum to dateEcheance
           else
               move dateJour to dateEcheance
           end-if.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateEcheance(1:6)==.
           if periodeCloturee
               display "Echeance dans un mois cloture, collecte "
                       "refusee"
               move 8 to return-code
               stop run
           end-if.
           open output FiAnomalies.
           perform chargerClients.
           perform chargerPaiements.
           perform chargerMandats.
           perform chargerRegistre.
           perform confirmerAnciens.
           perform rattacherMandats.
           compute numeroLot = dernierLot + 1.
           compute premierNouveau = nbRegistre + 1.
           perform varying indSolde from 1 by 1
                   until indSolde > nbSoldes
               if indMandatSolde(indSolde) not = 0
                   compute soldeClient = montAchatsSolde(indSolde)
                           - montPayeSolde(indSolde)
                   if soldeClient > 0
                       perform preparerEncaissement
                   end-if
               end-if
           end-perform.
           if nbEncaissements not = 0
               perform ecrireFichierBanque
               perform ajouterPaiementsEnAttente
           end-if.
           perform reecrireRegistre.
           close FiAnomalies.
           move nbEncaissements to nbEncaissements-ed.
           display "Prelevements presentes: " nbEncaissements-ed.
           move totalEncaissements to totalEncaissements-ed.
           display "Total du lot: " totalEncaissements-ed.
           if nbEncaissements not = 0
               display "Lot no " numeroLot
                       " remis dans DomiciliationsBanque.seq"
           end-if.
           move nbConfirmes to nbConfirmes-ed.
           display "Prelevements confirmes (delai de rejet passe): "
                   nbConfirmes-ed.
           move nbAnomalies to nbAnomalies-ed.
           display "Anomalies de mandat: " nbAnomalies-ed.
           if nbAnomalies not = 0
               move 4 to return-code
           end-if.

       chargerClients.
           open input FiClients.
           if not fiClientsOK
               display "Clients.seq introuvable, statut: "
                       fs-FiClients
               move 8 to return-code
               stop run
           end-if.
           read FiClients end-read.
           perform until finFiClients or nbSoldes >= 999
               add 1 to nbSoldes
               move nom to nomSolde(nbSoldes)
               move 0 to montAnnuel
               perform varying i from 1 by 1 until i > 12
                   add montAchats(i) to montAnnuel
               end-perform
               move montAnnuel to montAchatsSolde(nbSoldes)
               move 0 to montPayeSolde(nbSoldes)
               move 0 to indMandatSolde(nbSoldes)
               read FiClients end-read
           end-perform.
           close FiClients.

       chargerPaiements.
           open input FiPaiements.
           if fiPaiementsOK
               read FiPaiements end-read
               perform until finFiPaiements
                   perform chercherClientPaiement
                   if indSoldeTrouve not = 0
                       add montantPaie
                           to montPayeSolde(indSoldeTrouve)
                   end-if
                   read FiPaiements end-read
               end-perform
           end-if.
           close FiPaiements.

       chercherClientPaiement.
           move 0 to indSoldeTrouve.
           perform varying indSolde from 1 by 1
                   until indSolde > nbSoldes
                      or indSoldeTrouve not = 0
               if nomSolde(indSolde) = nomClientPaie
                   move indSolde to indSoldeTrouve
               end-if
           end-perform.

       chargerMandats.
           open input FiMandats.
           if fiMandatsOK
               read FiMandats end-read
               perform until finFiMandats or nbMandats >= 999
                   add 1 to nbMandats
                   move engMandat to mandatTab(nbMandats)
                   read FiMandats end-read
               end-perform
               if not finFiMandats
                   display "ATTENTION: plus de 999 mandats, "
                           "traitement arrete"
                   close FiMandats
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           close FiMandats.

      *    Un client n'est preleve que sur un mandat actif, signe,
      *    avec un compte renseigne; s'il en a plusieurs, le plus
      *    recemment signe l'emporte.
       rattacherMandats.
           perform varying indMandat from 1 by 1
                   until indMandat > nbMandats
               if statutMandatTab(indMandat) = "A"
                   move 0 to indSoldeTrouve
                   perform varying indSolde from 1 by 1
                           until indSolde > nbSoldes
                              or indSoldeTrouve not = 0
                       if nomSolde(indSolde) = nomMandatTab(indMandat)
                           move indSolde to indSoldeTrouve
                       end-if
                   end-perform
                   evaluate true
                       when indSoldeTrouve = 0
                           move "client inconnu de Clients.seq"
                                to raisonAnomalie
                           perform signalerMandat
                       when compteMandatTab(indMandat) = spaces
                           move "compte a debiter absent"
                                to raisonAnomalie
                           perform signalerMandat
                       when referenceMandatTab(indMandat) = spaces
                           move "reference de mandat absente"
                                to raisonAnomalie
                           perform signalerMandat
                       when dateSignatureTab(indMandat) not numeric
                         or dateSignatureTab(indMandat) = 0
                         or dateSignatureTab(indMandat) > dateJour
                           move "date de signature invalide"
                                to raisonAnomalie
                           perform signalerMandat
                       when indMandatSolde(indSoldeTrouve) = 0
                           move indMandat
                                to indMandatSolde(indSoldeTrouve)
                       when dateSignatureTab(indMandat) >
                            dateSignatureTab(indMandatSolde
                                             (indSoldeTrouve))
                           move indMandat
                                to indMandatSolde(indSoldeTrouve)
                   end-evaluate
               end-if
           end-perform.

       signalerMandat.
           add 1 to nbAnomalies.
           move nomMandatTab(indMandat) to referenceAnomalie-ed.
           move raisonAnomalie to raisonAnomalie-ed.
           write engAnomalie from ligneAnomalie end-write.

       chargerRegistre.
           open input FiRegistre.
           if fiRegistreOK
               read FiRegistre end-read
               perform until finFiRegistre or nbRegistre >= 3000
                   add 1 to nbRegistre
                   move referenceDom to referenceRegTab(nbRegistre)
                   move numeroLotDom to numeroLotRegTab(nbRegistre)
                   move nomClientDom to nomClientRegTab(nbRegistre)
                   move referenceMandatDom
                        to referenceMandatRegTab(nbRegistre)
                   move dateEcheanceDom
                        to dateEcheanceRegTab(nbRegistre)
                   move montantDom to montantRegTab(nbRegistre)
                   move statutDom to statutRegTab(nbRegistre)
                   move dateRejetDom to dateRejetRegTab(nbRegistre)
                   move motifRejetDom to motifRejetRegTab(nbRegistre)
                   if numeroLotDom > dernierLot
                       move numeroLotDom to dernierLot
                   end-if
                   read FiRegistre end-read
               end-perform
               if not finFiRegistre
                   display "ATTENTION: registre des domiciliations "
                           "plein (3000), traitement arrete"
                   close FiRegistre
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           close FiRegistre.

       confirmerAnciens.
           move dateJour to dateTravail.
           perform calculerJoursAbsolus.
           move joursAbsolus to joursAbsolusJour.
           perform varying indRegistre from 1 by 1
                   until indRegistre > nbRegistre
               if statutRegTab(indRegistre) = "P"
                   move dateEcheanceRegTab(indRegistre) to dateTravail
                   perform calculerJoursAbsolus
                   if joursAbsolusJour >
                      joursAbsolus + delaiConfirmation
                       move "C" to statutRegTab(indRegistre)
                       add 1 to nbConfirmes
                   end-if
               end-if
           end-perform.

       calculerJoursAbsolus.
           if moisTravail >= 1 and moisTravail <= 12
               compute joursAbsolus =
                       (anneeTravail * 365)
                       + joursCumules(moisTravail)
                       + jourTravail
           else
               move 0 to joursAbsolus
           end-if.

       preparerEncaissement.
           if nbRegistre >= 3000
               move nomSolde(indSolde) to referenceAnomalie-ed
               move "registre plein, prelevement non presente"
                    to raisonAnomalie-ed
               add 1 to nbAnomalies
               write engAnomalie from ligneAnomalie end-write
           else
               add 1 to nbEncaissements
               add 1 to numeroOperation
               add soldeClient to totalEncaissements
               move indMandatSolde(indSolde) to indMandat
               add 1 to nbRegistre
               move numeroLot to lotReference
               move numeroOperation to operationReference
               move referenceNouvelle to referenceRegTab(nbRegistre)
               move numeroLot to numeroLotRegTab(nbRegistre)
               move nomSolde(indSolde) to nomClientRegTab(nbRegistre)
               move referenceMandatTab(indMandat)
                    to referenceMandatRegTab(nbRegistre)
               move dateEcheance to dateEcheanceRegTab(nbRegistre)
               move soldeClient to montantRegTab(nbRegistre)
               move "P" to statutRegTab(nbRegistre)
               move 0 to dateRejetRegTab(nbRegistre)
               move spaces to motifRejetRegTab(nbRegistre)
           end-if.

       ecrireFichierBanque.
           open output FiBanque.
           move spaces to engBanque.
           move "H" to typeLigneBanque.
           move identifiantCreancier to creancierBanque.
           move numeroLot to numeroLotBanque.
           move dateJour to dateCreationBanque.
           move dateEcheance to dateEcheanceBanque.
           write engBanque end-write.
           perform varying indRegistre from premierNouveau by 1
                   until indRegistre > nbRegistre
               move spaces to engBanque
               move "D" to typeLigneBanque
               move referenceRegTab(indRegistre) to referenceBanque
               move referenceMandatRegTab(indRegistre)
                    to referenceMandatBanque
               perform chercherMandatRegistre
               move dateSignatureTab(indMandat)
                    to dateSignatureBanque
               move compteMandatTab(indMandat) to compteBanque
               move nomClientRegTab(indRegistre) to nomClientBanque
               move montantRegTab(indRegistre) to montantBanque
               write engBanque end-write
           end-perform.
           move spaces to engBanque.
           move "T" to typeLigneBanque.
           move nbEncaissements to nbOperationsBanque.
           move totalEncaissements to totalControleBanque.
           write engBanque end-write.
           close FiBanque.

       chercherMandatRegistre.
           perform varying indMandat from 1 by 1
                   until indMandat > nbMandats
                      or (nomMandatTab(indMandat)
                          = nomClientRegTab(indRegistre)
                      and referenceMandatTab(indMandat)
                          = referenceMandatRegTab(indRegistre))
               continue
           end-perform.

       ajouterPaiementsEnAttente.
           open extend FiPaiements.
           if fs-FiPaiements not = "00" and fs-FiPaiements not = "05"
               open output FiPaiements
           end-if.
           perform varying indRegistre from premierNouveau by 1
                   until indRegistre > nbRegistre
               move spaces to engPaiement
               move nomClientRegTab(indRegistre) to nomClientPaie
               move dateEcheance to dateTravail
               move dateTravail(3:6) to datePaie
               move montantRegTab(indRegistre) to montantPaie
               write engPaiement end-write
           end-perform.
           close FiPaiements.

       reecrireRegistre.
           open output FiRegistre.
           perform varying indRegistre from 1 by 1
                   until indRegistre > nbRegistre
               move spaces to engRegistre
               move referenceRegTab(indRegistre) to referenceDom
               move numeroLotRegTab(indRegistre) to numeroLotDom
               move nomClientRegTab(indRegistre) to nomClientDom
               move referenceMandatRegTab(indRegistre)
                    to referenceMandatDom
               move dateEcheanceRegTab(indRegistre)
                    to dateEcheanceDom
               move montantRegTab(indRegistre) to montantDom
               move statutRegTab(indRegistre) to statutDom
               move dateRejetRegTab(indRegistre) to dateRejetDom
               move motifRejetRegTab(indRegistre) to motifRejetDom
               write engRegistre end-write
           end-perform.
           close FiRegistre.

      *****************************************************************
      *    Rejets de la banque : le prelevement rejete est annule,
      *    son paiement en attente retire de Paiements.seq, de sorte
      *    que le client retombe dans la balance agee et dans les
      *    rappels de ClientsRappels comme s'il n'avait jamais paye.
      *    Un rejet pour compte cloture (AC04) ou mandat inconnu de
      *    la banque (MD01) suspend le mandat.
      *****************************************************************
       traiterRejets.
           open input FiRejetsBanque.
           if not fiRejetsBanqueOK
               display "DomiciliationsRejets.seq absent, aucun rejet "
                       "a traiter"
               close FiRejetsBanque
           else
               open output FiAnomalies
               perform chargerRegistre
               perform chargerMandats
               perform chargerTablePaiements
               read FiRejetsBanque end-read
               perform until finFiRejetsBanque
                   perform traiterUnRejet
                   read FiRejetsBanque end-read
               end-perform
               close FiRejetsBanque
               close FiAnomalies
               perform reecrireRegistre
               if nbRejetsTraites not = 0
                   perform reecrirePaiements
               end-if
               if mandatsModifies
                   perform reecrireMandats
               end-if
           end-if.
           move nbRejetsTraites to nbRejetsTraites-ed.
           display "Prelevements rejetes annules: " nbRejetsTraites-ed.
           move totalRejete to totalRejete-ed.
           display "Montant remis en recouvrement: " totalRejete-ed.
           move nbMandatsSuspendus to nbMandatsSuspendus-ed.
           display "Mandats suspendus: " nbMandatsSuspendus-ed.
           move nbAnomalies to nbAnomalies-ed.
           display "Rejets non appliques: " nbAnomalies-ed.
           if nbAnomalies not = 0
               move 4 to return-code
           end-if.

       chargerTablePaiements.
           open input FiPaiements.
           if fiPaiementsOK
               read FiPaiements end-read
               perform until finFiPaiements or nbPaiements >= 5000
                   add 1 to nbPaiements
                   move nomClientPaie to nomPaiementTab(nbPaiements)
                   move datePaie to datePaiementTab(nbPaiements)
                   move montantPaie to montantPaiementTab(nbPaiements)
                   move "N" to paiementRetireTab(nbPaiements)
                   read FiPaiements end-read
               end-perform
               if not finFiPaiements
                   display "ATTENTION: plus de 5000 paiements, "
                           "rejets non traites"
                   close FiPaiements
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           close FiPaiements.

      *    Le paiement en attente d'un mois cloture n'est plus
      *    retire : le rejet reste au rapport pour regularisation.
       traiterUnRejet.
           move 0 to indRegistreTrouve.
           perform varying indRegistre from 1 by 1
                   until indRegistre > nbRegistre
                      or indRegistreTrouve not = 0
               if referenceRegTab(indRegistre) = referenceRejet
                   move indRegistre to indRegistreTrouve
               end-if
           end-perform.
           move 0 to dateVerrouRejet.
           if indRegistreTrouve not = 0
               move dateEcheanceRegTab(indRegistreTrouve)
                    to dateVerrouRejet
           end-if.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateVerrouRejet(1:6)==.
           evaluate true
               when indRegistreTrouve = 0
                   move "prelevement inconnu du registre"
                        to raisonAnomalie
                   perform signalerRejet
               when statutRegTab(indRegistreTrouve) = "R"
                   move "prelevement deja rejete" to raisonAnomalie
                   perform signalerRejet
               when statutRegTab(indRegistreTrouve) = "C"
                   move "prelevement deja confirme" to raisonAnomalie
                   perform signalerRejet
               when periodeCloturee
                   move "paiement d'un mois cloture, a regulariser"
                        to raisonAnomalie
                   perform signalerRejet
               when other
                   perform annulerPrelevement
           end-evaluate.

       annulerPrelevement.
           add 1 to nbRejetsTraites.
           add montantRegTab(indRegistreTrouve) to totalRejete.
           move "R" to statutRegTab(indRegistreTrouve).
           if dateRejet numeric
               move dateRejet to dateRejetRegTab(indRegistreTrouve)
           else
               move dateJour to dateRejetRegTab(indRegistreTrouve)
           end-if.
           move motifRejet to motifRejetRegTab(indRegistreTrouve).
           move dateEcheanceRegTab(indRegistreTrouve) to dateTravail.
           move 0 to indPaiementTrouve.
           perform varying indPaiement from 1 by 1
                   until indPaiement > nbPaiements
                      or indPaiementTrouve not = 0
               if nomPaiementTab(indPaiement)
                  = nomClientRegTab(indRegistreTrouve)
                  and datePaiementTab(indPaiement) = dateTravail(3:6)
                  and montantPaiementTab(indPaiement)
                      = montantRegTab(indRegistreTrouve)
                  and paiementRetireTab(indPaiement) = "N"
                   move indPaiement to indPaiementTrouve
               end-if
           end-perform.
           if indPaiementTrouve = 0
               move "paiement en attente introuvable" to raisonAnomalie
               perform signalerRejet
           else
               move "O" to paiementRetireTab(indPaiementTrouve)
           end-if.
           if motifRejet = "AC04" or motifRejet = "MD01"
               perform suspendreMandat
           end-if.

       suspendreMandat.
           perform varying indMandat from 1 by 1
                   until indMandat > nbMandats
               if nomMandatTab(indMandat)
                  = nomClientRegTab(indRegistreTrouve)
                  and referenceMandatTab(indMandat)
                      = referenceMandatRegTab(indRegistreTrouve)
                  and statutMandatTab(indMandat) = "A"
                   move "S" to statutMandatTab(indMandat)
                   move "O" to mandatsModifiesSW
                   add 1 to nbMandatsSuspendus
               end-if
           end-perform.

       signalerRejet.
           add 1 to nbAnomalies.
           move referenceRejet to referenceAnomalie-ed.
           move raisonAnomalie to raisonAnomalie-ed.
           write engAnomalie from ligneAnomalie end-write.

       reecrirePaiements.
           open output FiPaiements.
           perform varying indPaiement from 1 by 1
                   until indPaiement > nbPaiements
               if paiementRetireTab(indPaiement) = "N"
                   move spaces to engPaiement
                   move nomPaiementTab(indPaiement) to nomClientPaie
                   move datePaiementTab(indPaiement) to datePaie
                   move montantPaiementTab(indPaiement) to montantPaie
                   write engPaiement end-write
               end-if
           end-perform.
           close FiPaiements.

       reecrireMandats.
           open output FiMandats.
           perform varying indMandat from 1 by 1
                   until indMandat > nbMandats
               write engMandat from mandatTab(indMandat) end-write
           end-perform.
           close FiMandats.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClients
                         NOMFIC BY "Clients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaiements
                         NOMFIC BY "Paiements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiMandats
                         NOMFIC BY "Mandats.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "DomiciliationsRegistre.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiBanque
                         NOMFIC BY "DomiciliationsBanque.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejetsBanque
                         NOMFIC BY "DomiciliationsRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAnomalies
                         NOMFIC BY "DomiciliationsAnomalies.seq".

       end program ClientsDomiciliations.
