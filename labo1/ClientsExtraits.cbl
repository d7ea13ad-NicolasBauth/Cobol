               assign to dynamic cheminFiSoldesPrec
               organization is line sequential
               file status is fs-FiSoldesPrec.
           select optional FiAchats
               assign to dynamic cheminFiAchats
               organization is line sequential
               file status is fs-FiAchats.
           select FiExtraits assign to dynamic cheminFiExtraits
               organization is line sequential
               file status is fs-FiExtraits.
           02 nomClientSolde pic x(30).
           02 filler pic x.
           02 soldeClotureX pic x(10).
      *    Achats dates retenus par AchatsComptabilisation.
       FD FiAchats.
       01 engAchat.
           COPY "AchatClient.cpy".
       FD FiExtraits.
       01 engExtrait pic x(90).

       01 cheminFiClients pic x(80) value "Clients.seq".
       01 cheminFiPaiements pic x(80) value "Paiements.seq".
       01 cheminFiSoldesPrec pic x(80) value "ExtraitsSoldes.seq".
       01 cheminFiAchats pic x(80)
          value "AchatsComptabilises.seq".
       01 cheminFiExtraits pic x(80) value "Extraits.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClients
                                        FSOK BY fiSoldesPrecOK
                                        FSFIN BY finFiSoldesPrec
                                        FSABSENT BY fiSoldesPrecAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAchats
                                        FSOK BY fiAchatsOK
                                        FSFIN BY finFiAchats
                                        FSABSENT BY fiAchatsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExtraits
                                        FSOK BY fiExtraitsOK
                                        FSFIN BY fiExtraitsFin
       01 nbPaiements pic 999 value 0.
       01 indPaiement pic 999.

      *    Achats individuels, date ramenee en AAMMJJ comme celle
      *    des paiements.
       01 tabAchats.
           02 achatTab occurs 5000.
               03 nomAchatExt pic x(30).
               03 dateAchatExt pic 9(6).
               03 numeroDocAchatExt pic x(10).
               03 categorieAchatExt pic x(4).
               03 montantAchatExt pic 9(7)v99.
       01 nbAchats pic 9(4) value 0.
       01 indAchat pic 9(4).
       01 achatsDetaillesSW pic x value "N".
           88 achatsDetailles value "O".

       01 tabSoldesPrec.
           02 soldePrecTab occurs 999.
               03 nomSoldePrec pic x(30).
          leading separate.

      *    Mouvements chronologiques du client en cours : date,
      *    sens (A achat, P paiement), montant et reference du
      *    document d'achat quand l'achat est detaille.
       01 tabMouvements.
           02 mouvementTab occurs 200.
               03 dateMouvement pic 9(6).
               03 sensMouvement pic x.
               03 montantMouvement pic 9(7)v99.
               03 referenceMouvement pic x(15).
       01 nbMouvements pic 999 value 0.
       01 indMouvement pic 999.
       01 indBalaie pic 999.
       01 indCompare pic 999.
       01 mouvementTemp.
           02 dateMouvementTemp pic 9(6).
           02 sensMouvementTemp pic x.
           02 montantMouvementTemp pic 9(7)v99.
           02 referenceMouvementTemp pic x(15).

       01 i pic 99.
       01 soldeOuverture pic s9(8)v99.
       01 soldeCourant pic s9(8)v99.
       01 totalAchatsClient pic 9(8)v99.
       01 totalPaiementsClient pic 9(7)v99.
       01 expositionAging pic s9(8)v99.
       01 nbExtraits pic 999 value 0.
           02 filler pic x(3) value " - ".
           02 libelleMouvement-ed pic x(10).
           02 filler pic x(3) value " - ".
           02 montantMouvement-ed pic zzzzzz9.99.
           02 filler pic x(12) value "  solde :  ".
           02 soldeCourant-ed pic -zzzzzz9.99.
           02 filler pic x(2) value spaces.
           02 referenceMouvement-ed pic x(15).
       01 ligneCloture.
           02 filler pic x(22) value "Solde de cloture  :  ".
           02 soldeCloture-ed pic -zzzzzz9.99.
           perform resoudreEmplacements.
           accept dateJour from date.
           perform chargerPaiements.
           perform chargerAchats.
           perform chargerSoldesPrec.
           open input FiClients.
           if not fiClientsOK
           end-if.
           close FiPaiements.

       chargerAchats.
           open input FiAchats.
           if fiAchatsOK
               read FiAchats end-read
               perform until finFiAchats or nbAchats >= 5000
                   add 1 to nbAchats
                   move nomClientAchat to nomAchatExt(nbAchats)
                   move dateAchat(3:6) to dateAchatExt(nbAchats)
                   move numeroDocAchat to numeroDocAchatExt(nbAchats)
                   move categorieAchat to categorieAchatExt(nbAchats)
                   move montantAchat to montantAchatExt(nbAchats)
                   read FiAchats end-read
               end-perform
               if not finFiAchats
                   display "ATTENTION: plus de 5000 achats dates, "
                           "suite ignoree"
               end-if
           end-if.
           close FiAchats.

       chargerSoldesPrec.
           open input FiSoldesPrec.
           if fiSoldesPrecOK
           close FiSoldesPrec.

      *****************************************************************
      *    Un extrait par client : ses achats individuels quand
      *    AchatsComptabilises.seq en contient, sinon les achats
      *    mensuels dates au premier du mois de l'annee courante, et
      *    les paiements a leur date reelle, fusionnes
      *    chronologiquement avec solde
      *    courant. La cloture doit retomber sur l'exposition de la
      *    balance agee (achats moins paiements) quand l'ouverture
      *    est nulle; tout ecart est signale sur l'extrait.
           move 0 to nbMouvements.
           move 0 to totalAchatsClient.
           move 0 to totalPaiementsClient.
           move "N" to achatsDetaillesSW.
           perform varying indAchat from 1 by 1
                   until indAchat > nbAchats
               if nomAchatExt(indAchat) = nom
                  and nbMouvements < 200
                   move "O" to achatsDetaillesSW
                   add 1 to nbMouvements
                   move dateAchatExt(indAchat)
                        to dateMouvement(nbMouvements)
                   move "A" to sensMouvement(nbMouvements)
                   move montantAchatExt(indAchat)
                        to montantMouvement(nbMouvements)
                   move spaces to referenceMouvement(nbMouvements)
                   string numeroDocAchatExt(indAchat) delimited by " "
                          " " delimited by size
                          categorieAchatExt(indAchat) delimited by " "
                          into referenceMouvement(nbMouvements)
                   end-string
                   add montantAchatExt(indAchat) to totalAchatsClient
               end-if
           end-perform.
           if not achatsDetailles
               perform varying i from 1 by 1 until i > 12
                   if montAchats(i) not = 0
                      and nbMouvements < 200
                       add 1 to nbMouvements
                       compute dateMouvement(nbMouvements) =
                               (anneeJour * 10000) + (i * 100) + 1
                       move "A" to sensMouvement(nbMouvements)
                       move montAchats(i)
                            to montantMouvement(nbMouvements)
                       move spaces
                            to referenceMouvement(nbMouvements)
                       add montAchats(i) to totalAchatsClient
                   end-if
               end-perform
           end-if.
           perform varying indPaiement from 1 by 1
                   until indPaiement > nbPaiements
               if nomPaiementExt(indPaiement) = nom
                  and nbMouvements < 200
                   add 1 to nbMouvements
                   move datePaiementExt(indPaiement)
                        to dateMouvement(nbMouvements)
                   move "P" to sensMouvement(nbMouvements)
                   move montantPaiementExt(indPaiement)
                        to montantMouvement(nbMouvements)
                   move spaces to referenceMouvement(nbMouvements)
                   add montantPaiementExt(indPaiement)
                       to totalPaiementsClient
               end-if
               end-if
               move montantMouvement(indMouvement)
                    to montantMouvement-ed
               move referenceMouvement(indMouvement)
                    to referenceMouvement-ed
               move soldeCourant to soldeCourant-ed
               write engExtrait from ligneMouvement end-write
           end-perform.
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSoldesPrec
                         NOMFIC BY "ExtraitsSoldes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAchats
                         NOMFIC BY "AchatsComptabilises.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExtraits
                         NOMFIC BY "Extraits.seq".
