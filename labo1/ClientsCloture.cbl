       program-id. ClientsCloture as "ClientsCloture".

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
           select optional FiReportes
               assign to dynamic cheminFiReportes
               organization is line sequential
               file status is fs-FiReportes.
           select FiExtraitsSoldes
               assign to dynamic cheminFiExtraitsSoldes
               organization is line sequential
               file status is fs-FiExtraitsSoldes.
           select optional FiRelancesEtat
               assign to dynamic cheminFiRelancesEtat
               organization is line sequential
               file status is fs-FiRelancesEtat.
           select optional FiBareme assign to dynamic cheminFiBareme
               organization is line sequential
               file status is fs-FiBareme.
           select FiPaliersAcquis
               assign to dynamic cheminFiPaliersAcquis
               organization is line sequential
               file status is fs-FiPaliersAcquis.
           select optional FiJournal assign to dynamic cheminFiJournal
               organization is line sequential
               file status is fs-FiJournal.
           select optional FiSource assign to dynamic cheminSource
               organization is line sequential
               file status is fs-FiSource.
           select FiCible assign to dynamic cheminCible
               organization is line sequential
               file status is fs-FiCible.
           select FiCloture assign to dynamic cheminFiCloture
               organization is line sequential
               file status is fs-FiCloture.

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
       FD FiReportes.
       01 engReporte.
           COPY "SoldeReporte.cpy".
      *    Solde d'ouverture du prochain extrait (ClientsExtraits).
       FD FiExtraitsSoldes.
       01 engSoldePrec.
           02 nomClientSolde pic x(30).
           02 filler pic x.
           02 soldeClotureX pic x(10).
      *    Memoire d'escalade des rappels (ClientsRappels).
       FD FiRelancesEtat.
       01 engRelanceEtat.
           02 nomClientRelance pic x(30).
           02 filler pic x.
           02 niveauRelance pic 9.
           02 filler pic x.
           02 dateRelance pic 9(6).
       FD FiBareme.
       01 engBareme.
           02 nomPalierBareme pic x(10).
           02 seuilPalierX pic x(9).
           02 tauxRemiseX pic x(4).
       FD FiPaliersAcquis.
       01 engPalierAcquis.
           COPY "PalierAcquis.cpy".
      *    Exercices deja clotures : un par ligne, avec la date de la
      *    cloture, le nombre de clients et le total reporte.
       FD FiJournal.
       01 engJournal.
           02 exerciceJournal pic 9(4).
           02 filler pic x.
           02 dateJournal pic 9(8).
           02 filler pic x.
           02 nbClientsJournal pic 9(4).
           02 filler pic x.
           02 totalJournal pic s9(9)v99 sign is leading separate.
      *    Copie ligne a ligne d'un fichier vers son archive.
       FD FiSource.
       01 engSource pic x(200).
       FD FiCible.
       01 engCible pic x(200).
       FD FiCloture.
       01 engCloture pic x(100).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiClients pic x(80) value "Clients.seq".
       01 cheminFiPaiements pic x(80) value "Paiements.seq".
       01 cheminFiReportes pic x(80) value "SoldesReportes.seq".
       01 cheminFiExtraitsSoldes pic x(80)
          value "ExtraitsSoldes.seq".
       01 cheminFiRelancesEtat pic x(80) value "RelancesEtat.seq".
       01 cheminFiBareme pic x(80) value "BaremeFidelite.seq".
       01 cheminFiPaliersAcquis pic x(80) value "PaliersAcquis.seq".
       01 cheminFiJournal pic x(80) value "ClotureJournal.seq".
       01 cheminFiCloture pic x(80) value "ClotureClients.seq".
       01 cheminClientsPrec pic x(80) value "ClientsPrec.seq".
       01 cheminPaiementsPrec pic x(80) value "PaiementsPrec.seq".
       01 cheminAchats pic x(80) value "AchatsClients.seq".
       01 cheminAchatsPrec pic x(80) value "AchatsClientsPrec.seq".
       01 cheminComptabilises pic x(80)
          value "AchatsComptabilises.seq".
       01 cheminComptabilisesPrec pic x(80)
          value "AchatsComptabilisesPrec.seq".
       01 cheminSource pic x(80).
       01 cheminCible pic x(80).

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClients
                                        FSOK BY fiClientsOK
                                        FSFIN BY finFiClients
                                        FSABSENT BY fiClientsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaiements
                                        FSOK BY fiPaiementsOK
                                        FSFIN BY finFiPaiements
                                        FSABSENT BY fiPaiementsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiReportes
                                        FSOK BY fiReportesOK
                                        FSFIN BY finFiReportes
                                        FSABSENT BY fiReportesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExtraitsSoldes
                                        FSOK BY fiExtraitsSoldesOK
                                        FSFIN BY fiExtraitsSoldesFin
                                        FSABSENT BY fiExtraitsSoldesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRelancesEtat
                                        FSOK BY fiRelancesEtatOK
                                        FSFIN BY finFiRelancesEtat
                                        FSABSENT BY fiRelancesEtatAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiBareme
                                        FSOK BY fiBaremeOK
                                        FSFIN BY finFiBareme
                                        FSABSENT BY fiBaremeAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaliersAcquis
                                        FSOK BY fiPaliersAcquisOK
                                        FSFIN BY fiPaliersAcquisFin
                                        FSABSENT BY fiPaliersAcquisAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiJournal
                                        FSOK BY fiJournalOK
                                        FSFIN BY finFiJournal
                                        FSABSENT BY fiJournalAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSource
                                        FSOK BY fiSourceOK
                                        FSFIN BY finFiSource
                                        FSABSENT BY fiSourceAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCible
                                        FSOK BY fiCibleOK
                                        FSFIN BY fiCibleFin
                                        FSABSENT BY fiCibleAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCloture
                                        FSOK BY fiClotureOK
                                        FSFIN BY fiClotureFin
                                        FSABSENT BY fiClotureAbsent.

       01 dateJour pic 9(8).
       01 filler redefines dateJour.
           02 anneeJour pic 9(4).
           02 resteDateJour pic 9(4).
       01 exerciceX pic x(4).
       01 exerciceNum redefines exerciceX pic 9(4).
       01 exerciceCloture pic 9(4).
       01 confirmation pic x.

      *    Un poste par client de Clients.seq, puis par client qui
      *    n'y figure plus mais dont un solde reste reporte.
       01 tabClients.
           02 clientTab occurs 999.
               03 nomClientTab pic x(30).
               03 achatsClientTab pic 9(6)v99.
               03 payeClientTab pic 9(7)v99.
               03 reporteAvantTab pic s9(7)v99.
               03 soldeAvantTab pic s9(8)v99.
               03 soldeApresTab pic s9(8)v99.
               03 dansClientsSW pic x.
                   88 dansClients value "O".
       01 nbClientsTab pic 999 value 0.
       01 nbClientsFichier pic 999 value 0.
       01 indClient pic 999.
       01 indClientTrouve pic 999.
       01 nomRecherche pic x(30).

       01 tabRelances.
           02 relanceTab occurs 999.
               03 nomRelanceTab pic x(30).
               03 niveauRelanceTab pic 9.
               03 dateRelanceTab pic 9(6).
       01 nbRelances pic 999 value 0.
       01 indRelance pic 999.

       01 tabBareme.
           02 palierTab occurs 10.
               03 nomPalierTab pic x(10).
               03 seuilPalierTab pic 9(7)v99.
       01 nbPaliers pic 99 value 0.
       01 indPalier pic 99.
       01 indPalierChoisi pic 99.
       01 seuilBrut pic x(9).
       01 seuilBrutNum redefines seuilBrut pic 9(7)v99.

       01 soldeBrut pic x(10).
       01 soldeBrutNum redefines soldeBrut pic s9(7)v99 sign is
          leading separate.

       01 i pic 99.
       01 montAnnuel pic 9(6)v99.
       01 exerciceDejaClotureSW pic x value "N".
           88 exerciceDejaCloture value "O".
       01 depassementSW pic x value "N".
           88 depassementReport value "O".
       01 ecartSW pic x value "N".
           88 ecartCloture value "O".

       01 nbLignesCopiees pic 9(6).
       01 nbPaiementsNonAffectes pic 9(4) value 0.
       01 montantNonAffecte pic 9(8)v99 value 0.
       01 nbRelancesConservees pic 999 value 0.
       01 nbRelancesEffacees pic 999 value 0.
       01 nbPaliersAcquis pic 999 value 0.
       01 nbSoldesReportes pic 999 value 0.
       01 totalReporteAvant pic s9(9)v99 value 0.
       01 totalAchats pic 9(9)v99 value 0.
       01 totalPaye pic 9(9)v99 value 0.
       01 totalAvant pic s9(9)v99 value 0.
       01 totalApres pic s9(9)v99 value 0.
       01 residuClients pic 9(9)v99 value 0.
       01 residuPaiements pic 9(9)v99 value 0.

       01 nbCount-ed pic zzz9.
       01 montant-ed pic -zzzzzzzz9.99.

       01 ligneTitreCloture.
           02 filler pic x(22) value "Cloture de l'exercice ".
           02 exerciceCloture-ed pic 9(4).
           02 filler pic x(4) value " le ".
           02 dateCloture-ed pic 9999/99/99.
       01 ligneEnteteCloture.
           02 filler pic x(31) value "Client".
           02 filler pic x(48) value
              " Report prec.     Achats  Paiements  Solde avant".
           02 filler pic x(21) value "  Solde apres".
       01 ligneCloture.
           02 nomCloture-ed pic x(30).
           02 filler pic x value space.
           02 reporteCloture-ed pic -zzzzzz9.99.
           02 filler pic x value space.
           02 achatsCloture-ed pic zzzzzz9.99.
           02 filler pic x value space.
           02 payeCloture-ed pic zzzzzz9.99.
           02 filler pic x value space.
           02 avantCloture-ed pic -zzzzzzz9.99.
           02 filler pic x value space.
           02 apresCloture-ed pic -zzzzzzz9.99.
           02 filler pic x value space.
           02 statutCloture-ed pic x(8).
       01 ligneTotalCloture.
           02 filler pic x(30) value "TOTAL".
           02 filler pic x value space.
           02 reporteTotal-ed pic -zzzzzz9.99.
           02 filler pic x value space.
           02 achatsTotal-ed pic zzzzzz9.99.
           02 filler pic x value space.
           02 payeTotal-ed pic zzzzzz9.99.
           02 filler pic x value space.
           02 avantTotal-ed pic -zzzzzzz9.99.
           02 filler pic x value space.
           02 apresTotal-ed pic -zzzzzzz9.99.
       01 ligneResume.
           02 libelleResume-ed pic x(50).
           02 valeurResume-ed pic x(16).
       01 ligneSeparation pic x(100) value all "-".
       01 ligneConclusion pic x(100).

       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ClientsCloture"
                         NIVEAU BY "M".
           accept dateJour from date yyyymmdd.
           display "Exercice a cloturer (AAAA, vide = annee courante): "
                   no advancing.
           accept exerciceX.
           if exerciceX numeric and exerciceX not = "0000"
               move exerciceNum to exerciceCloture
           else
               move anneeJour to exerciceCloture
           end-if.
           perform controlerJournal.
           if exerciceDejaCloture
               display "Exercice " exerciceCloture
                       " deja cloture, aucun fichier modifie"
               move 8 to return-code
               stop run
           end-if.
           display "Confirmer la cloture de l'exercice "
                   exerciceCloture " (O/N): " no advancing.
           accept confirmation.
           if confirmation not = "O" and confirmation not = "o"
               display "Cloture abandonnee, aucun fichier modifie"
               move 8 to return-code
               stop run
           end-if.
           perform chargerClients.
           perform chargerReportes.
           perform appliquerPaiements.
           perform chargerBareme.
           perform calculerSoldesAvant.
           if depassementReport
               display "Solde a reporter hors format, cloture "
                       "abandonnee, aucun fichier modifie"
               move 8 to return-code
               stop run
           end-if.
           perform archiverFichiers.
           perform ecrireReportes.
           perform remettreClientsAZero.
           perform reporterPaiementsNonAffectes.
           perform basculerRelances.
           perform ecrirePaliersAcquis.
           perform controlerCloture.
           perform imprimerCloture.
           if not ecartCloture
               perform journaliserCloture
           end-if.
           display "Soldes reportes: " nbSoldesReportes.
           move totalApres to montant-ed.
           display "Total reporte: " montant-ed.
           if ecartCloture
               display "ECART DE CLOTURE, voir ClotureClients.seq"
               move 8 to return-code
           else
               display "Cloture concordante"
               if nbPaiementsNonAffectes not = 0
                   move 4 to return-code
               end-if
           end-if.
           stop run.

       controlerJournal.
           open input FiJournal.
           if fiJournalOK
               read FiJournal end-read
               perform until finFiJournal
                   if exerciceJournal = exerciceCloture
                       move "O" to exerciceDejaClotureSW
                   end-if
                   read FiJournal end-read
               end-perform
           end-if.
           close FiJournal.

       chargerClients.
           open input FiClients.
           if not fiClientsOK
               display "Clients.seq introuvable, statut: "
                       fs-FiClients
               move 8 to return-code
               stop run
           end-if.
           read FiClients end-read.
           perform until finFiClients or nbClientsTab >= 999
               add 1 to nbClientsTab
               move nom to nomClientTab(nbClientsTab)
               move 0 to montAnnuel
               perform varying i from 1 by 1 until i > 12
                   add montAchats(i) to montAnnuel
               end-perform
               move montAnnuel to achatsClientTab(nbClientsTab)
               move 0 to payeClientTab(nbClientsTab)
               move 0 to reporteAvantTab(nbClientsTab)
               move "O" to dansClientsSW(nbClientsTab)
               read FiClients end-read
           end-perform.
           if not finFiClients
               display "Plus de 999 clients, cloture abandonnee"
               close FiClients
               move 8 to return-code
               stop run
           end-if.
           close FiClients.
           move nbClientsTab to nbClientsFichier.

       chargerReportes.
           open input FiReportes.
           if fiReportesOK
               read FiReportes end-read
               perform until finFiReportes
                   move nomClientReporte to nomRecherche
                   perform rechercherClient
                   if indClientTrouve = 0 and nbClientsTab < 999
                       add 1 to nbClientsTab
                       move nbClientsTab to indClientTrouve
                       move nomClientReporte
                            to nomClientTab(indClientTrouve)
                       move 0 to achatsClientTab(indClientTrouve)
                       move 0 to payeClientTab(indClientTrouve)
                       move 0 to reporteAvantTab(indClientTrouve)
                       move "N" to dansClientsSW(indClientTrouve)
                   end-if
                   if indClientTrouve not = 0
                      and soldeReporte numeric
                       add soldeReporte
                           to reporteAvantTab(indClientTrouve)
                   end-if
                   read FiReportes end-read
               end-perform
           end-if.
           close FiReportes.

       appliquerPaiements.
           open input FiPaiements.
           if fiPaiementsOK
               read FiPaiements end-read
               perform until finFiPaiements
                   move nomClientPaie to nomRecherche
                   perform rechercherClient
                   if indClientTrouve = 0
                       add 1 to nbPaiementsNonAffectes
                       add montantPaie to montantNonAffecte
                   else
                       add montantPaie
                           to payeClientTab(indClientTrouve)
                   end-if
                   read FiPaiements end-read
               end-perform
           end-if.
           close FiPaiements.

       chargerBareme.
           open input FiBareme.
           if fiBaremeOK
               read FiBareme end-read
               perform until finFiBareme or nbPaliers >= 10
                   move seuilPalierX to seuilBrut
                   inspect seuilBrut replacing leading " " by "0"
                   if seuilBrut numeric
                       add 1 to nbPaliers
                       move nomPalierBareme to nomPalierTab(nbPaliers)
                       move seuilBrutNum to seuilPalierTab(nbPaliers)
                   end-if
                   read FiBareme end-read
               end-perform
           else
               display "BaremeFidelite.seq absent, statut: "
                       fs-FiBareme ", aucun palier acquis"
           end-if.
           close FiBareme.

       rechercherClient.
           move 0 to indClientTrouve.
           perform varying indClient from 1 by 1
                   until indClient > nbClientsTab
                      or indClientTrouve not = 0
               if nomClientTab(indClient) = nomRecherche
                   move indClient to indClientTrouve
               end-if
           end-perform.

      *****************************************************************
      *    Solde avant cloture : report de l'exercice precedent plus
      *    achats de l'exercice moins paiements, la regle de la
      *    balance agee et des rappels. Il doit tenir dans le format
      *    du solde reporte, sinon rien n'est modifie.
      *****************************************************************
       calculerSoldesAvant.
           perform varying indClient from 1 by 1
                   until indClient > nbClientsTab
               compute soldeAvantTab(indClient) =
                       reporteAvantTab(indClient)
                       + achatsClientTab(indClient)
                       - payeClientTab(indClient)
               if soldeAvantTab(indClient) > 9999999.99
                  or soldeAvantTab(indClient) < -9999999.99
                   move "O" to depassementSW
                   display "Solde hors format: "
                           nomClientTab(indClient)
               end-if
               move 0 to soldeApresTab(indClient)
               add reporteAvantTab(indClient) to totalReporteAvant
               add achatsClientTab(indClient) to totalAchats
               add payeClientTab(indClient) to totalPaye
               add soldeAvantTab(indClient) to totalAvant
           end-perform.

      *****************************************************************
      *    Archives de l'exercice : Clients.seq devient la base de
      *    comparaison de ClientsEvolution (ClientsPrec.seq), les
      *    paiements et les achats dates sont conserves sous leur
      *    nom suffixe Prec avant d'etre vides.
      *****************************************************************
       archiverFichiers.
           move cheminFiClients to cheminSource.
           move cheminClientsPrec to cheminCible.
           perform copierFichier.
           move cheminFiPaiements to cheminSource.
           move cheminPaiementsPrec to cheminCible.
           perform copierFichier.
           move cheminAchats to cheminSource.
           move cheminAchatsPrec to cheminCible.
           perform copierFichier.
           if nbLignesCopiees not = 0
               open output FiSource
               close FiSource
           end-if.
           move cheminComptabilises to cheminSource.
           move cheminComptabilisesPrec to cheminCible.
           perform copierFichier.
           if nbLignesCopiees not = 0
               open output FiSource
               close FiSource
           end-if.

       copierFichier.
           move 0 to nbLignesCopiees.
           open input FiSource.
           open output FiCible.
           if fiSourceOK
               read FiSource end-read
               perform until finFiSource
                   move engSource to engCible
                   write engCible end-write
                   add 1 to nbLignesCopiees
                   read FiSource end-read
               end-perform
           end-if.
           close FiSource FiCible.

       ecrireReportes.
           open output FiReportes.
           open output FiExtraitsSoldes.
           perform varying indClient from 1 by 1
                   until indClient > nbClientsTab
               if soldeAvantTab(indClient) not = 0
                   add 1 to nbSoldesReportes
                   move spaces to engReporte
                   move nomClientTab(indClient) to nomClientReporte
                   move soldeAvantTab(indClient) to soldeReporte
                   move exerciceCloture to exerciceReporte
                   write engReporte end-write
                   move spaces to engSoldePrec
                   move nomClientTab(indClient) to nomClientSolde
                   move soldeAvantTab(indClient) to soldeBrutNum
                   move soldeBrut to soldeClotureX
                   write engSoldePrec end-write
               end-if
           end-perform.
           close FiReportes FiExtraitsSoldes.

       remettreClientsAZero.
           open output FiClients.
           perform varying indClient from 1 by 1
                   until indClient > nbClientsFichier
               move nomClientTab(indClient) to nom
               perform varying i from 1 by 1 until i > 12
                   move 0 to montAchats(i)
               end-perform
               write engFiClients end-write
           end-perform.
           close FiClients.

      *    Un paiement dont le client est inconnu n'entre dans aucun
      *    solde : il passe tel quel sur le nouvel exercice pour
      *    rester a affecter.
       reporterPaiementsNonAffectes.
           move cheminPaiementsPrec to cheminSource.
           open input FiSource.
           open output FiPaiements.
           if fiSourceOK
               read FiSource end-read
               perform until finFiSource
                   move engSource to engPaiement
                   move nomClientPaie to nomRecherche
                   perform rechercherClient
                   if indClientTrouve = 0
                       write engPaiement end-write
                   end-if
                   read FiSource end-read
               end-perform
           end-if.
           close FiSource FiPaiements.

      *    La memoire d'escalade n'est gardee que pour les clients
      *    qui restent debiteurs apres le report; les autres
      *    repartent du premier rappel.
       basculerRelances.
           open input FiRelancesEtat.
           if fiRelancesEtatOK
               read FiRelancesEtat end-read
               perform until finFiRelancesEtat
                   move nomClientRelance to nomRecherche
                   perform rechercherClient
                   if indClientTrouve not = 0
                      and soldeAvantTab(indClientTrouve) > 0
                      and nbRelances < 999
                       add 1 to nbRelances
                       move nomClientRelance
                            to nomRelanceTab(nbRelances)
                       move niveauRelance
                            to niveauRelanceTab(nbRelances)
                       move dateRelance to dateRelanceTab(nbRelances)
                   else
                       add 1 to nbRelancesEffacees
                   end-if
                   read FiRelancesEtat end-read
               end-perform
               close FiRelancesEtat
               open output FiRelancesEtat
               perform varying indRelance from 1 by 1
                       until indRelance > nbRelances
                   move spaces to engRelanceEtat
                   move nomRelanceTab(indRelance) to nomClientRelance
                   move niveauRelanceTab(indRelance) to niveauRelance
                   move dateRelanceTab(indRelance) to dateRelance
                   write engRelanceEtat end-write
               end-perform
               move nbRelances to nbRelancesConservees
           end-if.
           close FiRelancesEtat.

      *    Palier de l'exercice cloture : seuil le plus haut atteint
      *    par les achats de l'annee, comme ProgrammeFichiersEx.
       ecrirePaliersAcquis.
           open output FiPaliersAcquis.
           perform varying indClient from 1 by 1
                   until indClient > nbClientsFichier
               move 0 to indPalierChoisi
               perform varying indPalier from 1 by 1
                       until indPalier > nbPaliers
                   if achatsClientTab(indClient) >=
                      seuilPalierTab(indPalier)
                       if indPalierChoisi = 0
                           move indPalier to indPalierChoisi
                       else
                           if seuilPalierTab(indPalier) >
                              seuilPalierTab(indPalierChoisi)
                               move indPalier to indPalierChoisi
                           end-if
                       end-if
                   end-if
               end-perform
               if indPalierChoisi not = 0
                   add 1 to nbPaliersAcquis
                   move spaces to engPalierAcquis
                   move nomClientTab(indClient) to nomClientAcquis
                   move nomPalierTab(indPalierChoisi)
                        to nomPalierAcquis
                   move exerciceCloture to exerciceAcquis
                   write engPalierAcquis end-write
               end-if
           end-perform.
           close FiPaliersAcquis.

      *****************************************************************
      *    Preuve de la cloture : les fichiers reecrits sont relus.
      *    Le solde apres cloture de chaque client (report relu, plus
      *    achats et moins paiements encore presents) doit egaler son
      *    solde avant; toute difference est un ecart.
      *****************************************************************
       controlerCloture.
           open input FiClients.
           read FiClients end-read.
           perform until finFiClients
               perform varying i from 1 by 1 until i > 12
                   add montAchats(i) to residuClients
               end-perform
               read FiClients end-read
           end-perform.
           close FiClients.
           open input FiPaiements.
           if fiPaiementsOK
               read FiPaiements end-read
               perform until finFiPaiements
                   move nomClientPaie to nomRecherche
                   perform rechercherClient
                   if indClientTrouve not = 0
                       add montantPaie to residuPaiements
                   end-if
                   read FiPaiements end-read
               end-perform
           end-if.
           close FiPaiements.
           open input FiReportes.
           if fiReportesOK
               read FiReportes end-read
               perform until finFiReportes
                   move nomClientReporte to nomRecherche
                   perform rechercherClient
                   if indClientTrouve not = 0
                       add soldeReporte
                           to soldeApresTab(indClientTrouve)
                   else
                       move "O" to ecartSW
                   end-if
                   add soldeReporte to totalApres
                   read FiReportes end-read
               end-perform
           end-if.
           close FiReportes.
           if residuClients not = 0 or residuPaiements not = 0
              or totalApres not = totalAvant
               move "O" to ecartSW
           end-if.

       imprimerCloture.
           open output FiCloture.
           move exerciceCloture to exerciceCloture-ed.
           move dateJour to dateCloture-ed.
           write engCloture from ligneTitreCloture end-write.
           write engCloture from ligneEnteteCloture end-write.
           perform varying indClient from 1 by 1
                   until indClient > nbClientsTab
               move nomClientTab(indClient) to nomCloture-ed
               move reporteAvantTab(indClient) to reporteCloture-ed
               move achatsClientTab(indClient) to achatsCloture-ed
               move payeClientTab(indClient) to payeCloture-ed
               move soldeAvantTab(indClient) to avantCloture-ed
               move soldeApresTab(indClient) to apresCloture-ed
               if soldeApresTab(indClient) = soldeAvantTab(indClient)
                   if dansClients(indClient)
                       move "OK" to statutCloture-ed
                   else
                       move "OK HORS" to statutCloture-ed
                   end-if
               else
                   move "ECART" to statutCloture-ed
                   move "O" to ecartSW
               end-if
               write engCloture from ligneCloture end-write
           end-perform.
           write engCloture from ligneSeparation end-write.
           move totalReporteAvant to reporteTotal-ed.
           move totalAchats to achatsTotal-ed.
           move totalPaye to payeTotal-ed.
           move totalAvant to avantTotal-ed.
           move totalApres to apresTotal-ed.
           write engCloture from ligneTotalCloture end-write.
           write engCloture from ligneSeparation end-write.
           move "Achats restant dans Clients.seq" to libelleResume-ed.
           move residuClients to montant-ed.
           move montant-ed to valeurResume-ed.
           write engCloture from ligneResume end-write.
           move "Paiements clients restant dans Paiements.seq"
                to libelleResume-ed.
           move residuPaiements to montant-ed.
           move montant-ed to valeurResume-ed.
           write engCloture from ligneResume end-write.
           move "Paiements non affectes reportes (nombre)"
                to libelleResume-ed.
           move nbPaiementsNonAffectes to nbCount-ed.
           move nbCount-ed to valeurResume-ed.
           write engCloture from ligneResume end-write.
           move "Paiements non affectes reportes (montant)"
                to libelleResume-ed.
           move montantNonAffecte to montant-ed.
           move montant-ed to valeurResume-ed.
           write engCloture from ligneResume end-write.
           move "Relances conservees (clients debiteurs)"
                to libelleResume-ed.
           move nbRelancesConservees to nbCount-ed.
           move nbCount-ed to valeurResume-ed.
           write engCloture from ligneResume end-write.
           move "Relances effacees (clients soldes)"
                to libelleResume-ed.
           move nbRelancesEffacees to nbCount-ed.
           move nbCount-ed to valeurResume-ed.
           write engCloture from ligneResume end-write.
           move "Paliers de fidelite acquis pour l'exercice suivant"
                to libelleResume-ed.
           move nbPaliersAcquis to nbCount-ed.
           move nbCount-ed to valeurResume-ed.
           write engCloture from ligneResume end-write.
           if ecartCloture
               move "ECART DE CLOTURE : soldes avant et apres "
                    & "differents" to ligneConclusion
           else
               move "Cloture concordante : soldes avant et apres "
                    & "egaux" to ligneConclusion
           end-if.
           write engCloture from ligneConclusion end-write.
           close FiCloture.

       journaliserCloture.
           open extend FiJournal.
           if fs-FiJournal not = "00" and fs-FiJournal not = "05"
               open output FiJournal
           end-if.
           move spaces to engJournal.
           move exerciceCloture to exerciceJournal.
           move dateJour to dateJournal.
           move nbClientsFichier to nbClientsJournal.
           move totalApres to totalJournal.
           write engJournal end-write.
           close FiJournal.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClients
                         NOMFIC BY "Clients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaiements
                         NOMFIC BY "Paiements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReportes
                         NOMFIC BY "SoldesReportes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExtraitsSoldes
                         NOMFIC BY "ExtraitsSoldes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRelancesEtat
                         NOMFIC BY "RelancesEtat.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiBareme
                         NOMFIC BY "BaremeFidelite.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaliersAcquis
                         NOMFIC BY "PaliersAcquis.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiJournal
                         NOMFIC BY "ClotureJournal.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCloture
                         NOMFIC BY "ClotureClients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminClientsPrec
                         NOMFIC BY "ClientsPrec.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminPaiementsPrec
                         NOMFIC BY "PaiementsPrec.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminAchats
                         NOMFIC BY "AchatsClients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminAchatsPrec
                         NOMFIC BY "AchatsClientsPrec.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminComptabilises
                         NOMFIC BY "AchatsComptabilises.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminComptabilisesPrec
                         NOMFIC BY "AchatsComptabilisesPrec.seq".

       end program ClientsCloture.
