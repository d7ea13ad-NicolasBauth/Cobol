       program-id. AchatsComptabilisation as "AchatsComptabilisation".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select FiClients assign to dynamic cheminFiClients
               organization is line sequential
               file status is fs-FiClients.
           select optional FiAchats assign to dynamic cheminFiAchats
               organization is line sequential
               file status is fs-FiAchats.
           select FiComptabilises
               assign to dynamic cheminFiComptabilises
               organization is line sequential
               file status is fs-FiComptabilises.
           select FiRejets assign to dynamic cheminFiRejets
               organization is line sequential
               file status is fs-FiRejets.
           select FiDepassements
               assign to dynamic cheminFiDepassements
               organization is line sequential
               file status is fs-FiDepassements.

       data division.
       file section.
       FD FiClients.
       01 engFiClients.
           02 nom pic x(30).
           02 montAchats pic 9(4)v99 occurs 12.
       FD FiAchats.
       01 engAchat.
           COPY "AchatClient.cpy".
       FD FiComptabilises.
       01 engComptabilise pic x(66).
       FD FiRejets.
       01 engRejet pic x(100).
       FD FiDepassements.
       01 engDepassement pic x(80).

       working-storage section.

       COPY "HabilitationZone.cpy".
       COPY "VerrouPeriodeZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiClients pic x(80) value "Clients.seq".
       01 cheminFiAchats pic x(80) value "AchatsClients.seq".
       01 cheminFiComptabilises pic x(80)
          value "AchatsComptabilises.seq".
       01 cheminFiRejets pic x(80) value "AchatsRejets.seq".
       01 cheminFiDepassements pic x(80)
          value "AchatsDepassements.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClients
                                        FSOK BY fiClientsOK
                                        FSFIN BY finFiClients
                                        FSABSENT BY fiClientsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAchats
                                        FSOK BY fiAchatsOK
                                        FSFIN BY finFiAchats
                                        FSABSENT BY fiAchatsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiComptabilises
                                        FSOK BY fiComptabilisesOK
                                        FSFIN BY fiComptabilisesFin
                                        FSABSENT BY fiComptabilisesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiDepassements
                                        FSOK BY fiDepassementsOK
                                        FSFIN BY fiDepassementsFin
                                        FSABSENT BY fiDepassementsAbs.

       01 exerciceX pic x(4).
       01 exerciceNum redefines exerciceX pic 9(4).
       01 exerciceAchats pic 9(4).
       01 dateJour pic 9(8).
       01 filler redefines dateJour.
           02 anneeJour pic 9(4).
           02 filler pic 9(4).

      *    Les colonnes mensuelles sont recalculees en entier a
      *    partir des achats de l'annee : un client sans achat
      *    retenu repart a zero.
       01 tabClients.
           02 clientTab occurs 999.
               03 nomClientTab pic x(30).
               03 cumulMoisTab pic 9(7)v99 occurs 12.
       01 nbClients pic 999 value 0.
       01 indClient pic 999.
       01 indClientTrouve pic 999.
       01 i pic 99.

       01 tabDocuments.
           02 numeroDocTab occurs 5000 pic x(10).
       01 nbDocuments pic 9(4) value 0.
       01 indDocument pic 9(4).
       01 documentVuSW pic x value "N".
           88 documentDejaVu value "O".

      *    Documents deja comptabilises au passage precedent : seuls
      *    ceux-la restent admis dans un mois cloture, pour que la
      *    colonne de ce mois ne change plus.
       01 tabDejaComptabilises.
           02 docComptabiliseTab occurs 5000 pic x(10).
       01 nbDejaComptabilises pic 9(4) value 0.
       01 indDejaComptabilise pic 9(4).
       01 dejaComptabiliseSW pic x value "N".
           88 dejaComptabilise value "O".

      *    Garde-fou de gabarit, comme pour les fusions : une colonne
      *    de Clients.seq est en 9(4)v99; un mois qui depasse est
      *    plafonne et signale, le detail exact restant dans
      *    AchatsComptabilises.seq.
       01 plafondColonne pic 9(4)v99 value 9999.99.

       01 raisonRejet pic x(40).
       01 nbAchatsLus pic 9(5) value 0.
       01 nbAchatsRetenus pic 9(5) value 0.
       01 nbRejets pic 9(5) value 0.
       01 nbDepassements pic 9(4) value 0.
       01 totalRetenu pic 9(9)v99 value 0.
       01 nbAchatsLus-ed pic zzzz9.
       01 nbAchatsRetenus-ed pic zzzz9.
       01 nbRejets-ed pic zzzz9.
       01 nbDepassements-ed pic zzz9.
       01 totalRetenu-ed pic zzzzzzzz9.99.

       01 ligneRejet.
           02 docRejet-ed pic x(10).
           02 filler pic x(3) value " - ".
           02 nomRejet-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 raisonRejet-ed pic x(40).

       01 ligneDepassement.
           02 nomDepassement-ed pic x(30).
           02 filler pic x(6) value " mois ".
           02 moisDepassement-ed pic z9.
           02 filler pic x(10) value " cumul :  ".
           02 cumulDepassement-ed pic zzzzzz9.99.
           02 filler pic x(20) value "  plafonne a 9999.99".

       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "AchatsComptabilisation"
                         NIVEAU BY "M".
           accept dateJour from date yyyymmdd.
           display "Annee des achats (AAAA, vide = annee courante): "
                   no advancing.
           accept exerciceX.
           if exerciceX numeric and exerciceX not = "0000"
               move exerciceNum to exerciceAchats
           else
               move anneeJour to exerciceAchats
           end-if.
           perform chargerClients.
           open input FiAchats.
           if not fiAchatsOK
               display "AchatsClients.seq introuvable, statut: "
                       fs-FiAchats ", Clients.seq inchange"
               close FiAchats
               move 8 to return-code
               stop run
           end-if.
           perform chargerDejaComptabilises.
           open output FiComptabilises.
           open output FiRejets.
           read FiAchats end-read.
           perform until finFiAchats
               add 1 to nbAchatsLus
               perform validerAchat
               read FiAchats end-read
           end-perform.
           close FiAchats FiComptabilises FiRejets.
           open output FiDepassements.
           perform reecrireClients.
           close FiDepassements.
           move nbAchatsLus to nbAchatsLus-ed.
           display "Achats lus: " nbAchatsLus-ed.
           move nbAchatsRetenus to nbAchatsRetenus-ed.
           display "Achats comptabilises: " nbAchatsRetenus-ed.
           move totalRetenu to totalRetenu-ed.
           display "Montant comptabilise: " totalRetenu-ed.
           move nbRejets to nbRejets-ed.
           display "Achats rejetes: " nbRejets-ed.
           move nbDepassements to nbDepassements-ed.
           display "Colonnes plafonnees: " nbDepassements-ed.
           if nbRejets not = 0 or nbDepassements not = 0
               move 4 to return-code
           end-if.
           stop run.

       chargerClients.
           open input FiClients.
           if not fiClientsOK
               display "Clients.seq introuvable, statut: "
                       fs-FiClients
               move 8 to return-code
               stop run
           end-if.
           read FiClients end-read.
           perform until finFiClients or nbClients >= 999
               add 1 to nbClients
               move nom to nomClientTab(nbClients)
               perform varying i from 1 by 1 until i > 12
                   move 0 to cumulMoisTab(nbClients i)
               end-perform
               read FiClients end-read
           end-perform.
           if not finFiClients
               display "ATTENTION: plus de 999 clients, "
                       "comptabilisation arretee"
               close FiClients
               move 8 to return-code
               stop run
           end-if.
           close FiClients.

      *****************************************************************
      *    Controles d'un achat : client connu de Clients.seq, date
      *    valide dans l'annee traitee, numero de document present et
      *    jamais vu, montant numerique non nul, categorie presente.
      *****************************************************************
       validerAchat.
           move 0 to indClientTrouve.
           perform varying indClient from 1 by 1
                   until indClient > nbClients
                      or indClientTrouve not = 0
               if nomClientTab(indClient) = nomClientAchat
                   move indClient to indClientTrouve
               end-if
           end-perform.
           perform controlerDocument.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateAchat(1:6)==.
           if periodeCloturee
               perform rechercherDejaComptabilise
           end-if.
           evaluate true
               when indClientTrouve = 0
                   move "client inconnu" to raisonRejet
                   perform rejeterAchat
               when dateAchat not numeric
                   move "date non numerique" to raisonRejet
                   perform rejeterAchat
               when moisAchat < 1 or moisAchat > 12
                 or jourAchat < 1 or jourAchat > 31
                   move "date invalide" to raisonRejet
                   perform rejeterAchat
               when anneeAchat not = exerciceAchats
                   move "date hors de l'annee traitee" to raisonRejet
                   perform rejeterAchat
               when periodeCloturee and not dejaComptabilise
                   move "mois cloture, achat refuse" to raisonRejet
                   perform rejeterAchat
               when numeroDocAchat = spaces
                   move "numero de document absent" to raisonRejet
                   perform rejeterAchat
               when documentDejaVu
                   move "numero de document en double" to raisonRejet
                   perform rejeterAchat
               when montantAchat not numeric
                   move "montant non numerique" to raisonRejet
                   perform rejeterAchat
               when montantAchat = 0
                   move "montant nul" to raisonRejet
                   perform rejeterAchat
               when categorieAchat = spaces
                   move "categorie de produit absente" to raisonRejet
                   perform rejeterAchat
               when other
                   perform retenirAchat
           end-evaluate.

      *    Le numero de document est memorise des sa premiere
      *    apparition, meme rejetee pour un autre motif : un second
      *    achat sous le meme numero reste un doublon a verifier.
       controlerDocument.
           move "N" to documentVuSW.
           if numeroDocAchat not = spaces
               perform varying indDocument from 1 by 1
                       until indDocument > nbDocuments
                          or documentDejaVu
                   if numeroDocTab(indDocument) = numeroDocAchat
                       move "O" to documentVuSW
                   end-if
               end-perform
               if not documentDejaVu and nbDocuments < 5000
                   add 1 to nbDocuments
                   move numeroDocAchat to numeroDocTab(nbDocuments)
               end-if
           end-if.

       chargerDejaComptabilises.
           open input FiComptabilises.
           if fiComptabilisesOK
               read FiComptabilises end-read
               perform until fiComptabilisesFin
                          or nbDejaComptabilises >= 5000
                   add 1 to nbDejaComptabilises
                   move engComptabilise(41:10)
                        to docComptabiliseTab(nbDejaComptabilises)
                   read FiComptabilises end-read
               end-perform
               close FiComptabilises
           end-if.

       rechercherDejaComptabilise.
           move "N" to dejaComptabiliseSW.
           perform varying indDejaComptabilise from 1 by 1
                   until indDejaComptabilise > nbDejaComptabilises
                      or dejaComptabilise
               if docComptabiliseTab(indDejaComptabilise)
                  = numeroDocAchat
                   move "O" to dejaComptabiliseSW
               end-if
           end-perform.

       retenirAchat.
           add 1 to nbAchatsRetenus.
           add montantAchat to totalRetenu.
           add montantAchat
               to cumulMoisTab(indClientTrouve moisAchat).
           write engComptabilise from engAchat end-write.

       rejeterAchat.
           add 1 to nbRejets.
           move numeroDocAchat to docRejet-ed.
           move nomClientAchat to nomRejet-ed.
           move raisonRejet to raisonRejet-ed.
           write engRejet from ligneRejet end-write.

       reecrireClients.
           open output FiClients.
           perform varying indClient from 1 by 1
                   until indClient > nbClients
               move nomClientTab(indClient) to nom
               perform varying i from 1 by 1 until i > 12
                   if cumulMoisTab(indClient i) > plafondColonne
                       add 1 to nbDepassements
                       move nomClientTab(indClient)
                            to nomDepassement-ed
                       move i to moisDepassement-ed
                       move cumulMoisTab(indClient i)
                            to cumulDepassement-ed
                       write engDepassement from ligneDepassement
                             end-write
                       move plafondColonne to montAchats(i)
                   else
                       move cumulMoisTab(indClient i)
                            to montAchats(i)
                   end-if
               end-perform
               write engFiClients end-write
           end-perform.
           close FiClients.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClients
                         NOMFIC BY "Clients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAchats
                         NOMFIC BY "AchatsClients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiComptabilises
                         NOMFIC BY "AchatsComptabilises.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "AchatsRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDepassements
                         NOMFIC BY "AchatsDepassements.seq".

       end program AchatsComptabilisation.
