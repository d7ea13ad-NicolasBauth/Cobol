           select optional FiCredits assign to dynamic cheminFiCredits
               organization is line sequential
               file status is fs-FiCredits.
           select optional FiReportes
               assign to dynamic cheminFiReportes
               organization is line sequential
               file status is fs-FiReportes.
           select optional FiRevue assign to dynamic cheminFiRevue
               organization is line sequential
               file status is fs-FiRevue.
           select FiDepassements
               assign to dynamic cheminFiDepassements
               organization is line sequential
           02 limiteCreditX pic x(9).
           02 filler pic x.
           02 dateOctroiCredit pic 9(6).
      *    Soldes reportes par la cloture annuelle (ClientsCloture).
       FD FiReportes.
       01 engReporte.
           COPY "SoldeReporte.cpy".
      *    Clients dont le delai de paiement s'allonge depuis trois
      *    periodes, releves par ClientsComportement.
       FD FiRevue.
       01 engRevue.
           02 nomClientRevue pic x(30).
           02 filler pic x.
           02 delaiRevue pic 9(3)v9.
           02 filler pic x.
           02 delaiAncienRevue pic 9(3)v9.
           02 filler pic x.
           02 periodeRevue pic 9(4).
       FD FiDepassements.
       01 engDepassement pic x(90).
       FD FiBloques.
       01 cheminFiClients pic x(80) value "Clients.seq".
       01 cheminFiPaiements pic x(80) value "Paiements.seq".
       01 cheminFiCredits pic x(80) value "CreditsClients.seq".
       01 cheminFiReportes pic x(80) value "SoldesReportes.seq".
       01 cheminFiRevue pic x(80) value "RevueLimitesCredit.seq".
       01 cheminFiDepassements pic x(80) value
          "DepassementsCredit.seq".
       01 cheminFiBloques pic x(80) value "ClientsBloques.seq".
                                        FSOK BY fiCreditsOK
                                        FSFIN BY finFiCredits
                                        FSABSENT BY fiCreditsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiReportes
                                        FSOK BY fiReportesOK
                                        FSFIN BY finFiReportes
                                        FSABSENT BY fiReportesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRevue
                                        FSOK BY fiRevueOK
                                        FSFIN BY finFiRevue
                                        FSABSENT BY fiRevueAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiDepassements
                                        FSOK BY fiDepassementsOK
                                        FSFIN BY fiDepassementsFin
               03 nomExposition pic x(30).
               03 montAchatsExpo pic 9(6)v99.
               03 montPayeExpo pic 9(7)v99.
               03 soldeReporteExpo pic s9(7)v99.
               03 limiteCreditExpo pic 9(7)v99.
               03 limiteConnueSW pic x.
                   88 limiteConnue value "O".

       01 nbDepassements pic 999 value 0.
       01 nbSansLimite pic 999 value 0.
       01 nbRevues pic 999 value 0.
       01 nbDepassements-ed pic zz9.
       01 nbRevues-ed pic zz9.
       01 nbSansLimite-ed pic zz9.

       01 ligneTitreDepassements pic x(90) value
           02 limiteLigne-ed pic zzzzzz9.99.
           02 filler pic x(3) value " - ".
           02 depassementLigne-ed pic zzzzzz9.99.
       01 ligneTitreRevue pic x(90) value
          "Limites a revoir, delai de paiement en hausse sur trois "
          & "periodes (expo, limite, delais)".
       01 ligneRevue.
           02 nomRevue-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 expositionRevue-ed pic -zzzzz9.99.
           02 filler pic x(3) value " - ".
           02 limiteRevue-ed pic x(10).
           02 filler pic x(3) value " - ".
           02 delaiAncienRevue-ed pic zz9.9.
           02 filler pic x(5) value " j > ".
           02 delaiRevue-ed pic zz9.9.
           02 filler pic x(2) value " j".

       procedure division.
       main.
           perform resoudreEmplacements.
           perform chargerClients.
           perform appliquerPaiements.
           perform chargerReportes.
           perform chargerCredits.
           perform controlerExpositions.
           move nbDepassements to nbDepassements-ed.
                   nbDepassements-ed.
           move nbSansLimite to nbSansLimite-ed.
           display "Clients sans limite accordee: " nbSansLimite-ed.
           move nbRevues to nbRevues-ed.
           display "Limites a revoir (delai de paiement): "
                   nbRevues-ed.
           if nbDepassements not = 0
               move 4 to return-code
           end-if.
               end-perform
               move montAnnuel to montAchatsExpo(nbExpositions)
               move 0 to montPayeExpo(nbExpositions)
               move 0 to soldeReporteExpo(nbExpositions)
               move 0 to limiteCreditExpo(nbExpositions)
               move "N" to limiteConnueSW(nbExpositions)
               read FiClients end-read
           end-if.
           close FiPaiements.

      *    Le reste du client a la cloture de l'exercice precedent
      *    fait partie de son exposition.
       chargerReportes.
           open input FiReportes.
           if fiReportesOK
               read FiReportes end-read
               perform until finFiReportes
                   move 0 to indExpoTrouvee
                   perform varying indExposition from 1 by 1
                           until indExposition > nbExpositions
                              or indExpoTrouvee not = 0
                       if nomExposition(indExposition)
                          = nomClientReporte
                           move indExposition to indExpoTrouvee
                       end-if
                   end-perform
                   if indExpoTrouvee not = 0
                      and soldeReporte numeric
                       add soldeReporte
                           to soldeReporteExpo(indExpoTrouvee)
                   end-if
                   read FiReportes end-read
               end-perform
           end-if.
           close FiReportes.

       chargerCredits.
           open input FiCredits.
           if fiCreditsOK
           end-if.

      *****************************************************************
      *    Exposition = report de l'exercice precedent plus achats
      *    cumules moins paiements lettres.
      *    Au-dela de la limite accordee, le client passe au listing
      *    des depassements et a l'extrait des bloques que la
      *    facturation honore.
               compute expositionClient =
                       montAchatsExpo(indExposition)
                       - montPayeExpo(indExposition)
                       + soldeReporteExpo(indExposition)
               if not limiteConnue(indExposition)
                   add 1 to nbSansLimite
               else
                   end-if
               end-if
           end-perform.
           perform listerRevues.
           close FiDepassements FiBloques.

      *****************************************************************
      *    Les clients dont le delai de paiement s'allonge par
      *    habitude sont repris a la suite du listing, avec leur
      *    exposition et leur limite, pour revue de celle-ci.
      *****************************************************************
       listerRevues.
           open input FiRevue.
           if fiRevueOK
               read FiRevue end-read
               perform until finFiRevue
                   if nbRevues = 0
                       write engDepassement from ligneTitreRevue
                             end-write
                   end-if
                   add 1 to nbRevues
                   perform ecrireLigneRevue
                   read FiRevue end-read
               end-perform
           end-if.
           close FiRevue.

       ecrireLigneRevue.
           move 0 to indExpoTrouvee.
           perform varying indExposition from 1 by 1
                   until indExposition > nbExpositions
                      or indExpoTrouvee not = 0
               if nomExposition(indExposition) = nomClientRevue
                   move indExposition to indExpoTrouvee
               end-if
           end-perform.
           move nomClientRevue to nomRevue-ed.
           if indExpoTrouvee = 0
               move 0 to expositionRevue-ed
               move "inconnu" to limiteRevue-ed
           else
               compute expositionClient =
                       montAchatsExpo(indExpoTrouvee)
                       - montPayeExpo(indExpoTrouvee)
                       + soldeReporteExpo(indExpoTrouvee)
               move expositionClient to expositionRevue-ed
               if limiteConnue(indExpoTrouvee)
                   move limiteCreditExpo(indExpoTrouvee)
                        to limiteLigne-ed
                   move limiteLigne-ed to limiteRevue-ed
               else
                   move "sans" to limiteRevue-ed
               end-if
           end-if.
           if delaiAncienRevue numeric
               move delaiAncienRevue to delaiAncienRevue-ed
           else
               move 0 to delaiAncienRevue-ed
           end-if.
           if delaiRevue numeric
               move delaiRevue to delaiRevue-ed
           else
               move 0 to delaiRevue-ed
           end-if.
           write engDepassement from ligneRevue end-write.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCredits
                         NOMFIC BY "CreditsClients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReportes
                         NOMFIC BY "SoldesReportes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRevue
                         NOMFIC BY "RevueLimitesCredit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDepassements
                         NOMFIC BY "DepassementsCredit.seq".
