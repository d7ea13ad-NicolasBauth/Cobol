           select FiAging assign to dynamic cheminFiAging
               organization is line sequential
               file status is fs-FiAging.
           select optional FiReportes
               assign to dynamic cheminFiReportes
               organization is line sequential
               file status is fs-FiReportes.
           select optional FiArrieres assign to dynamic cheminFiArrieres
               organization is line sequential
               file status is fs-FiArrieres.
       FD FiAging.
       01 engAging pic x(90).

      *    Soldes reportes par la cloture annuelle (ClientsCloture).
       FD FiReportes.
       01 engReporte.
           COPY "SoldeReporte.cpy".

       FD FiArrieres.
       01 engArrieres pic x(30).

          "D:\EclipseCobol\workspace\FichiersCobol\Paiements.seq".
       01 cheminFiAging pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\Aging.seq".
       01 cheminFiReportes pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\SoldesReportes.seq".
       01 cheminFiArrieres pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\ClientsArrieres.seq".

                                        FSOK BY fiAgingOK
                                        FSFIN BY fiAgingFin
                                        FSABSENT BY fiAgingAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiReportes
                                        FSOK BY fiReportesOK
                                        FSFIN BY finFiReportes
                                        FSABSENT BY fiReportesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiArrieres
                                        FSOK BY fiArrieresOK
                                        FSFIN BY fiArrieresFin
               03 nomSolde pic x(30).
               03 montAchatsSolde pic 9(6)v99.
               03 montPayeSolde pic 9(7)v99.
               03 soldeReporteSolde pic s9(7)v99.
               03 datePaieRecente pic 9(6).
       01 nbSoldes pic 999 value 0.
       01 indSolde pic 999.
           accept dateJour from date.
           perform chargerClients.
           perform appliquerPaiements.
           perform chargerReportes.
           perform imprimerAging.
           move totalExposition to totalExposition-ed.
           display "Exposition totale: " totalExposition-ed " euros".
               end-perform
               move montAnnuel to montAchatsSolde(nbSoldes)
               move 0 to montPayeSolde(nbSoldes)
               move 0 to soldeReporteSolde(nbSoldes)
               move 0 to datePaieRecente(nbSoldes)
               read FiClients end-read
           end-perform.
               end-if
           end-if.

      *    Le reste du client a la cloture de l'exercice precedent
      *    fait partie de son solde.
       chargerReportes.
           open input FiReportes.
           if fiReportesOK
               read FiReportes end-read
               perform until finFiReportes
                   move 0 to indSoldeTrouve
                   perform varying indSolde from 1 by 1
                           until indSolde > nbSoldes
                              or indSoldeTrouve not = 0
                       if nomSolde(indSolde) = nomClientReporte
                           move indSolde to indSoldeTrouve
                       end-if
                   end-perform
                   if indSoldeTrouve not = 0
                      and soldeReporte numeric
                       add soldeReporte
                           to soldeReporteSolde(indSoldeTrouve)
                   end-if
                   read FiReportes end-read
               end-perform
           end-if.
           close FiReportes.

      *****************************************************************
      *    L'anciennete d'un solde est comptee en jours depuis le
      *    paiement le plus recent du client (ou consideree 90+ si le
                   until indSolde > nbSoldes
               compute soldeClient = montAchatsSolde(indSolde)
                       - montPayeSolde(indSolde)
                       + soldeReporteSolde(indSolde)
               if soldeClient > 0
                   add soldeClient to totalExposition
                   perform determinerTranche
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiArrieres
                         NOMFIC BY "ClientsArrieres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReportes
                         NOMFIC BY "SoldesReportes.seq".

       end program ClientsReglements.
