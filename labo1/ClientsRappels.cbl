               assign to dynamic cheminFiParametres
               organization is line sequential
               file status is fs-FiParametres.
           select optional FiReportes
               assign to dynamic cheminFiReportes
               organization is line sequential
               file status is fs-FiReportes.
           select optional FiRegistreDom
               assign to dynamic cheminFiRegistreDom
               organization is line sequential
               file status is fs-FiRegistreDom.
           select FiRappels assign to dynamic cheminFiRappels
               organization is line sequential
               file status is fs-FiRappels.
           select FiNiveau3 assign to dynamic cheminFiNiveau3
               organization is line sequential
               file status is fs-FiNiveau3.
           select optional FiClientsMaster
               assign to dynamic cheminFiClientsMaster
               organization is line sequential
               file status is fs-FiClientsMaster.
           select FiCourrier assign to dynamic cheminFiCourrier
               organization is line sequential
               file status is fs-FiCourrier.

       data division.
       file section.
       01 engParametre.
           02 cleParametre pic x(20).
           02 valeurParametreX pic x(12).
      *    Soldes reportes par la cloture annuelle (ClientsCloture).
       FD FiReportes.
       01 engReporte.
           COPY "SoldeReporte.cpy".
      *    Prelevements par domiciliation (ClientsDomiciliations).
       FD FiRegistreDom.
       01 engRegistreDom.
           COPY "DomiciliationReg.cpy".
       FD FiRappels.
       01 engRappel pic x(80).
       FD FiNiveau3.
       01 engNiveau3 pic x(60).
      *    Fiche client : l'adresse libre sert d'adresse d'envoi.
       FD FiClientsMaster.
       01 engClientsMaster.
           02 nomMaster pic x(30).
           02 adresseMaster pic x(40).
           02 contactMaster pic x(30).
           02 categorieMaster pic x(10).
       FD FiCourrier.
       01 engCourrier.
           COPY "CourrierSortant.cpy".

       working-storage section.

       01 cheminFiPaiements pic x(80) value "Paiements.seq".
       01 cheminFiRelancesEtat pic x(80) value "RelancesEtat.seq".
       01 cheminFiParametres pic x(80) value "Parametres.seq".
       01 cheminFiReportes pic x(80) value "SoldesReportes.seq".
       01 cheminFiRegistreDom pic x(80)
          value "DomiciliationsRegistre.seq".
       01 cheminFiRappels pic x(80) value "Rappels.seq".
       01 cheminFiNiveau3 pic x(80) value "RelancesNiveau3.seq".
       01 cheminFiCourrier pic x(80) value "CourrierSortant.seq".
       01 cheminFiClientsMaster pic x(80) value "ClientsMaster.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClients
                                        FSOK BY fiClientsOK
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiReportes
                                        FSOK BY fiReportesOK
                                        FSFIN BY finFiReportes
                                        FSABSENT BY fiReportesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRegistreDom
                                        FSOK BY fiRegistreDomOK
                                        FSFIN BY finFiRegistreDom
                                        FSABSENT BY fiRegistreDomAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRappels
                                        FSOK BY fiRappelsOK
                                        FSFIN BY fiRappelsFin
                                        FSOK BY fiNiveau3OK
                                        FSFIN BY fiNiveau3Fin
                                        FSABSENT BY fiNiveau3Absent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourrier
                                        FSOK BY fiCourrierOK
                                        FSFIN BY fiCourrierFin
                                        FSABSENT BY fiCourrierAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClientsMaster
                                        FSOK BY fiClientsMasterOK
                                        FSFIN BY finFiClientsMaster
                                        FSABSENT BY fiClientsMasterAbs.

      *    Delai minimum entre deux rappels (cle DELAI-RELANCE de
      *    Parametres.seq, en jours).
               03 nomSolde pic x(30).
               03 montAchatsSolde pic 9(6)v99.
               03 montPayeSolde pic 9(7)v99.
               03 soldeReporteSolde pic s9(7)v99.
               03 tabMensuels.
                   04 montMensuelSolde occurs 12 pic 9(4)v99.
               03 niveauDejaEnvoye pic 9.
               03 dateDernierRappel pic 9(6).
               03 dateRejetDomSolde pic 9(8).
               03 dateEcheanceDomSolde pic 9(8).
               03 adresseSolde pic x(40).
       01 nbSoldes pic 999 value 0.
       01 indSolde pic 999.
       01 indSoldeTrouve pic 999.
           02 filler pic x(4) value " -> ".
           02 montMoisRappel-ed pic zzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneRappelReport.
           02 filler pic x(4) value spaces.
           02 filler pic x(31) value "report de l'exercice precedent".
           02 filler pic x(4) value " -> ".
           02 montReportRappel-ed pic -zzzzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneRappelRejetDom.
           02 filler pic x(15) value "Le prelevement ".
           02 filler pic x(3) value "du ".
           02 echeanceDomRappel-ed pic 9999/99/99.
           02 filler pic x(31) value " a ete rejete par votre banque ".
           02 filler pic x(3) value "le ".
           02 rejetDomRappel-ed pic 9999/99/99.
           02 filler pic x value ".".
       01 ligneRappelSeparation pic x(60) value all "-".

       01 ligneNiveau3.
           perform lireParametres.
           perform chargerClients.
           perform appliquerPaiements.
           perform chargerReportes.
           perform chargerRelancesEtat.
           perform chargerRejetsDom.
           perform chargerAdresses.
           open output FiRappels.
           open output FiNiveau3.
           open extend FiCourrier.
           if not fiCourrierOK and fs-FiCourrier not = "05"
               open output FiCourrier
           end-if.
           perform traiterRappels.
           close FiRappels FiNiveau3 FiCourrier.
           perform reecrireRelancesEtat.
           move nbRappels1 to nbRappels1-ed.
           move nbRappels2 to nbRappels2-ed.
               end-perform
               move montAnnuel to montAchatsSolde(nbSoldes)
               move 0 to montPayeSolde(nbSoldes)
               move 0 to soldeReporteSolde(nbSoldes)
               move 0 to niveauDejaEnvoye(nbSoldes)
               move 0 to dateDernierRappel(nbSoldes)
               move 0 to dateRejetDomSolde(nbSoldes)
               move 0 to dateEcheanceDomSolde(nbSoldes)
               move spaces to adresseSolde(nbSoldes)
               read FiClients end-read
           end-perform.
           close FiClients.
           end-if.
           close FiPaiements.

      *    Le reste du client a la cloture de l'exercice precedent
      *    fait partie de son solde ouvert.
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

       chargerRelancesEtat.
           open input FiRelancesEtat.
           if fiRelancesEtatOK
           end-if.
           close FiRelancesEtat.

      *    Un prelevement rejete a deja ete retire de Paiements.seq
      *    par ClientsDomiciliations; on retient le rejet le plus
      *    recent pour le signaler sur le rappel.
       chargerRejetsDom.
           open input FiRegistreDom.
           if fiRegistreDomOK
               read FiRegistreDom end-read
               perform until finFiRegistreDom
                   if domRejete
                       move 0 to indSoldeTrouve
                       perform varying indSolde from 1 by 1
                               until indSolde > nbSoldes
                                  or indSoldeTrouve not = 0
                           if nomSolde(indSolde) = nomClientDom
                               move indSolde to indSoldeTrouve
                           end-if
                       end-perform
                       if indSoldeTrouve not = 0
                          and dateRejetDom >
                              dateRejetDomSolde(indSoldeTrouve)
                           move dateRejetDom
                                to dateRejetDomSolde(indSoldeTrouve)
                           move dateEcheanceDom
                                to dateEcheanceDomSolde(indSoldeTrouve)
                       end-if
                   end-if
                   read FiRegistreDom end-read
               end-perform
           end-if.
           close FiRegistreDom.

      *****************************************************************
      *    Escalade : un client en solde ouvert recoit le niveau
      *    suivant celui deja envoye (plafonne a 3), mais seulement
                   until indSolde > nbSoldes
               compute soldeClient = montAchatsSolde(indSolde)
                       - montPayeSolde(indSolde)
                       + soldeReporteSolde(indSolde)
               if soldeClient <= 0
                   move 0 to niveauDejaEnvoye(indSolde)
                   move 0 to dateDernierRappel(indSolde)
           end-evaluate.
           write engRappel from ligneRappelTexte end-write.
           compute soldeClient = montAchatsSolde(indSolde)
                   - montPayeSolde(indSolde)
                   + soldeReporteSolde(indSolde).
           move soldeClient to soldeRappel-ed.
           write engRappel from ligneRappelSolde end-write.
           if dateRejetDomSolde(indSolde) not = 0
              and dateRejetDomSolde(indSolde)(3:6)
                  > dateDernierRappel(indSolde)
               move dateEcheanceDomSolde(indSolde)
                    to echeanceDomRappel-ed
               move dateRejetDomSolde(indSolde) to rejetDomRappel-ed
               write engRappel from ligneRappelRejetDom end-write
           end-if.
           if soldeReporteSolde(indSolde) not = 0
               move soldeReporteSolde(indSolde) to montReportRappel-ed
               write engRappel from ligneRappelReport end-write
           end-if.
           perform varying i from 1 by 1 until i > 12
               if montMensuelSolde(indSolde i) not = 0
                   move i to moisRappel-ed
               end-if
           end-perform.
           write engRappel from ligneRappelSeparation end-write.
           perform deposerCourrier.
           move niveauAEnvoyer to niveauDejaEnvoye(indSolde).
           move dateJour to dateDernierRappel(indSolde).
           if niveauAEnvoyer = 3
               write engNiveau3 from ligneNiveau3 end-write
           end-if.

      *    Chaque rappel passe aussi par la boite d'envoi commune, a
      *    l'adresse de la fiche client quand elle existe.
       deposerCourrier.
           move spaces to engCourrier.
           accept dateCourrier from date yyyymmdd.
           move "RELC" to typeCourrier.
           move nomSolde(indSolde) to destinataireCourrier.
           move adresseSolde(indSolde) to rueCourrier.
           move 1 to nbPagesCourrier.
           move "Rappels.seq" to documentCourrier.
           move nomSolde(indSolde) to cleDocumentCourrier.
           write engCourrier end-write.

       chargerAdresses.
           open input FiClientsMaster.
           if fiClientsMasterOK
               read FiClientsMaster end-read
               perform until finFiClientsMaster
                   perform varying indSolde from 1 by 1
                           until indSolde > nbSoldes
                       if nomSolde(indSolde) = nomMaster
                           move adresseMaster to adresseSolde(indSolde)
                       end-if
                   end-perform
                   read FiClientsMaster end-read
               end-perform
           end-if.
           close FiClientsMaster.

       reecrireRelancesEtat.
           open output FiRelancesEtat.
           perform varying indSolde from 1 by 1
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistreDom
                         NOMFIC BY "DomiciliationsRegistre.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReportes
                         NOMFIC BY "SoldesReportes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRappels
                         NOMFIC BY "Rappels.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiNiveau3
                         NOMFIC BY "RelancesNiveau3.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClientsMaster
                         NOMFIC BY "ClientsMaster.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourrier
                         NOMFIC BY "CourrierSortant.seq".

       end program ClientsRappels.
