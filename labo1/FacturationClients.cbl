               assign to dynamic cheminFiRegistreFact
               organization is line sequential
               file status is fs-FiRegistreFact.
           select optional FiExecutions
               assign to dynamic cheminFiExecutions
               organization is line sequential
               file status is fs-FiExecutions.

       data division.
       file section.
           02 tvaRegistre pic 9(6)v99.
           02 filler pic x value space.
           02 etatRegistre pic x(8).
      *    Journal des traitements mensuels lu par la cloture.
       FD FiExecutions.
       01 engExecution.
           COPY "ExecutionPeriode.cpy".

       working-storage section.

       01 cheminFiBloques pic x(80) value "ClientsBloques.seq".
       01 cheminFiSequence pic x(80) value "FacturesSequence.seq".
       01 cheminFiRegistreFact pic x(80) value "RegistreFactures.seq".
       01 cheminFiExecutions pic x(80) value "ExecutionsPeriodes.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuv
                                        FSOK BY fiOuvOK
       01 clientBloqueSW pic x value "N".
           88 clientBloque value "O".
       01 nbFacturesRetenues pic 999 value 0.
       01 nbFacturesEmises pic 999 value 0.
       01 nbFacturesSansTaux pic 999 value 0.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSequence
                                        FSOK BY fiSequenceOK
                                        FSOK BY fiRegistreFactOK
                                        FSFIN BY fiRegistreFactFin
                                        FSABSENT BY fiRegistreFactAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExecutions
                                        FSOK BY fiExecutionsOK
                                        FSFIN BY fiExecutionsFin
                                        FSABSENT BY fiExecutionsAbsent.
       01 dateExecutionJour pic 9(8).
       01 heureExecutionJour pic 9(8).
       01 numeroFacture pic 9(6) value 0.
       COPY "VerrouPeriodeZone.cpy".
       01 dateJour pic 9(6).
      *    Taux de TVA (99v99 sans point) depuis la cle TAUX-TVA de
      *    Parametres.seq; le taux legal courant sert de repli.
           02 filler pic x(9) value ",  TTC : ".
           02 montantTtcFact-ed pic zzzzzz9.99.

      *    Communication structuree imprimee sur la facture :
      *    base 1000 suivie du numero de facture, controle modulo 97
      *    (97 pour un reste nul), reconnue a l'import du releve.
       01 communicationFact.
           02 baseCommFact pic 9(10).
           02 controleCommFact pic 99.
       01 quotientCommFact pic 9(10).
       01 ligneCommunicationFact.
           02 filler pic x(16) value "Communication : ".
           02 filler pic x(3) value "+++".
           02 commFact1-ed pic x(3).
           02 filler pic x value "/".
           02 commFact2-ed pic x(4).
           02 filler pic x value "/".
           02 commFact3-ed pic x(5).
           02 filler pic x(3) value "+++".

       01 montantClient pic 9(8)v99.
       01 totalHeuresGeneral pic 9(7) value 0.
       01 totalFacturation pic 9(9)v99 value 0.
       main.
           perform resoudreEmplacements.
           accept dateJour from date.
           accept dateExecutionJour from date yyyymmdd.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateExecutionJour(1:6)==.
           if periodeCloturee
               display "Mois " periodeVerrou " cloture, clients non "
                       "factures"
               move 8 to return-code
               stop run
           end-if.
           perform lireParametres.
           perform lireSequenceFactures.
           perform chargerBloques.
           perform depouillerFiOuv.
           perform imprimerFacturation.
           perform ecrireSequenceFactures.
           perform enregistrerExecution.
           display "Total des heures facturables: "
                   totalHeuresGeneral
                   " (a rapprocher des heures de la paie)".
           end-if.
           stop run.

      *****************************************************************
      *    Passage du mois au journal des traitements : la cloture
      *    mensuelle rapproche ces heures facturables des heures
      *    payees. Un client facture sans taux est un ecart.
      *****************************************************************
       enregistrerExecution.
           accept dateExecutionJour from date yyyymmdd.
           accept heureExecutionJour from time.
           open extend FiExecutions.
           if not fiExecutionsOK and fs-FiExecutions not = "05"
               open output FiExecutions
           end-if.
           move spaces to engExecution.
           move dateExecutionJour(1:6) to periodeExecution.
           move "FACTCLI" to traitementExecution.
           move dateExecutionJour to dateExecution.
           move heureExecutionJour(1:6) to heureExecution.
           if nbFacturesSansTaux = 0
               move "R" to statutExecution
           else
               move "E" to statutExecution
           end-if.
           move nbFacturesEmises to nbDocumentsExecution.
           move totalHeuresGeneral to heuresExecution.
           move totalFacturation to montantExecution.
           write engExecution end-write.
           close FiExecutions.

       chargerBloques.
           open input FiBloques.
           if fiBloquesOK
               if totalHeuresClient(indFacture) not = 0
                  and not clientBloque
                   add 1 to numeroFacture
                   add 1 to nbFacturesEmises
                   move numeroFacture to numeroFact-ed
                   move dateJour to dateFact-ed
                   write engFacturation from ligneNumeroFact
                       move spaces to marqueTaux-ed
                   else
                       move "** SANS TAUX **" to marqueTaux-ed
                       add 1 to nbFacturesSansTaux
                   end-if
                   write engFacturation from ligneMontantFact
                         end-write
           move montantTva to montantTvaFact-ed.
           move montantTtc to montantTtcFact-ed.
           write engFacturation from ligneTvaFact end-write.
           compute baseCommFact = 1000000000 + numeroFacture.
           divide baseCommFact by 97 giving quotientCommFact
                  remainder controleCommFact.
           if controleCommFact = 0
               move 97 to controleCommFact
           end-if.
           move communicationFact(1:3) to commFact1-ed.
           move communicationFact(4:4) to commFact2-ed.
           move communicationFact(8:5) to commFact3-ed.
           write engFacturation from ligneCommunicationFact
                 end-write.
           move numeroFacture to numeroRegistre.
           move dateJour to dateRegistre.
           move nomClientFacture(indFacture) to clientRegistre.
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistreFact
                         NOMFIC BY "RegistreFactures.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExecutions
                         NOMFIC BY "ExecutionsPeriodes.seq".

       end program FacturationClients.
