       program-id. AvancesSoldes as "AvancesSoldes".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiAvances assign to dynamic cheminFiAvances
               organization is line sequential
               file status is fs-FiAvances.
           select FiSoldes assign to dynamic cheminFiSoldes
               organization is line sequential
               file status is fs-FiSoldes.

       data division.
       file section.
       FD FiAvances.
       01 engAvance.
           COPY "AvanceOuvrier.cpy".
       FD FiSoldes.
       01 engSolde pic x(90).

       working-storage section.

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiAvances pic x(80) value "AvancesOuvriers.seq".
       01 cheminFiSoldes pic x(80) value "AvancesSoldes.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAvances
                                        FSOK BY fiAvancesOK
                                        FSFIN BY finFiAvances
                                        FSABSENT BY fiAvancesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSoldes
                                        FSOK BY fiSoldesOK
                                        FSFIN BY fiSoldesFin
                                        FSABSENT BY fiSoldesAbsent.

       01 dateJour pic 9(8).

      *    Avances encore dues, regroupees par ouvrier a
      *    l'impression; les avances soldees sont seulement comptees.
       01 tabAvances.
           02 avanceTab occurs 300.
               03 nomOuvrierAvTab pic x(30).
               03 typeAvTab pic x.
               03 dateDebutAvTab pic 9(8).
               03 montantAvTab pic 9(6)v99.
               03 mensualiteAvTab pic 9(6)v99.
               03 arriereAvTab pic 9(6)v99.
               03 soldeAvTab pic 9(6)v99.
               03 avanceImprimeeTab pic x.
       01 nbAvances pic 999 value 0.
       01 indAvance pic 999.
       01 indAvanceOuvrier pic 999.

       01 nbLignesLues pic 9(4) value 0.
       01 nbSoldees pic 9(4) value 0.
       01 nbIllisibles pic 9(4) value 0.
       01 nbOuvriersDebiteurs pic 9(4) value 0.
       01 totalOuvrier pic 9(8)v99.
       01 totalGeneral pic 9(8)v99 value 0.
       01 totalArrieres pic 9(8)v99 value 0.
       01 nbLignesLues-ed pic zzz9.
       01 nbAvances-ed pic zzz9.
       01 nbSoldees-ed pic zzz9.
       01 nbIllisibles-ed pic zzz9.

       01 ligneTitre.
           02 filler pic x(32)
              value "Soldes des avances et prets au ".
           02 dateTitre-ed pic 9999/99/99.
       01 ligneEntete.
           02 filler pic x(33) value "Ouvrier".
           02 filler pic x(11) value "Debut".
           02 filler pic x(10) value "  Montant".
           02 filler pic x(10) value " Mensual.".
           02 filler pic x(10) value "  Arriere".
           02 filler pic x(10) value "    Solde".
       01 ligneAvance.
           02 nomAvance-ed pic x(30).
           02 filler pic x value space.
           02 typeAvance-ed pic x.
           02 filler pic x value space.
           02 dateDebut-ed pic 9999/99/99.
           02 filler pic x value space.
           02 montant-ed pic zzzzz9.99.
           02 filler pic x value space.
           02 mensualite-ed pic zzzzz9.99.
           02 filler pic x value space.
           02 arriere-ed pic zzzzz9.99.
           02 filler pic x value space.
           02 solde-ed pic zzzzz9.99.
       01 ligneTotalOuvrier.
           02 filler pic x(15) value "  Reste du par ".
           02 nomTotal-ed pic x(30).
           02 filler pic x(3) value " : ".
           02 totalOuvrier-ed pic zzzzzzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneTotalGeneral.
           02 filler pic x(22) value "Total encore du : ".
           02 totalGeneral-ed pic zzzzzzz9.99.
           02 filler pic x(23) value " euros, dont arrieres ".
           02 totalArrieres-ed pic zzzzzzz9.99.

       procedure division.
       main.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           perform chargerAvances.
           open output FiSoldes.
           if not fiSoldesOK
               display "AvancesSoldes.seq impossible a creer, statut: "
                       fs-FiSoldes
               move 8 to return-code
               stop run
           end-if.
           move dateJour to dateTitre-ed.
           write engSolde from ligneTitre end-write.
           write engSolde from spaces end-write.
           write engSolde from ligneEntete end-write.
           perform varying indAvance from 1 by 1
                   until indAvance > nbAvances
               if avanceImprimeeTab(indAvance) = "N"
                   perform imprimerOuvrier
               end-if
           end-perform.
           write engSolde from spaces end-write.
           move totalGeneral to totalGeneral-ed.
           move totalArrieres to totalArrieres-ed.
           write engSolde from ligneTotalGeneral end-write.
           close FiSoldes.
           move nbLignesLues to nbLignesLues-ed.
           display "Lignes d'avances lues: " nbLignesLues-ed.
           move nbAvances to nbAvances-ed.
           display "Avances encore dues: " nbAvances-ed.
           move nbSoldees to nbSoldees-ed.
           display "Avances soldees: " nbSoldees-ed.
           display "Ouvriers debiteurs: " nbOuvriersDebiteurs.
           display ligneTotalGeneral.
           if nbIllisibles not = 0
               move nbIllisibles to nbIllisibles-ed
               display "Lignes illisibles ignorees: " nbIllisibles-ed
               move 4 to return-code
           end-if.
           stop run.

       chargerAvances.
           open input FiAvances.
           if not fiAvancesOK
               display "AvancesOuvriers.seq absent, statut: "
                       fs-FiAvances ", aucune avance en cours"
           else
               read FiAvances end-read
               perform until finFiAvances
                   add 1 to nbLignesLues
                   perform retenirAvance
                   read FiAvances end-read
               end-perform
           end-if.
           close FiAvances.

       retenirAvance.
           if soldeAvanceX = spaces
               move montantAvanceX to soldeAvanceX
           end-if.
           inspect arriereAvanceX replacing all " " by "0".
           if nomOuvrierAvance = spaces
              or dateDebutAvanceX not numeric
              or montantAvanceX not numeric
              or mensualiteAvanceX not numeric
              or soldeAvanceX not numeric
              or arriereAvanceX not numeric
               add 1 to nbIllisibles
               display "Ligne d'avance illisible: " nomOuvrierAvance
           else
               if soldeAvance = 0
                   add 1 to nbSoldees
               else
                   if nbAvances >= 300
                       display "ATTENTION: plus de 300 avances dues, "
                               "suite non listee"
                   else
                       add 1 to nbAvances
                       move nomOuvrierAvance
                            to nomOuvrierAvTab(nbAvances)
                       move typeAvance to typeAvTab(nbAvances)
                       move dateDebutAvance to dateDebutAvTab(nbAvances)
                       move montantAvance to montantAvTab(nbAvances)
                       move mensualiteAvance
                            to mensualiteAvTab(nbAvances)
                       move arriereAvance to arriereAvTab(nbAvances)
                       move soldeAvance to soldeAvTab(nbAvances)
                       move "N" to avanceImprimeeTab(nbAvances)
                   end-if
               end-if
           end-if.

      *    Toutes les avances de l'ouvrier de la ligne courante sont
      *    imprimees ensemble, suivies du reste du par l'ouvrier.
       imprimerOuvrier.
           add 1 to nbOuvriersDebiteurs.
           move 0 to totalOuvrier.
           perform varying indAvanceOuvrier from indAvance by 1
                   until indAvanceOuvrier > nbAvances
               if nomOuvrierAvTab(indAvanceOuvrier)
                  = nomOuvrierAvTab(indAvance)
                   move "O" to avanceImprimeeTab(indAvanceOuvrier)
                   move nomOuvrierAvTab(indAvanceOuvrier)
                        to nomAvance-ed
                   move typeAvTab(indAvanceOuvrier) to typeAvance-ed
                   move dateDebutAvTab(indAvanceOuvrier)
                        to dateDebut-ed
                   move montantAvTab(indAvanceOuvrier) to montant-ed
                   move mensualiteAvTab(indAvanceOuvrier)
                        to mensualite-ed
                   move arriereAvTab(indAvanceOuvrier) to arriere-ed
                   move soldeAvTab(indAvanceOuvrier) to solde-ed
                   write engSolde from ligneAvance end-write
                   add soldeAvTab(indAvanceOuvrier) to totalOuvrier
                   add arriereAvTab(indAvanceOuvrier) to totalArrieres
               end-if
           end-perform.
           move nomOuvrierAvTab(indAvance) to nomTotal-ed.
           move totalOuvrier to totalOuvrier-ed.
           write engSolde from ligneTotalOuvrier end-write.
           add totalOuvrier to totalGeneral.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAvances
                         NOMFIC BY "AvancesOuvriers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSoldes
                         NOMFIC BY "AvancesSoldes.seq".

       end program AvancesSoldes.
