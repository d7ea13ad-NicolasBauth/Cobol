       program-id. ClotureMensuelle as "ClotureMensuelle".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiRegistre assign to dynamic cheminRegistre
               organization is line sequential
               file status is fs-FiRegistre.
           select optional FiExecutions
               assign to dynamic cheminExecutions
               organization is line sequential
               file status is fs-FiExecutions.
           select FiControles assign to dynamic cheminControles
               organization is line sequential
               file status is fs-FiControles.
           select optional FiParametres assign to dynamic cheminParam
               organization is line sequential
               file status is fs-FiParametres.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
       FD FiRegistre.
       01 engRegistre.
           COPY "PeriodeCloturee.cpy".
       FD FiExecutions.
       01 engExecution.
           COPY "ExecutionPeriode.cpy".
       FD FiControles.
       01 engControle pic x(100).
       FD FiParametres.
       01 engParametre.
           02 cleParametre pic x(20).
           02 valeurParametreX pic x(12).
       FD FiAudit.
       01 engAudit.
           02 dateAudit-ed pic 9(8).
           02 filler pic x value space.
           02 heureAudit-ed pic 9(6).
           02 filler pic x(3) value " - ".
           02 programmeAudit-ed pic x(20).
           02 filler pic x(3) value " - ".
           02 resumeAudit-ed pic x(60).

       working-storage section.

       01 dossierDonnees pic x(50) value spaces.
       01 cheminRegistre pic x(80) value "PeriodesCloturees.seq".
       01 cheminExecutions pic x(80) value "ExecutionsPeriodes.seq".
       01 cheminControles pic x(80) value "ClotureControles.seq".
       01 cheminParam pic x(80) value "Parametres.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY finFiRegistre
                                        FSABSENT BY fiRegistreAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExecutions
                                        FSOK BY fiExecutionsOK
                                        FSFIN BY finFiExecutions
                                        FSABSENT BY fiExecutionsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiControles
                                        FSOK BY fiControlesOK
                                        FSFIN BY fiControlesFin
                                        FSABSENT BY fiControlesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       COPY "HabilitationZone.cpy".

       01 dateJour pic 9(8).
       01 heureJour pic 9(8).
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.
       01 modeAutoSW pic x value "N".
           88 modeAuto value "O".

      *    Etat courant de chaque mois du registre : sa derniere
      *    ligne, cloture ou reouverture.
       01 tabRegistre.
           02 registreTab occurs 600.
               03 periodeTab pic 9(6).
               03 actionTab pic x.
                   88 periodeClotureeTab value "C".
               03 dateActionTab pic 9(8).
               03 utilisateurTab pic x(10).
               03 motifTab pic x(40).
       01 nbPeriodes pic 999 value 0.
       01 indPeriode pic 999.
       01 indPeriodeTrouvee pic 999.
       01 registreChargeSW pic x value "N".
           88 registreCharge value "O".

       01 actionDemandee pic x.
       01 periodeSaisieX pic x(6).
       01 periodeSaisie redefines periodeSaisieX pic 9(6).
       01 periodeDemandee pic 9(6).
       01 filler redefines periodeDemandee.
           02 anneeDemandee pic 9(4).
           02 moisDemande pic 99.
       01 periodeJour pic 9(6).
       01 periodeValideSW pic x.
           88 periodeValide value "O".
       01 motifSaisi pic x(40).
       01 confirmation pic x.
           88 confirmationDonnee value "O" "o".

      *    Les quatre traitements exiges pour clore un mois, avec
      *    leur derniere ligne au journal ExecutionsPeriodes.seq.
       01 traitementsVal.
           02 filler pic x(8) value "PAIE".
           02 filler pic x(22) value "Paie".
           02 filler pic x(8) value "FACTCLI".
           02 filler pic x(22) value "Facturation clients".
           02 filler pic x(8) value "MINERVAL".
           02 filler pic x(22) value "Facturation minerval".
           02 filler pic x(8) value "PLAQUES".
           02 filler pic x(22) value "Facturation plaques".
       01 redefines traitementsVal.
           02 traitementRef occurs 4.
               03 codeTraitementRef pic x(8).
               03 libelleTraitementRef pic x(22).
       01 tabExecutions.
           02 executionTab occurs 4.
               03 executionTrouveeSW pic x.
               03 dateExecutionTab pic 9(8).
               03 statutExecutionTab pic x.
               03 nbDocumentsTab pic 9(6).
               03 heuresTab pic 9(7).
               03 montantTab pic 9(9)v99.
       01 indTraitement pic 9.
       01 nbAnomalies pic 99 value 0.

       01 ligneTitreControle.
           02 filler pic x(28) value
              "CONTROLE DE CLOTURE DU MOIS ".
           02 periodeTitre-ed pic 9999/99.
           02 filler pic x(4) value " LE ".
           02 dateTitre-ed pic 9999/99/99.
       01 ligneTraitement.
           02 libelleTraitement-ed pic x(22).
           02 filler pic x value space.
           02 dateTraitement-ed pic 9999/99/99.
           02 filler pic x(7) value "  docs ".
           02 nbDocuments-ed pic zzzzz9.
           02 filler pic x(8) value "  heures".
           02 heures-ed pic zzzzzz9.
           02 filler pic x(2) value spaces.
           02 montant-ed pic zzzzzzzz9.99.
           02 filler pic x(3) value " : ".
           02 resultat-ed pic x(11).
       01 ligneAbsent.
           02 libelleAbsent-ed pic x(22).
           02 filler pic x(40) value
              " : aucun passage pour le mois".
       01 ligneHeures.
           02 filler pic x(25) value "Heures payees/facturees: ".
           02 heuresPaie-ed pic zzzzzz9.
           02 filler pic x(3) value " / ".
           02 heuresFact-ed pic zzzzzz9.
           02 filler pic x(3) value " : ".
           02 resultatHeures-ed pic x(13).
       01 ligneVerdict.
           02 filler pic x(10) value "Verdict : ".
           02 verdict-ed pic x(40).

       01 ligneEtat.
           02 periodeEtat-ed pic 9999/99.
           02 filler pic x(2) value spaces.
           02 actionEtat-ed pic x(9).
           02 filler pic x(4) value " le ".
           02 dateEtat-ed pic 9999/99/99.
           02 filler pic x(5) value " par ".
           02 utilisateurEtat-ed pic x(10).
           02 filler pic x value space.
           02 motifEtat-ed pic x(40).

       linkage section.
       01 periodeControlee pic 9(6).
       01 statutRendu pic x.

       procedure division.
       main.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           accept heureJour from time.
           move dateJour(1:6) to periodeJour.
           perform lireModeAuto.
           if modeAuto
               display "Cloture interactive impossible en mode "
                       "planificateur, arret"
               move 12 to return-code
               stop run
           end-if.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ClotureMensuelle"
                         NIVEAU BY "L".
           perform chargerRegistre.
           display "Action (C cloturer un mois, R rouvrir, "
                   "L lister) : " with no advancing.
           accept actionDemandee.
           evaluate actionDemandee
               when "L"
               when "l"
                   perform listerRegistre
               when "C"
               when "c"
                   if accesMiseAJour
                       perform cloturerPeriode
                   else
                       display "Consultation seule pour "
                               utilisateurHabil
                       move 8 to return-code
                   end-if
               when "R"
               when "r"
                   perform reouvrirPeriode
               when other
                   display "Action inconnue : " actionDemandee
                   move 8 to return-code
           end-evaluate.
           stop run.

      *    Point d'entree du verrou de periode, appele par chaque
      *    programme qui comptabilise une operation datee : statut
      *    O quand le mois de l'operation est cloture.
       ENTRY "ClotureMensuelle-CONTROLE" using periodeControlee
                                               statutRendu.
           if not registreCharge
               perform resoudreEmplacements
               perform chargerRegistre
           end-if.
           move periodeControlee to periodeDemandee.
           perform rechercherPeriode.
           move "N" to statutRendu.
           if indPeriodeTrouvee not = 0
               if periodeClotureeTab(indPeriodeTrouvee)
                   move "O" to statutRendu
               end-if
           end-if.
           goback.

       lireModeAuto.
           open input FiParametres.
           if fiParametresOK
               read FiParametres end-read
               perform until finFiParametres
                   if cleParametre = "MODE-AUTO"
                      and valeurParametreX(1:1) = "O"
                       move "O" to modeAutoSW
                   end-if
                   read FiParametres end-read
               end-perform
           end-if.
           close FiParametres.

       chargerRegistre.
           move 0 to nbPeriodes.
           open input FiRegistre.
           if fiRegistreOK
               read FiRegistre end-read
               perform until finFiRegistre
                   if periodeRegistre numeric
                      and (actionCloture or actionReouverture)
                       perform memoriserLigneRegistre
                   end-if
                   read FiRegistre end-read
               end-perform
           end-if.
           close FiRegistre.
           move "O" to registreChargeSW.

       memoriserLigneRegistre.
           move periodeRegistre to periodeDemandee.
           perform rechercherPeriode.
           if indPeriodeTrouvee = 0 and nbPeriodes < 600
               add 1 to nbPeriodes
               move nbPeriodes to indPeriodeTrouvee
               move periodeRegistre to periodeTab(indPeriodeTrouvee)
           end-if.
           if indPeriodeTrouvee not = 0
               move actionRegistre to actionTab(indPeriodeTrouvee)
               move dateRegistre to dateActionTab(indPeriodeTrouvee)
               move utilisateurRegistre
                    to utilisateurTab(indPeriodeTrouvee)
               move motifRegistre to motifTab(indPeriodeTrouvee)
           end-if.

       rechercherPeriode.
           move 0 to indPeriodeTrouvee.
           perform varying indPeriode from 1 by 1
                   until indPeriode > nbPeriodes
                      or indPeriodeTrouvee not = 0
               if periodeTab(indPeriode) = periodeDemandee
                   move indPeriode to indPeriodeTrouvee
               end-if
           end-perform.

      *    Mois AAAAMM saisi, le mois precedent par defaut.
       saisirPeriode.
           move "N" to periodeValideSW.
           display "Mois (AAAAMM, vide = mois precedent) : "
                   with no advancing.
           accept periodeSaisieX.
           if periodeSaisieX = spaces
               move periodeJour to periodeDemandee
               if moisDemande = 1
                   subtract 1 from anneeDemandee
                   move 12 to moisDemande
               else
                   subtract 1 from moisDemande
               end-if
               move "O" to periodeValideSW
           else
               if periodeSaisieX numeric
                   move periodeSaisie to periodeDemandee
                   if moisDemande >= 1 and moisDemande <= 12
                       move "O" to periodeValideSW
                   end-if
               end-if
           end-if.
           if not periodeValide
               display "Mois illisible : " periodeSaisieX
               move 8 to return-code
           end-if.

      *****************************************************************
      *    Cloture : le mois doit etre echu ou en cours, pas deja
      *    cloture, et la paie, la facturation clients, le minerval
      *    et les plaques doivent y etre passes avec leur propre
      *    rapprochement en ordre; les heures payees doivent egaler
      *    les heures facturees. Le controle est imprime dans
      *    ClotureControles.seq, accepte ou non.
      *****************************************************************
       cloturerPeriode.
           perform saisirPeriode.
           if periodeValide
               perform rechercherPeriode
               evaluate true
                   when periodeDemandee > periodeJour
                       display "Mois " periodeDemandee
                               " a venir, cloture refusee"
                       move 8 to return-code
                   when indPeriodeTrouvee not = 0
                    and periodeClotureeTab(indPeriodeTrouvee)
                       display "Mois " periodeDemandee
                               " deja cloture le "
                               dateActionTab(indPeriodeTrouvee)
                       move 8 to return-code
                   when other
                       perform controlerTraitements
                       if nbAnomalies = 0
                           move "controles en ordre" to motifSaisi
                           move "C" to actionDemandee
                           perform enregistrerAction
                           display "Mois " periodeDemandee
                                   " cloture, saisies verrouillees"
                       else
                           display "Cloture refusee, anomalies: "
                                   nbAnomalies
                                   " (voir ClotureControles.seq)"
                           move 8 to return-code
                       end-if
               end-evaluate
           end-if.

       controlerTraitements.
           move 0 to nbAnomalies.
           perform varying indTraitement from 1 by 1
                   until indTraitement > 4
               move "N" to executionTrouveeSW(indTraitement)
           end-perform.
           open input FiExecutions.
           if fiExecutionsOK
               read FiExecutions end-read
               perform until finFiExecutions
                   if periodeExecution = periodeDemandee
                       perform memoriserExecution
                   end-if
                   read FiExecutions end-read
               end-perform
           end-if.
           close FiExecutions.
           open output FiControles.
           move periodeDemandee to periodeTitre-ed.
           move dateJour to dateTitre-ed.
           write engControle from ligneTitreControle end-write.
           perform varying indTraitement from 1 by 1
                   until indTraitement > 4
               perform imprimerTraitement
           end-perform.
           if executionTrouveeSW(1) = "O"
              and executionTrouveeSW(2) = "O"
               move heuresTab(1) to heuresPaie-ed
               move heuresTab(2) to heuresFact-ed
               if heuresTab(1) = heuresTab(2)
                   move "CONCORDANTES" to resultatHeures-ed
               else
                   move "DISCORDANTES" to resultatHeures-ed
                   add 1 to nbAnomalies
               end-if
               write engControle from ligneHeures end-write
           end-if.
           if nbAnomalies = 0
               move "CLOTURE ACCEPTEE" to verdict-ed
           else
               move "CLOTURE REFUSEE" to verdict-ed
           end-if.
           write engControle from ligneVerdict end-write.
           close FiControles.

      *    Un traitement repasse dans le mois remplace son passage
      *    precedent : seule la derniere ligne compte.
       memoriserExecution.
           perform varying indTraitement from 1 by 1
                   until indTraitement > 4
               if codeTraitementRef(indTraitement)
                  = traitementExecution
                   move "O" to executionTrouveeSW(indTraitement)
                   move dateExecution
                        to dateExecutionTab(indTraitement)
                   move statutExecution
                        to statutExecutionTab(indTraitement)
                   move nbDocumentsExecution
                        to nbDocumentsTab(indTraitement)
                   move heuresExecution to heuresTab(indTraitement)
                   move montantExecution
                        to montantTab(indTraitement)
               end-if
           end-perform.

       imprimerTraitement.
           if executionTrouveeSW(indTraitement) = "O"
               move libelleTraitementRef(indTraitement)
                    to libelleTraitement-ed
               move dateExecutionTab(indTraitement)
                    to dateTraitement-ed
               move nbDocumentsTab(indTraitement) to nbDocuments-ed
               move heuresTab(indTraitement) to heures-ed
               move montantTab(indTraitement) to montant-ed
               if statutExecutionTab(indTraitement) = "R"
                   move "RAPPROCHE" to resultat-ed
               else
                   move "ECART" to resultat-ed
                   add 1 to nbAnomalies
               end-if
               write engControle from ligneTraitement end-write
           else
               move libelleTraitementRef(indTraitement)
                    to libelleAbsent-ed
               write engControle from ligneAbsent end-write
               add 1 to nbAnomalies
           end-if.

      *****************************************************************
      *    Reouverture : droit de mise a jour distinct sur
      *    ClotureReouverture (RolesProgrammes.seq), motif
      *    obligatoire et confirmation; la reouverture est inscrite
      *    au registre et au journal d'audit.
      *****************************************************************
       reouvrirPeriode.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ClotureReouverture"
                         NIVEAU BY "M".
           if not accesMiseAJour
               display "Reouverture non autorisee pour "
                       utilisateurHabil
               move 8 to return-code
           else
               perform saisirPeriode
           end-if.
           if accesMiseAJour and periodeValide
               perform rechercherPeriode
               if indPeriodeTrouvee = 0
                   display "Mois " periodeDemandee " non cloture"
                   move 8 to return-code
               else
                   if not periodeClotureeTab(indPeriodeTrouvee)
                       display "Mois " periodeDemandee
                               " non cloture"
                       move 8 to return-code
                   else
                       perform confirmerReouverture
                   end-if
               end-if
           end-if.

       confirmerReouverture.
           display "Motif de la reouverture : " with no advancing.
           accept motifSaisi.
           if motifSaisi = spaces
               display "Motif obligatoire, reouverture refusee"
               move 8 to return-code
           else
               display "Confirmer la reouverture de "
                       periodeDemandee " (O/N) : " with no advancing
               accept confirmation
               if confirmationDonnee
                   move "R" to actionDemandee
                   perform enregistrerAction
                   display "Mois " periodeDemandee
                           " rouvert aux saisies"
               else
                   display "Reouverture abandonnee"
               end-if
           end-if.

       enregistrerAction.
           open extend FiRegistre.
           if not fiRegistreOK and fs-FiRegistre not = "05"
               open output FiRegistre
           end-if.
           move spaces to engRegistre.
           move actionDemandee to actionRegistre.
           move periodeDemandee to periodeRegistre.
           move dateJour to dateRegistre.
           move heureJour(1:6) to heureRegistre.
           move utilisateurHabil to utilisateurRegistre.
           move motifSaisi to motifRegistre.
           write engRegistre end-write.
           close FiRegistre.
           move spaces to resumeAudit.
           if actionDemandee = "C"
               string "cloture " periodeDemandee " par "
                      utilisateurHabil
                      delimited by size into resumeAudit
           else
               string "reouverture " periodeDemandee " par "
                      utilisateurHabil delimited by "  "
                      " : " motifSaisi
                      delimited by size into resumeAudit
           end-if.
           perform ecrireAudit.

       listerRegistre.
           if nbPeriodes = 0
               display "Aucun mois cloture"
           end-if.
           perform varying indPeriode from 1 by 1
                   until indPeriode > nbPeriodes
               move periodeTab(indPeriode) to periodeEtat-ed
               if periodeClotureeTab(indPeriode)
                   move "CLOTURE" to actionEtat-ed
                   move spaces to motifEtat-ed
               else
                   move "ROUVERT" to actionEtat-ed
                   move motifTab(indPeriode) to motifEtat-ed
               end-if
               move dateActionTab(indPeriode) to dateEtat-ed
               move utilisateurTab(indPeriode) to utilisateurEtat-ed
               display ligneEtat
           end-perform.

       ecrireAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "ClotureMensuelle"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminRegistre
                         NOMFIC BY "PeriodesCloturees.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminExecutions
                         NOMFIC BY "ExecutionsPeriodes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminControles
                         NOMFIC BY "ClotureControles.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminParam
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program ClotureMensuelle.
