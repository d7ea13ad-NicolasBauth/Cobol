       program-id. HistoriquesRetention as "HistoriquesRetention".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiPolitique assign to dynamic cheminPolitique
               organization is line sequential
               file status is fs-FiPolitique.
           select optional FiGels assign to dynamic cheminGels
               organization is line sequential
               file status is fs-FiGels.
           select optional FiSource assign to dynamic cheminSource
               organization is line sequential
               file status is fs-FiSource.
           select FiTravail assign to dynamic cheminTravail
               organization is line sequential
               file status is fs-FiTravail.
           select optional FiArchive assign to dynamic cheminArchive
               organization is line sequential
               file status is fs-FiArchive.
           select optional FiCatalogue assign to dynamic cheminCatalogue
               organization is line sequential
               file status is fs-FiCatalogue.
           select optional FiReportes assign to dynamic cheminReportes
               organization is line sequential
               file status is fs-FiReportes.
           select FiRapport assign to dynamic cheminRapport
               organization is line sequential
               file status is fs-FiRapport.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
      *    Politique de retention par fichier : position de la date
      *    dans la ligne, annees gardees en ligne, annees gardees en
      *    archive au-dela.
       FD FiPolitique.
       01 engPolitique.
           02 nomFichierPolFi pic x(40).
           02 filler pic x.
           02 positionDatePolX pic x(3).
           02 filler pic x.
           02 anneesEnLignePolX pic x(2).
           02 filler pic x.
           02 anneesArchivePolX pic x(2).
      *    Gel legal : tout le fichier (debut a blanc) ou les lignes
      *    portant la valeur a la position donnee (plaque, ouvrier,
      *    matricule...). Une ligne gelee reste en ligne et une
      *    archive qui en contient n'est jamais purgee.
       FD FiGels.
       01 engGel.
           02 nomFichierGelFi pic x(40).
           02 filler pic x.
           02 debutGelX pic x(3).
           02 filler pic x.
           02 longueurGelX pic x(2).
           02 filler pic x.
           02 valeurGelFi pic x(30).
           02 filler pic x.
           02 motifGelFi pic x(30).
       FD FiSource.
       01 engSource pic x(250).
       FD FiTravail.
       01 engTravail pic x(250).
       FD FiArchive.
       01 engArchive pic x(250).
      *    Catalogue des archives de retention : une entree par
      *    fichier et par annee archivee, avec le nombre de lignes et
      *    le total de controle (somme des dates AAAAMMJJ); le
      *    statut P garde la trace d'une archive purgee.
       FD FiCatalogue.
       01 engCatalogue.
           02 nomFichierArcFi pic x(40).
           02 filler pic x.
           02 anneeArcX pic x(4).
           02 filler pic x.
           02 nomArchiveArcFi pic x(50).
           02 filler pic x.
           02 nbLignesArcX pic x(7).
           02 filler pic x.
           02 totalControleArcX pic x(15).
           02 filler pic x.
           02 dateArchivageArcX pic x(8).
           02 filler pic x.
           02 statutArcFi pic x.
       FD FiReportes.
       01 engReporte.
           COPY "CumulReporte.cpy".
       FD FiRapport.
       01 engRapport pic x(100).
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
       01 cheminPolitique pic x(80) value "RetentionPolitique.seq".
       01 cheminGels pic x(80) value "RetentionGel.seq".
       01 cheminSource pic x(80).
       01 cheminTravail pic x(80) value "Retention.tmp".
       01 cheminArchive pic x(80).
       01 cheminCatalogue pic x(80) value "RetentionArchives.cat".
       01 cheminReportes pic x(80) value "PaieCumulsReportes.seq".
       01 cheminRapport pic x(80) value "RetentionRapport.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPolitique
                                        FSOK BY fiPolitiqueOK
                                        FSFIN BY finFiPolitique
                                        FSABSENT BY fiPolitiqueAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiGels
                                        FSOK BY fiGelsOK
                                        FSFIN BY finFiGels
                                        FSABSENT BY fiGelsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSource
                                        FSOK BY fiSourceOK
                                        FSFIN BY finFiSource
                                        FSABSENT BY fiSourceAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiTravail
                                        FSOK BY fiTravailOK
                                        FSFIN BY finFiTravail
                                        FSABSENT BY fiTravailAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiArchive
                                        FSOK BY fiArchiveOK
                                        FSFIN BY finFiArchive
                                        FSABSENT BY fiArchiveAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCatalogue
                                        FSOK BY fiCatalogueOK
                                        FSFIN BY finFiCatalogue
                                        FSABSENT BY fiCatalogueAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiReportes
                                        FSOK BY fiReportesOK
                                        FSFIN BY finFiReportes
                                        FSABSENT BY fiReportesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRapport
                                        FSOK BY fiRapportOK
                                        FSFIN BY finFiRapport
                                        FSABSENT BY fiRapportAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour pic 9(8).
       01 filler redefines dateJour.
           02 anneeJour pic 9(4).
           02 filler pic 9(4).
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.

      *    Politique appliquee quand RetentionPolitique.seq est
      *    absent : les historiques permanents, alimentes en ajout.
       01 politiqueDefaut.
           02 filler pic x(40) value "Audit.seq".
           02 filler pic 9(3) value 1.
           02 filler pic 99 value 3.
           02 filler pic 99 value 7.
           02 filler pic x(40) value "Incidents.seq".
           02 filler pic 9(3) value 1.
           02 filler pic 99 value 3.
           02 filler pic 99 value 7.
           02 filler pic x(40) value "Mouvements-Historique.seq".
           02 filler pic 9(3) value 8.
           02 filler pic 99 value 5.
           02 filler pic 99 value 20.
           02 filler pic x(40) value "Plaques-Stats.seq".
           02 filler pic 9(3) value 1.
           02 filler pic 99 value 5.
           02 filler pic 99 value 10.
           02 filler pic x(40) value "Paie-Historique.seq".
           02 filler pic 9(3) value 1.
           02 filler pic 99 value 3.
           02 filler pic 99 value 10.
           02 filler pic x(40) value "JobHistorique.seq".
           02 filler pic 9(3) value 1.
           02 filler pic 99 value 2.
           02 filler pic 99 value 5.
           02 filler pic x(40) value "ActiviteBureaux-Historique.seq".
           02 filler pic 9(3) value 1.
           02 filler pic 99 value 2.
           02 filler pic 99 value 5.
       01 redefines politiqueDefaut.
           02 politiqueDefautTab occurs 7.
               03 nomFichierDefaut pic x(40).
               03 positionDateDefaut pic 9(3).
               03 anneesEnLigneDefaut pic 99.
               03 anneesArchiveDefaut pic 99.

       01 tabPolitiques.
           02 politiqueTab occurs 20.
               03 nomFichierPol pic x(40).
               03 positionDatePol pic 9(3).
               03 anneesEnLignePol pic 99.
               03 anneesArchivePol pic 99.
       01 nbPolitiques pic 99 value 0.
       01 indPol pic 99.
       01 nbPolitiquesRejetees pic 99 value 0.

       01 tabGels.
           02 gelTab occurs 50.
               03 nomFichierGel pic x(40).
               03 debutGel pic 9(3).
               03 longueurGel pic 99.
               03 valeurGel pic x(30).
               03 motifGel pic x(30).
       01 nbGels pic 99 value 0.
       01 indGel pic 99.

       01 tabArchives.
           02 archiveTab occurs 300.
               03 nomFichierArc pic x(40).
               03 anneeArc pic 9(4).
               03 nomArchiveArc pic x(50).
               03 nbLignesArc pic 9(7).
               03 totalControleArc pic 9(15).
               03 dateArchivageArc pic 9(8).
               03 statutArc pic x.
                   88 archivePurgee value "P".
       01 nbArchivesCat pic 999 value 0.
       01 indArc pic 999.
       01 catalogueModifieSW pic x value "N".
           88 catalogueModifie value "O".

      *    Annees expirees du fichier en cours, avec leur comptage du
      *    tri; la recopie en archive doit retrouver les memes.
       01 tabAnnees.
           02 anneeTab occurs 50.
               03 anneeExpiree pic 9(4).
               03 nbLignesAnnee pic 9(7).
               03 totalAnnee pic 9(15).
       01 nbAnnees pic 99 value 0.
       01 indAnnee pic 99.

       01 tabReportes.
           02 reporteTab occurs 300.
               03 nomOuvrierRep pic x(30).
               03 heuresNRep pic 9(6).
               03 heuresSRep pic 9(6).
               03 brutRep pic 9(8)v99.
               03 nbPeriodesRep pic 9(4).
               03 anneeRep pic 9(4).
       01 nbReportes pic 999 value 0.
       01 indRep pic 999.
       01 indRepTrouve pic 999.
       01 reportesModifiesSW pic x value "N".
           88 reportesModifies value "O".

       01 nomFichierCourant pic x(40).
       01 nomArchiveCourant pic x(50).
       01 anneeLimiteEnLigne pic 9(4).
       01 anneeLimiteArchive pic 9(4).
       01 ficheAbandonneeSW pic x value "N".
           88 ficheAbandonnee value "O".
       01 fichierPaieSW pic x value "N".
           88 fichierPaie value "O".

       01 positionDate pic 9(3).
       01 positionSuite pic 9(3).
       01 dateLigne pic 9(8).
       01 anneeLigne pic 9(4).
       01 champ8 pic x(8).
       01 champ8Num redefines champ8 pic 9(8).
       01 champ6 pic x(6).
       01 champ6Num redefines champ6 pic 9(6).
       01 champ3 pic x(3).
       01 champ3Num redefines champ3 pic 999.
       01 champ2 pic x(2).
       01 champ2Num redefines champ2 pic 99.
       01 champ7 pic x(7).
       01 champ7Num redefines champ7 pic 9(7).
       01 champ15 pic x(15).
       01 champ15Num redefines champ15 pic 9(15).
       01 champBrut pic x(8).
       01 champBrutNum redefines champBrut pic 9(6)v99.

       01 decisionLigneSW pic x.
           88 ligneGardee value "G".
           88 ligneArchivee value "A".
       01 ligneGeleeSW pic x.
           88 ligneGelee value "O".
       01 fichierGeleSW pic x.
           88 fichierGele value "O".
       01 archiveGeleeSW pic x.
           88 archiveGelee value "O".

       01 nbLus pic 9(7).
       01 nbGardes pic 9(7).
       01 nbArchivees pic 9(7).
       01 nbGelees pic 9(7).
       01 nbSansDate pic 9(7).
       01 nbCopiees pic 9(7).
       01 totalCopie pic 9(15).

       01 nbFichiersTraites pic 99 value 0.
       01 totalArchivees pic 9(7) value 0.
       01 totalGelees pic 9(7) value 0.
       01 nbPurges pic 999 value 0.
       01 nbPurgesGelees pic 999 value 0.

       01 ligneTitre.
           02 filler pic x(30) value
              "Retention des historiques au ".
           02 dateTitre-ed pic 9999/99/99.
       01 ligneFichier.
           02 nomFichier-ed pic x(30).
           02 filler pic x(10) value " en ligne ".
           02 enLigne-ed pic z9.
           02 filler pic x(12) value " a, archive ".
           02 enArchive-ed pic z9.
           02 filler pic x(17) value " a, limite ligne ".
           02 limiteLigne-ed pic 9(4).
       01 ligneComptes.
           02 filler pic x(8) value "    lus ".
           02 nbLus-ed pic zzzzzz9.
           02 filler pic x(8) value ", gardes".
           02 nbGardes-ed pic zzzzzz9.
           02 filler pic x(10) value ", archives".
           02 nbArchivees-ed pic zzzzzz9.
           02 filler pic x(8) value ", geles ".
           02 nbGelees-ed pic zzzzzz9.
           02 filler pic x(12) value ", sans date ".
           02 nbSansDate-ed pic zzzzzz9.
       01 ligneArchive.
           02 filler pic x(7) value "    -> ".
           02 nomArchive-ed pic x(40).
           02 filler pic x(1) value space.
           02 nbLignesArchive-ed pic zzzzzz9.
           02 filler pic x(19) value " lignes, controle ".
           02 totalArchive-ed pic z(14)9.
       01 lignePurge.
           02 libellePurge-ed pic x(30).
           02 nomPurge-ed pic x(50).
           02 filler pic x(2) value " (".
           02 anneePurge-ed pic 9(4).
           02 filler pic x value ")".
       01 ligneTotal.
           02 filler pic x(20) value "Fichiers traites : ".
           02 nbFichiers-ed pic z9.
           02 filler pic x(13) value ", archivees: ".
           02 totalArchivees-ed pic zzzzzz9.
           02 filler pic x(9) value ", gelees:".
           02 totalGelees-ed pic zzzzzz9.
           02 filler pic x(10) value ", purges: ".
           02 nbPurges-ed pic zz9.
           02 filler pic x(20) value ", purges sous gel : ".
           02 nbPurgesGelees-ed pic zz9.
       01 ligneMessage pic x(100).

       procedure division.
       main.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           perform chargerPolitiques.
           perform chargerGels.
           perform chargerCatalogue.
           perform chargerReportes.
           open output FiRapport.
           move dateJour to dateTitre-ed.
           write engRapport from ligneTitre end-write.
           perform varying indPol from 1 by 1
                   until indPol > nbPolitiques or ficheAbandonnee
               perform traiterFichier
           end-perform.
           if not ficheAbandonnee
               perform purgerArchives
           end-if.
           if catalogueModifie
               perform reecrireCatalogue
           end-if.
           move nbFichiersTraites to nbFichiers-ed.
           move totalArchivees to totalArchivees-ed.
           move totalGelees to totalGelees-ed.
           move nbPurges to nbPurges-ed.
           move nbPurgesGelees to nbPurgesGelees-ed.
           write engRapport from ligneTotal end-write.
           close FiRapport.
           display "Lignes archivees: " totalArchivees
                   ",  archives purgees: " nbPurges
                   ",  conservees sous gel: " nbPurgesGelees.
           if ficheAbandonnee
               move 8 to return-code
           else
               if nbPolitiquesRejetees > 0
                   move 4 to return-code
               end-if
           end-if.
           perform ecrireAudit.
           stop run.

       chargerPolitiques.
           open input FiPolitique.
           if fiPolitiqueOK
               read FiPolitique end-read
               perform until finFiPolitique or nbPolitiques >= 20
                   if engPolitique not = spaces
                       perform validerPolitique
                   end-if
                   read FiPolitique end-read
               end-perform
           else
               perform varying indPol from 1 by 1 until indPol > 7
                   move nomFichierDefaut(indPol)
                        to nomFichierPol(indPol)
                   move positionDateDefaut(indPol)
                        to positionDatePol(indPol)
                   move anneesEnLigneDefaut(indPol)
                        to anneesEnLignePol(indPol)
                   move anneesArchiveDefaut(indPol)
                        to anneesArchivePol(indPol)
               end-perform
               move 7 to nbPolitiques
           end-if.
           close FiPolitique.

      *    Une ligne de politique illisible est ignoree : son fichier
      *    reste entierement en ligne (code retour 4). Garder au
      *    moins l'annee en cours en ligne est obligatoire.
       validerPolitique.
           move positionDatePolX to champ3.
           inspect champ3 replacing leading " " by "0".
           move anneesEnLignePolX to champ2.
           inspect champ2 replacing leading " " by "0".
           if champ3 numeric and champ2 numeric
              and champ3Num > 0 and champ3Num <= 240
              and champ2Num > 0
               add 1 to nbPolitiques
               move nomFichierPolFi to nomFichierPol(nbPolitiques)
               move champ3Num to positionDatePol(nbPolitiques)
               move champ2Num to anneesEnLignePol(nbPolitiques)
               move anneesArchivePolX to champ2
               inspect champ2 replacing leading " " by "0"
               if champ2 numeric
                   move champ2Num to anneesArchivePol(nbPolitiques)
               else
                   move 0 to anneesArchivePol(nbPolitiques)
               end-if
           else
               add 1 to nbPolitiquesRejetees
               display "Politique de retention illisible, ignoree: "
                       nomFichierPolFi
           end-if.

       chargerGels.
           open input FiGels.
           if fiGelsOK
               read FiGels end-read
               perform until finFiGels or nbGels >= 50
                   if nomFichierGelFi not = spaces
                       add 1 to nbGels
                       move nomFichierGelFi to nomFichierGel(nbGels)
                       move debutGelX to champ3
                       inspect champ3 replacing leading " " by "0"
                       if champ3 numeric
                           move champ3Num to debutGel(nbGels)
                       else
                           move 0 to debutGel(nbGels)
                       end-if
                       move longueurGelX to champ2
                       inspect champ2 replacing leading " " by "0"
                       if champ2 numeric and champ2Num > 0
                           move champ2Num to longueurGel(nbGels)
                       else
                           move 30 to longueurGel(nbGels)
                       end-if
                       if debutGel(nbGels) + longueurGel(nbGels)
                          > 251
                           move 0 to debutGel(nbGels)
                       end-if
                       move valeurGelFi to valeurGel(nbGels)
                       move motifGelFi to motifGel(nbGels)
                   end-if
                   read FiGels end-read
               end-perform
           end-if.
           close FiGels.

       chargerCatalogue.
           open input FiCatalogue.
           if fiCatalogueOK
               read FiCatalogue end-read
               perform until finFiCatalogue or nbArchivesCat >= 300
                   add 1 to nbArchivesCat
                   move nomFichierArcFi
                        to nomFichierArc(nbArchivesCat)
                   move nomArchiveArcFi
                        to nomArchiveArc(nbArchivesCat)
                   move statutArcFi to statutArc(nbArchivesCat)
                   move anneeArcX to champ8(1:4)
                   if champ8(1:4) numeric
                       move anneeArcX to anneeArc(nbArchivesCat)
                   else
                       move 0 to anneeArc(nbArchivesCat)
                   end-if
                   move nbLignesArcX to champ7
                   inspect champ7 replacing leading " " by "0"
                   if champ7 numeric
                       move champ7Num to nbLignesArc(nbArchivesCat)
                   else
                       move 0 to nbLignesArc(nbArchivesCat)
                   end-if
                   move totalControleArcX to champ15
                   inspect champ15 replacing leading " " by "0"
                   if champ15 numeric
                       move champ15Num
                            to totalControleArc(nbArchivesCat)
                   else
                       move 0 to totalControleArc(nbArchivesCat)
                   end-if
                   move dateArchivageArcX to champ8
                   if champ8 numeric
                       move champ8Num
                            to dateArchivageArc(nbArchivesCat)
                   else
                       move 0 to dateArchivageArc(nbArchivesCat)
                   end-if
                   read FiCatalogue end-read
               end-perform
           end-if.
           close FiCatalogue.

       chargerReportes.
           open input FiReportes.
           if fiReportesOK
               read FiReportes end-read
               perform until finFiReportes or nbReportes >= 300
                   add 1 to nbReportes
                   move nomOuvrierReporte to nomOuvrierRep(nbReportes)
                   move heuresNReportees to heuresNRep(nbReportes)
                   move heuresSReportees to heuresSRep(nbReportes)
                   move brutReporte to brutRep(nbReportes)
                   move nbPeriodesReportees
                        to nbPeriodesRep(nbReportes)
                   move anneeReportee to anneeRep(nbReportes)
                   read FiReportes end-read
               end-perform
           end-if.
           close FiReportes.

      *****************************************************************
      *    Un historique est traite en trois temps : le tri recopie
      *    les lignes gardees dans Retention.tmp et compte les lignes
      *    expirees par annee; chaque annee expiree est ensuite
      *    ajoutee a son archive R<annee>-<fichier>, dont le comptage
      *    doit egaler celui du tri; alors seulement les lignes
      *    gardees remplacent l'historique, et pour la paie le cumul
      *    reporte est reecrit. Un ecart de comptage arrete le
      *    traitement sans toucher a l'historique.
      *****************************************************************
       traiterFichier.
           move nomFichierPol(indPol) to nomFichierCourant.
           move positionDatePol(indPol) to positionDate.
           compute positionSuite = positionDate + 6.
           compute anneeLimiteEnLigne =
                   anneeJour - anneesEnLignePol(indPol).
           if nomFichierCourant = "Paie-Historique.seq"
               move "O" to fichierPaieSW
           else
               move "N" to fichierPaieSW
           end-if.
           perform verifierGelFichier.
           move nomFichierCourant to nomFichier-ed.
           move anneesEnLignePol(indPol) to enLigne-ed.
           move anneesArchivePol(indPol) to enArchive-ed.
           move anneeLimiteEnLigne to limiteLigne-ed.
           write engRapport from ligneFichier end-write.
           move spaces to cheminSource.
           if dossierDonnees not = spaces
               string dossierDonnees delimited by "  "
                      nomFichierCourant delimited by "  "
                      into cheminSource
           else
               move nomFichierCourant to cheminSource
           end-if.
           move 0 to nbLus nbGardes nbArchivees nbGelees nbSansDate.
           move 0 to nbAnnees.
           open input FiSource.
           if fiSourceOK
               add 1 to nbFichiersTraites
               perform trierFichier
               if nbArchivees > 0 and not ficheAbandonnee
                   perform varying indAnnee from 1 by 1
                           until indAnnee > nbAnnees
                              or ficheAbandonnee
                       perform archiverAnnee
                   end-perform
                   if not ficheAbandonnee
                       perform remplacerHistorique
                   end-if
                   if fichierPaie and reportesModifies
                      and not ficheAbandonnee
                       perform reecrireReportes
                   end-if
               end-if
               perform ecrireComptesFichier
           else
               close FiSource
               move "    historique absent, rien a traiter"
                    to ligneMessage
               write engRapport from ligneMessage end-write
           end-if.

       trierFichier.
           open output FiTravail.
           read FiSource end-read.
           perform until finFiSource
               add 1 to nbLus
               perform classerLigne
               if ligneGardee
                   add 1 to nbGardes
                   if anneeLigne = 0
                       add 1 to nbSansDate
                   end-if
                   if ligneGelee
                       add 1 to nbGelees
                   end-if
                   write engTravail from engSource end-write
               else
                   add 1 to nbArchivees
                   perform compterAnnee
                   if fichierPaie
                       perform reporterLignePaie
                   end-if
               end-if
               read FiSource end-read
           end-perform.
           close FiSource FiTravail.

      *    La date est lue a la position de la politique : huit
      *    chiffres sont une date siecle, six chiffres suivis d'un
      *    non-chiffre une ancienne date fenetree (annee sous 50 en
      *    2000). Une ligne sans date reconnaissable reste en ligne.
       classerLigne.
           move "G" to decisionLigneSW.
           move "N" to ligneGeleeSW.
           move 0 to dateLigne.
           move engSource(positionDate:8) to champ8.
           if champ8 numeric
               move champ8Num to dateLigne
           else
               move engSource(positionDate:6) to champ6
               if champ6 numeric
                  and engSource(positionSuite:1) not numeric
                   if champ6Num < 500000
                       compute dateLigne = 20000000 + champ6Num
                   else
                       compute dateLigne = 19000000 + champ6Num
                   end-if
               end-if
           end-if.
           compute anneeLigne = dateLigne / 10000.
           if anneeLigne not = 0
              and anneeLigne <= anneeLimiteEnLigne
               perform verifierGelLigne
               if not ligneGelee
                   move "A" to decisionLigneSW
               end-if
           end-if.

       verifierGelFichier.
           move "N" to fichierGeleSW.
           perform varying indGel from 1 by 1 until indGel > nbGels
               if nomFichierGel(indGel) = nomFichierCourant
                  and debutGel(indGel) = 0
                   move "O" to fichierGeleSW
               end-if
           end-perform.

       verifierGelLigne.
           if fichierGele
               move "O" to ligneGeleeSW
           else
               perform varying indGel from 1 by 1
                       until indGel > nbGels or ligneGelee
                   if nomFichierGel(indGel) = nomFichierCourant
                      and debutGel(indGel) > 0
                      and engSource(debutGel(indGel):
                                    longueurGel(indGel))
                          = valeurGel(indGel)(1:longueurGel(indGel))
                       move "O" to ligneGeleeSW
                   end-if
               end-perform
           end-if.

       compterAnnee.
           perform varying indAnnee from 1 by 1
                   until indAnnee > nbAnnees
                      or anneeExpiree(indAnnee) = anneeLigne
               continue
           end-perform.
           if indAnnee > nbAnnees
               if nbAnnees >= 50
                   display "Plus de 50 annees expirees dans "
                           nomFichierCourant ", traitement arrete"
                   move "O" to ficheAbandonneeSW
               else
                   add 1 to nbAnnees
                   move anneeLigne to anneeExpiree(nbAnnees)
                   move 0 to nbLignesAnnee(nbAnnees)
                   move 0 to totalAnnee(nbAnnees)
                   move nbAnnees to indAnnee
               end-if
           end-if.
           if indAnnee <= nbAnnees
               add 1 to nbLignesAnnee(indAnnee)
               add dateLigne to totalAnnee(indAnnee)
           end-if.

      *    Les lignes de paie archivees passent au cumul reporte de
      *    leur ouvrier, que PaieCumul reprend en ouverture.
       reporterLignePaie.
           move 0 to indRepTrouve.
           perform varying indRep from 1 by 1
                   until indRep > nbReportes or indRepTrouve not = 0
               if nomOuvrierRep(indRep) = engSource(10:30)
                   move indRep to indRepTrouve
               end-if
           end-perform.
           if indRepTrouve = 0
               if nbReportes >= 300
                   display "Plus de 300 ouvriers reportes, "
                           "traitement arrete"
                   move "O" to ficheAbandonneeSW
               else
                   add 1 to nbReportes
                   move nbReportes to indRepTrouve
                   move engSource(10:30) to nomOuvrierRep(nbReportes)
                   move 0 to heuresNRep(nbReportes)
                   move 0 to heuresSRep(nbReportes)
                   move 0 to brutRep(nbReportes)
                   move 0 to nbPeriodesRep(nbReportes)
                   move 0 to anneeRep(nbReportes)
               end-if
           end-if.
           if indRepTrouve not = 0
               move engSource(41:3) to champ3
               inspect champ3 replacing leading " " by "0"
               if champ3 numeric
                   add champ3Num to heuresNRep(indRepTrouve)
               end-if
               move engSource(45:3) to champ3
               inspect champ3 replacing leading " " by "0"
               if champ3 numeric
                   add champ3Num to heuresSRep(indRepTrouve)
               end-if
               move engSource(49:8) to champBrut
               inspect champBrut replacing leading " " by "0"
               if champBrut numeric
                   add champBrutNum to brutRep(indRepTrouve)
               end-if
               add 1 to nbPeriodesRep(indRepTrouve)
               if anneeLigne > anneeRep(indRepTrouve)
                   move anneeLigne to anneeRep(indRepTrouve)
               end-if
               move "O" to reportesModifiesSW
           end-if.

       archiverAnnee.
           move spaces to nomArchiveCourant.
           string "R" anneeExpiree(indAnnee) "-" delimited by size
                  nomFichierCourant delimited by "  "
                  into nomArchiveCourant.
           move spaces to cheminArchive.
           if dossierDonnees not = spaces
               string dossierDonnees delimited by "  "
                      nomArchiveCourant delimited by "  "
                      into cheminArchive
           else
               move nomArchiveCourant to cheminArchive
           end-if.
           move 0 to nbCopiees totalCopie.
           open input FiSource.
           open extend FiArchive.
           if not fiArchiveOK and fs-FiArchive not = "05"
               open output FiArchive
           end-if.
           read FiSource end-read.
           perform until finFiSource
               perform classerLigne
               if ligneArchivee
                  and anneeLigne = anneeExpiree(indAnnee)
                   write engArchive from engSource end-write
                   add 1 to nbCopiees
                   add dateLigne to totalCopie
               end-if
               read FiSource end-read
           end-perform.
           close FiSource FiArchive.
           if nbCopiees not = nbLignesAnnee(indAnnee)
              or totalCopie not = totalAnnee(indAnnee)
               display "Ecart de controle sur " nomArchiveCourant
                       ": " nbCopiees " lignes pour "
                       nbLignesAnnee(indAnnee)
               move "O" to ficheAbandonneeSW
               move spaces to ligneMessage
               string "    ECART DE CONTROLE, historique laisse en "
                      "l'etat : " nomArchiveCourant
                      delimited by size into ligneMessage
               write engRapport from ligneMessage end-write
           else
               perform cataloguerArchive
               move nomArchiveCourant to nomArchive-ed
               move nbCopiees to nbLignesArchive-ed
               move totalCopie to totalArchive-ed
               write engRapport from ligneArchive end-write
           end-if.

      *    Une archive d'annee deja cataloguee est completee : son
      *    entree cumule lignes et total de controle.
       cataloguerArchive.
           perform varying indArc from 1 by 1
                   until indArc > nbArchivesCat
                      or (nomFichierArc(indArc) = nomFichierCourant
                          and anneeArc(indArc)
                              = anneeExpiree(indAnnee)
                          and not archivePurgee(indArc))
               continue
           end-perform.
           if indArc > nbArchivesCat
               if nbArchivesCat >= 300
                   display "Catalogue des archives plein, "
                           "traitement arrete"
                   move "O" to ficheAbandonneeSW
               else
                   add 1 to nbArchivesCat
                   move nbArchivesCat to indArc
                   move nomFichierCourant to nomFichierArc(indArc)
                   move anneeExpiree(indAnnee) to anneeArc(indArc)
                   move nomArchiveCourant to nomArchiveArc(indArc)
                   move 0 to nbLignesArc(indArc)
                   move 0 to totalControleArc(indArc)
                   move "A" to statutArc(indArc)
               end-if
           end-if.
           if indArc <= nbArchivesCat
               add nbCopiees to nbLignesArc(indArc)
               add totalCopie to totalControleArc(indArc)
               move dateJour to dateArchivageArc(indArc)
               move "O" to catalogueModifieSW
               add nbCopiees to totalArchivees
           end-if.

       remplacerHistorique.
           open input FiTravail.
           open output FiSource.
           move 0 to nbCopiees.
           read FiTravail end-read.
           perform until finFiTravail
               move engTravail to engSource
               write engSource end-write
               add 1 to nbCopiees
               read FiTravail end-read
           end-perform.
           close FiTravail FiSource.
           if nbCopiees not = nbGardes
               display "Ecart a la reecriture de "
                       nomFichierCourant ": " nbCopiees
                       " lignes pour " nbGardes
               move "O" to ficheAbandonneeSW
           end-if.

       ecrireComptesFichier.
           move nbLus to nbLus-ed.
           move nbGardes to nbGardes-ed.
           move nbArchivees to nbArchivees-ed.
           move nbGelees to nbGelees-ed.
           move nbSansDate to nbSansDate-ed.
           write engRapport from ligneComptes end-write.
           add nbGelees to totalGelees.

      *****************************************************************
      *    Purge : une archive dont l'annee a depasse la duree en
      *    ligne plus la duree d'archive est supprimee du disque et
      *    marquee P au catalogue, sauf si le fichier est gele ou si
      *    l'archive contient une ligne sous gel : elle est alors
      *    conservee et signalee.
      *****************************************************************
       purgerArchives.
           perform varying indArc from 1 by 1
                   until indArc > nbArchivesCat
               if not archivePurgee(indArc)
                   perform rechercherPolitiqueArchive
                   if indPol <= nbPolitiques
                       compute anneeLimiteArchive =
                               anneeJour - anneesEnLignePol(indPol)
                               - anneesArchivePol(indPol)
                       if anneeArc(indArc) <= anneeLimiteArchive
                           perform purgerArchive
                       end-if
                   end-if
               end-if
           end-perform.

       rechercherPolitiqueArchive.
           perform varying indPol from 1 by 1
                   until indPol > nbPolitiques
                      or nomFichierPol(indPol) = nomFichierArc(indArc)
               continue
           end-perform.

       purgerArchive.
           move nomFichierArc(indArc) to nomFichierCourant.
           move spaces to cheminArchive.
           if dossierDonnees not = spaces
               string dossierDonnees delimited by "  "
                      nomArchiveArc(indArc) delimited by "  "
                      into cheminArchive
           else
               move nomArchiveArc(indArc) to cheminArchive
           end-if.
           perform verifierGelFichier.
           move fichierGeleSW to archiveGeleeSW.
           if not archiveGelee
               open input FiArchive
               if fiArchiveOK
                   read FiArchive end-read
                   perform until finFiArchive or archiveGelee
                       move engArchive to engSource
                       move "N" to ligneGeleeSW
                       perform verifierGelLigne
                       if ligneGelee
                           move "O" to archiveGeleeSW
                       end-if
                       read FiArchive end-read
                   end-perform
               end-if
               close FiArchive
           end-if.
           move nomArchiveArc(indArc) to nomPurge-ed.
           move anneeArc(indArc) to anneePurge-ed.
           if archiveGelee
               add 1 to nbPurgesGelees
               move "Archive conservee sous gel : "
                    to libellePurge-ed
           else
               delete file FiArchive
               move "P" to statutArc(indArc)
               move dateJour to dateArchivageArc(indArc)
               move "O" to catalogueModifieSW
               add 1 to nbPurges
               move "Archive purgee : " to libellePurge-ed
           end-if.
           write engRapport from lignePurge end-write.

       reecrireCatalogue.
           open output FiCatalogue.
           perform varying indArc from 1 by 1
                   until indArc > nbArchivesCat
               move spaces to engCatalogue
               move nomFichierArc(indArc) to nomFichierArcFi
               move anneeArc(indArc) to anneeArcX
               move nomArchiveArc(indArc) to nomArchiveArcFi
               move nbLignesArc(indArc) to nbLignesArcX
               move totalControleArc(indArc) to totalControleArcX
               move dateArchivageArc(indArc) to dateArchivageArcX
               move statutArc(indArc) to statutArcFi
               write engCatalogue end-write
           end-perform.
           close FiCatalogue.

       reecrireReportes.
           open output FiReportes.
           perform varying indRep from 1 by 1
                   until indRep > nbReportes
               move spaces to engReporte
               move nomOuvrierRep(indRep) to nomOuvrierReporte
               move heuresNRep(indRep) to heuresNReportees
               move heuresSRep(indRep) to heuresSReportees
               move brutRep(indRep) to brutReporte
               move nbPeriodesRep(indRep) to nbPeriodesReportees
               move anneeRep(indRep) to anneeReportee
               write engReporte end-write
           end-perform.
           close FiReportes.

       ecrireAudit.
           move spaces to resumeAudit.
           string "fichiers=" nbFichiersTraites
                  ", archivees=" totalArchivees
                  ", purges=" nbPurges
                  ", gel=" nbPurgesGelees
                  delimited by size into resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "HistoriquesRetention"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminPolitique
                         NOMFIC BY "RetentionPolitique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminGels
                         NOMFIC BY "RetentionGel.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminTravail
                         NOMFIC BY "Retention.tmp".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminCatalogue
                         NOMFIC BY "RetentionArchives.cat".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminReportes
                         NOMFIC BY "PaieCumulsReportes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminRapport
                         NOMFIC BY "RetentionRapport.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program HistoriquesRetention.
