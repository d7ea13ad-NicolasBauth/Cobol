       program-id. GenerationsComparaison as "GenerationsComparaison".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiCatalogue assign to dynamic cheminCatalogue
               organization is line sequential
               file status is fs-FiCatalogue.
           select optional FiCles assign to dynamic cheminCles
               organization is line sequential
               file status is fs-FiCles.
           select optional FiAncienne assign to dynamic cheminAncienne
               organization is line sequential
               file status is fs-FiAncienne.
           select optional FiNouvelle assign to dynamic cheminNouvelle
               organization is line sequential
               file status is fs-FiNouvelle.
           select FiRapport assign to dynamic cheminRapport
               organization is line sequential
               file status is fs-FiRapport.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
       FD FiCatalogue.
       01 engCatalogue.
           02 dateCatalogue pic x(8).
           02 filler pic x.
           02 nomFichierCat pic x(40).
           02 filler pic x.
           02 nomArchiveCat pic x(50).
           02 filler pic x.
           02 nbLignesCatX pic x(6).
      *****************************************************************
      *    Description des sorties gerees pour la comparaison : par
      *    fichier, une ligne C pour la cle d'appariement (position,
      *    longueur) et une ligne Z par colonne nommee a comparer.
      *    Un fichier sans colonnes declarees est compare sur la
      *    ligne entiere; un fichier sans cle, ligne a ligne.
      *****************************************************************
       FD FiCles.
       01 engCle.
           02 nomFichierCle pic x(40).
           02 filler pic x.
           02 typeCle pic x.
               88 ligneCle value "C".
               88 ligneZone value "Z".
           02 filler pic x.
           02 debutCleX pic x(3).
           02 filler pic x.
           02 longueurCleX pic x(3).
           02 filler pic x.
           02 libelleCle pic x(20).
       FD FiAncienne.
       01 engAncienne pic x(200).
       FD FiNouvelle.
       01 engNouvelle pic x(200).
       FD FiRapport.
       01 engRapport pic x(132).
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

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminCatalogue pic x(80) value "Generations.cat".
       01 cheminCles pic x(80) value "ClesComparaison.seq".
       01 cheminAncienne pic x(80).
       01 cheminNouvelle pic x(80).
       01 cheminRapport pic x(80) value "ComparaisonGenerations.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCatalogue
                                        FSOK BY fiCatalogueOK
                                        FSFIN BY finFiCatalogue
                                        FSABSENT BY fiCatalogueAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCles
                                        FSOK BY fiClesOK
                                        FSFIN BY finFiCles
                                        FSABSENT BY fiClesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAncienne
                                        FSOK BY fiAncienneOK
                                        FSFIN BY finFiAncienne
                                        FSABSENT BY fiAncienneAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiNouvelle
                                        FSOK BY fiNouvelleOK
                                        FSFIN BY finFiNouvelle
                                        FSABSENT BY fiNouvelleAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRapport
                                        FSOK BY fiRapportOK
                                        FSFIN BY fiRapportFin
                                        FSABSENT BY fiRapportAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 nomFichierDemande pic x(40).
       01 dateAncienneX pic x(8).
       01 dateNouvelleX pic x(8).
       01 nomArchiveAncienne pic x(50) value spaces.
       01 nomArchiveNouvelle pic x(50) value spaces.
       01 nomArchiveCherchee pic x(50).
       01 dateCherchee pic x(8).

       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.

      *    Cle et colonnes du fichier compare
       01 debutCle pic 999 value 1.
       01 longueurCle pic 999 value 200.
       01 cleDeclareeSW pic x value "N".
           88 cleDeclaree value "O".
       01 tabZones.
           02 zoneTab occurs 20.
               03 libelleZone pic x(20).
               03 debutZone pic 999.
               03 longueurZone pic 999.
       01 nbZones pic 99 value 0.
       01 indZone pic 99.
       01 champ3 pic x(3).
       01 champ3Num redefines champ3 pic 999.
       01 debutLu pic 999.
       01 longueurLue pic 999.

      *    Generation ancienne gardee en table, appariee par cle dans
      *    l'ordre des lignes (cles en double appariees une a une).
       01 tabAnciennes.
           02 ancienneTab occurs 5000.
               03 ligneAncienneTab pic x(200).
               03 ancienneAppariee pic x.
       01 nbAnciennes pic 9(4) value 0.
       01 indAncienne pic 9(4).
       01 indTrouve pic 9(4).
       01 cleNouvelle pic x(200).
       01 cleAncienne pic x(200).
       01 ligneAncienne pic x(200).
       01 ligneNouvelle pic x(200).
       01 indPosition pic 999.
       01 premierePosition pic 999.
       01 dernierePosition pic 999.
       01 longueurAffichee pic 999.

       01 nbNouvellesLues pic 9(6) value 0.
       01 nbAjoutes pic 9(6) value 0.
       01 nbSupprimes pic 9(6) value 0.
       01 nbModifies pic 9(6) value 0.
       01 nbInchanges pic 9(6) value 0.
       01 nbColonnesModifiees pic 9(6) value 0.

       01 ligneTitre.
           02 filler pic x(14) value "Comparaison de".
           02 filler pic x value space.
           02 nomFichierTitre-ed pic x(40).
       01 ligneGenerations.
           02 filler pic x(14) value "  generation  ".
           02 dateAncienne-ed pic x(8).
           02 filler pic x(3) value " : ".
           02 archiveAncienne-ed pic x(50).
       01 ligneGenerationsNouv.
           02 filler pic x(14) value "  contre      ".
           02 dateNouvelle-ed pic x(8).
           02 filler pic x(3) value " : ".
           02 archiveNouvelle-ed pic x(50).
       01 ligneCleRapport.
           02 filler pic x(14) value "  cle         ".
           02 filler pic x(9) value "position ".
           02 debutCle-ed pic zz9.
           02 filler pic x(11) value ", longueur ".
           02 longueurCle-ed pic zz9.
           02 filler pic x(11) value ", colonnes ".
           02 nbZones-ed pic z9.
       01 ligneDifference.
           02 typeDifference-ed pic x(9).
           02 filler pic x value space.
           02 cleDifference-ed pic x(40).
           02 filler pic x value space.
           02 detailDifference-ed pic x(81).
       01 ligneColonne.
           02 filler pic x(10) value spaces.
           02 libelleColonne-ed pic x(20).
           02 filler pic x value space.
           02 ancienneValeur-ed pic x(40).
           02 filler pic x(4) value " -> ".
           02 nouvelleValeur-ed pic x(40).
       01 ligneResume.
           02 filler pic x(10) value "Ajoutes: ".
           02 resAjoutes-ed pic zzzzz9.
           02 filler pic x(13) value ", supprimes: ".
           02 resSupprimes-ed pic zzzzz9.
           02 filler pic x(12) value ", modifies: ".
           02 resModifies-ed pic zzzzz9.
           02 filler pic x(13) value ", inchanges: ".
           02 resInchanges-ed pic zzzzz9.
           02 filler pic x(22) value ", colonnes modifiees: ".
           02 resColonnes-ed pic zzzzz9.

       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "GenerationsComparaison"
                         NIVEAU BY "L".
           display "Fichier gere a comparer: " no advancing.
           accept nomFichierDemande.
           display "Date de la generation de reference (AAAAMMJJ): "
                   no advancing.
           accept dateAncienneX.
           display "Date de la generation a comparer (AAAAMMJJ, "
                   "blanc = fichier courant): " no advancing.
           accept dateNouvelleX.
           move dateAncienneX to dateCherchee.
           perform rechercherGeneration.
           move nomArchiveCherchee to nomArchiveAncienne.
           if nomArchiveAncienne = spaces
               display "Aucune generation au catalogue pour ce "
                       "fichier au " dateAncienneX
               move 8 to return-code
               stop run
           end-if.
           if dateNouvelleX = spaces
               move "courant" to dateNouvelleX
               move nomFichierDemande to nomArchiveNouvelle
           else
               move dateNouvelleX to dateCherchee
               perform rechercherGeneration
               move nomArchiveCherchee to nomArchiveNouvelle
               if nomArchiveNouvelle = spaces
                   display "Aucune generation au catalogue pour ce "
                           "fichier au " dateNouvelleX
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           perform chargerCles.
           perform construireChemins.
           perform chargerAncienne.
           open input FiNouvelle.
           if not fiNouvelleOK
               display "Generation a comparer introuvable: "
                       nomArchiveNouvelle ", statut: " fs-FiNouvelle
               close FiNouvelle
               move 8 to return-code
               stop run
           end-if.
           open output FiRapport.
           perform ecrireEntete.
           read FiNouvelle end-read.
           perform until finFiNouvelle
               add 1 to nbNouvellesLues
               perform comparerNouvelle
               read FiNouvelle end-read
           end-perform.
           close FiNouvelle.
           perform signalerSupprimes.
           move nbAjoutes to resAjoutes-ed.
           move nbSupprimes to resSupprimes-ed.
           move nbModifies to resModifies-ed.
           move nbInchanges to resInchanges-ed.
           move nbColonnesModifiees to resColonnes-ed.
           write engRapport from spaces end-write.
           write engRapport from ligneResume end-write.
           close FiRapport.
           display ligneResume.
           if nbAjoutes + nbSupprimes + nbModifies = 0
               display "Les deux generations sont identiques"
           else
               move 4 to return-code
           end-if.
           perform ecrireAudit.
           stop run.

       rechercherGeneration.
           move spaces to nomArchiveCherchee.
           open input FiCatalogue.
           if not fiCatalogueOK
               display "Generations.cat introuvable, statut: "
                       fs-FiCatalogue
           else
               read FiCatalogue end-read
               perform until finFiCatalogue
                   if nomFichierCat = nomFichierDemande
                      and dateCatalogue = dateCherchee
                       move nomArchiveCat to nomArchiveCherchee
                   end-if
                   read FiCatalogue end-read
               end-perform
           end-if.
           close FiCatalogue.

       chargerCles.
           open input FiCles.
           if fiClesOK
               read FiCles end-read
               perform until finFiCles
                   if nomFichierCle = nomFichierDemande
                       perform retenirCle
                   end-if
                   read FiCles end-read
               end-perform
           end-if.
           close FiCles.
           if not cleDeclaree
               display "Cle non declaree pour " nomFichierDemande
                       ", appariement sur la ligne entiere"
           end-if.

       retenirCle.
           move debutCleX to champ3.
           inspect champ3 replacing leading " " by "0".
           move 0 to debutLu.
           if champ3 numeric
               move champ3Num to debutLu
           end-if.
           move longueurCleX to champ3.
           inspect champ3 replacing leading " " by "0".
           move 0 to longueurLue.
           if champ3 numeric
               move champ3Num to longueurLue
           end-if.
           if debutLu = 0 or longueurLue = 0
              or debutLu + longueurLue > 201
               display "Declaration ignoree (position/longueur "
                       "invalide): " engCle
           else
               evaluate true
                   when ligneCle
                       move debutLu to debutCle
                       move longueurLue to longueurCle
                       move "O" to cleDeclareeSW
                   when ligneZone and nbZones < 20
                       add 1 to nbZones
                       move libelleCle to libelleZone(nbZones)
                       move debutLu to debutZone(nbZones)
                       move longueurLue to longueurZone(nbZones)
                   when other
                       display "Declaration ignoree: " engCle
               end-evaluate
           end-if.

       construireChemins.
           move spaces to cheminAncienne.
           if dossierDonnees not = spaces
               string dossierDonnees delimited by "  "
                      nomArchiveAncienne delimited by "  "
                      into cheminAncienne
           else
               move nomArchiveAncienne to cheminAncienne
           end-if.
           move spaces to cheminNouvelle.
           if dossierDonnees not = spaces
               string dossierDonnees delimited by "  "
                      nomArchiveNouvelle delimited by "  "
                      into cheminNouvelle
           else
               move nomArchiveNouvelle to cheminNouvelle
           end-if.

       chargerAncienne.
           open input FiAncienne.
           if not fiAncienneOK
               display "Generation de reference introuvable: "
                       nomArchiveAncienne ", statut: " fs-FiAncienne
               close FiAncienne
               move 8 to return-code
               stop run
           end-if.
           read FiAncienne end-read.
           perform until finFiAncienne
               if nbAnciennes >= 5000
                   display "Generation de reference de plus de 5000 "
                           "lignes, comparaison refusee"
                   close FiAncienne
                   move 8 to return-code
                   stop run
               end-if
               add 1 to nbAnciennes
               move engAncienne to ligneAncienneTab(nbAnciennes)
               move "N" to ancienneAppariee(nbAnciennes)
               read FiAncienne end-read
           end-perform.
           close FiAncienne.

       ecrireEntete.
           move nomFichierDemande to nomFichierTitre-ed.
           write engRapport from ligneTitre end-write.
           move dateAncienneX to dateAncienne-ed.
           move nomArchiveAncienne to archiveAncienne-ed.
           write engRapport from ligneGenerations end-write.
           move dateNouvelleX to dateNouvelle-ed.
           move nomArchiveNouvelle to archiveNouvelle-ed.
           write engRapport from ligneGenerationsNouv end-write.
           move debutCle to debutCle-ed.
           move longueurCle to longueurCle-ed.
           move nbZones to nbZones-ed.
           write engRapport from ligneCleRapport end-write.
           write engRapport from spaces end-write.

      *****************************************************************
      *    Appariement d'une ligne de la nouvelle generation sur la
      *    premiere ligne ancienne libre de meme cle : sans ligne
      *    ancienne elle est ajoutee, sinon comparee colonne par
      *    colonne (ou sur la ligne entiere sans colonnes declarees).
      *****************************************************************
       comparerNouvelle.
           move engNouvelle to ligneNouvelle.
           move spaces to cleNouvelle.
           move ligneNouvelle(debutCle:longueurCle) to cleNouvelle.
           move 0 to indTrouve.
           perform varying indAncienne from 1 by 1
                   until indAncienne > nbAnciennes
                      or indTrouve not = 0
               if ancienneAppariee(indAncienne) = "N"
                   move spaces to cleAncienne
                   move ligneAncienneTab(indAncienne)
                        (debutCle:longueurCle) to cleAncienne
                   if cleAncienne = cleNouvelle
                       move indAncienne to indTrouve
                   end-if
               end-if
           end-perform.
           if indTrouve = 0
               add 1 to nbAjoutes
               move "AJOUTE" to typeDifference-ed
               move cleNouvelle to cleDifference-ed
               move ligneNouvelle to detailDifference-ed
               write engRapport from ligneDifference end-write
           else
               move "O" to ancienneAppariee(indTrouve)
               move ligneAncienneTab(indTrouve) to ligneAncienne
               if ligneAncienne = ligneNouvelle
                   add 1 to nbInchanges
               else
                   add 1 to nbModifies
                   move "MODIFIE" to typeDifference-ed
                   move cleNouvelle to cleDifference-ed
                   move spaces to detailDifference-ed
                   if nbZones = 0
                       perform situerDifference
                   end-if
                   write engRapport from ligneDifference end-write
                   if nbZones = 0
                       perform ecrireDifferenceLigne
                   else
                       perform comparerZones
                   end-if
               end-if
           end-if.

       comparerZones.
           perform varying indZone from 1 by 1
                   until indZone > nbZones
               move debutZone(indZone) to debutLu
               move longueurZone(indZone) to longueurLue
               if ligneAncienne(debutLu:longueurLue)
                  not = ligneNouvelle(debutLu:longueurLue)
                   add 1 to nbColonnesModifiees
                   move libelleZone(indZone) to libelleColonne-ed
                   move ligneAncienne(debutLu:longueurLue)
                        to ancienneValeur-ed
                   move ligneNouvelle(debutLu:longueurLue)
                        to nouvelleValeur-ed
                   write engRapport from ligneColonne end-write
               end-if
           end-perform.

      *    Sans colonnes declarees, la plage de positions qui differe
      *    est donnee et montree dans les deux generations.
       situerDifference.
           move 0 to premierePosition.
           move 0 to dernierePosition.
           perform varying indPosition from 1 by 1
                   until indPosition > 200
               if ligneAncienne(indPosition:1)
                  not = ligneNouvelle(indPosition:1)
                   if premierePosition = 0
                       move indPosition to premierePosition
                   end-if
                   move indPosition to dernierePosition
               end-if
           end-perform.
           add 1 to nbColonnesModifiees.
           string "positions " premierePosition "-" dernierePosition
                  delimited by size into detailDifference-ed.

       ecrireDifferenceLigne.
           compute longueurAffichee =
                   dernierePosition - premierePosition + 1.
           if longueurAffichee > 40
               move 40 to longueurAffichee
           end-if.
           move "colonnes" to libelleColonne-ed.
           move ligneAncienne(premierePosition:longueurAffichee)
                to ancienneValeur-ed.
           move ligneNouvelle(premierePosition:longueurAffichee)
                to nouvelleValeur-ed.
           write engRapport from ligneColonne end-write.

       signalerSupprimes.
           perform varying indAncienne from 1 by 1
                   until indAncienne > nbAnciennes
               if ancienneAppariee(indAncienne) = "N"
                   add 1 to nbSupprimes
                   move "SUPPRIME" to typeDifference-ed
                   move spaces to cleAncienne
                   move ligneAncienneTab(indAncienne)
                        (debutCle:longueurCle) to cleAncienne
                   move cleAncienne to cleDifference-ed
                   move ligneAncienneTab(indAncienne)
                        to detailDifference-ed
                   write engRapport from ligneDifference end-write
               end-if
           end-perform.

       ecrireAudit.
           move spaces to resumeAudit.
           string nomFichierDemande(1:16)
                  " " dateAncienneX "/" dateNouvelleX
                  " +" nbAjoutes " -" nbSupprimes " *" nbModifies
                  delimited by size into resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "GenerationsComparaison"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminCatalogue
                         NOMFIC BY "Generations.cat".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminCles
                         NOMFIC BY "ClesComparaison.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminRapport
                         NOMFIC BY "ComparaisonGenerations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program GenerationsComparaison.
