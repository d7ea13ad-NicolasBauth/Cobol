       program-id. IntegriteReferences as "IntegriteReferences".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiDeclarations
               assign to dynamic cheminDeclarations
               organization is line sequential
               file status is fs-FiDeclarations.
           select optional FiEtud assign to dynamic cheminFiEtud
               organization is line sequential
               file status is fs-FiEtud.
           select optional FiClients assign to dynamic cheminFiClients
               organization is line sequential
               file status is fs-FiClients.
           select optional FiOuvriers
               assign to dynamic cheminFiOuvriers
               organization is line sequential
               file status is fs-FiOuvriers.
           select optional FiDependant
               assign to dynamic cheminDependant
               organization is line sequential
               file status is fs-FiDependant.
           select FiOrphelins assign to dynamic cheminOrphelins
               organization is line sequential
               file status is fs-FiOrphelins.
           select FiVerdict assign to dynamic cheminVerdict
               organization is line sequential
               file status is fs-FiVerdict.
           select optional FiParametres assign to dynamic cheminParam
               organization is line sequential
               file status is fs-FiParametres.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
      *    Fichiers dependants a controler : nom du fichier, maitre
      *    de reference (E etudiants, C clients, O ouvriers), cle
      *    (M matricule, N nom) et position de la reference dans la
      *    ligne du fichier dependant.
       FD FiDeclarations.
       01 engDeclaration.
           02 nomFichierDeclFi pic x(40).
           02 filler pic x.
           02 maitreDeclFi pic x.
           02 filler pic x.
           02 cleDeclFi pic x.
           02 filler pic x.
           02 debutDeclX pic x(3).
           02 filler pic x.
           02 longueurDeclX pic x(2).
       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".
       FD FiClients.
       01 engClient.
           02 nomClientMaitre pic x(30).
           02 filler pic x(72).
       FD FiOuvriers.
       01 engOuvrier.
           COPY "OuvrierMaitre.cpy".
       FD FiDependant.
       01 engDependant pic x(200).
       FD FiOrphelins.
       01 engOrphelin pic x(100).
      *    Verdict lu par le job maitre avant les etapes de
      *    restitution : GO sans orphelin, ALRT avec orphelins, NOGO
      *    quand un maitre manque ou que les orphelins depassent le
      *    seuil SEUIL-ORPHELINS de Parametres.seq.
       FD FiVerdict.
       01 engVerdict.
           02 dateVerdictFi pic 9(8).
           02 filler pic x.
           02 verdictFi pic x(4).
           02 filler pic x.
           02 nbOrphelinsFi pic 9(6).
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
       01 cheminDeclarations pic x(80)
          value "ReferencesDependantes.seq".
       01 cheminFiEtud pic x(80) value "FiEtud.seq".
       01 cheminFiClients pic x(80) value "Clients.seq".
       01 cheminFiOuvriers pic x(80) value "Ouvriers.seq".
       01 cheminDependant pic x(80).
       01 cheminOrphelins pic x(80) value "IntegriteOrphelins.seq".
       01 cheminVerdict pic x(80) value "IntegriteVerdict.seq".
       01 cheminParam pic x(80) value "Parametres.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiDeclarations
                                        FSOK BY fiDeclarationsOK
                                        FSFIN BY finFiDeclarations
                                        FSABSENT BY fiDeclarationsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiClients
                                        FSOK BY fiClientsOK
                                        FSFIN BY finFiClients
                                        FSABSENT BY fiClientsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOuvriers
                                        FSOK BY fiOuvriersOK
                                        FSFIN BY finFiOuvriers
                                        FSABSENT BY fiOuvriersAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiDependant
                                        FSOK BY fiDependantOK
                                        FSFIN BY finFiDependant
                                        FSABSENT BY fiDependantAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiOrphelins
                                        FSOK BY fiOrphelinsOK
                                        FSFIN BY finFiOrphelins
                                        FSABSENT BY fiOrphelinsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiVerdict
                                        FSOK BY fiVerdictOK
                                        FSFIN BY finFiVerdict
                                        FSABSENT BY fiVerdictAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour pic 9(8).
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.

       01 seuilOrphelins pic 9(6) value 0.
       01 valeurParam pic x(12).
       01 filler redefines valeurParam.
           02 valeurParam6 pic 9(6).
           02 filler pic x(6).

      *    Dependances controlees quand ReferencesDependantes.seq est
      *    absent : notes, absences validees, paiements du minerval,
      *    demandes d'attestation et stages pour les etudiants;
      *    paiements, memoire des relances et pointages pour les
      *    clients; pointages, absences, conges et avances pour les
      *    ouvriers.
       01 declarationsDefaut.
           02 filler pic x(40) value "CotesCours.seq".
           02 filler pic x(7) value "EN00130".
           02 filler pic x(40) value "AbsencesValidees.seq".
           02 filler pic x(7) value "EM00106".
           02 filler pic x(40) value "MinervalPaiements.seq".
           02 filler pic x(7) value "EM00106".
           02 filler pic x(40) value "DemandesAttestations.seq".
           02 filler pic x(7) value "EM00106".
           02 filler pic x(40) value "AffectationsStagesDet.seq".
           02 filler pic x(7) value "EN03230".
           02 filler pic x(40) value "Paiements.seq".
           02 filler pic x(7) value "CN00130".
           02 filler pic x(40) value "RelancesEtat.seq".
           02 filler pic x(7) value "CN00130".
           02 filler pic x(40) value "Pointages.seq".
           02 filler pic x(7) value "CN03230".
           02 filler pic x(40) value "Pointages.seq".
           02 filler pic x(7) value "ON00130".
           02 filler pic x(40) value "AbsencesOuvriers.seq".
           02 filler pic x(7) value "ON00130".
           02 filler pic x(40) value "CongesSoldes.seq".
           02 filler pic x(7) value "ON00130".
           02 filler pic x(40) value "AvancesOuvriers.seq".
           02 filler pic x(7) value "ON00130".
       01 redefines declarationsDefaut.
           02 declarationDefaut occurs 12.
               03 nomFichierDefaut pic x(40).
               03 maitreDefaut pic x.
               03 cleDefaut pic x.
               03 debutDefaut pic 9(3).
               03 longueurDefaut pic 99.

       01 tabDeclarations.
           02 declarationTab occurs 40.
               03 nomFichierDecl pic x(40).
               03 maitreDecl pic x.
               03 cleDecl pic x.
               03 debutDecl pic 9(3).
               03 longueurDecl pic 99.
       01 nbDeclarations pic 99 value 0.
       01 indDecl pic 99.
       01 nbDeclRejetees pic 99 value 0.
       01 maitreCourant pic x.
           88 maitreEtudiants value "E".
           88 maitreClients value "C".
           88 maitreOuvriers value "O".
       01 cleCourante pic x.
           88 cleMatricule value "M".
       01 champ3 pic x(3).
       01 champ3Num redefines champ3 pic 999.
       01 champ2 pic x(2).
       01 champ2Num redefines champ2 pic 99.

      *    Cles des trois maitres, chargees une fois; un maitre
      *    absent ou trop grand pour sa table rend le controle de ses
      *    dependants impossible.
       01 tabEtudiants.
           02 etudiantTab occurs 3000.
               03 matriculeEtudTab pic x(6).
               03 nomEtudTab pic x(30).
       01 nbEtudiants pic 9(4) value 0.
       01 tabClients.
           02 nomClientTab occurs 1000 pic x(30).
       01 nbClients pic 9(4) value 0.
       01 tabOuvriers.
           02 nomOuvrierTab occurs 500 pic x(30).
       01 nbOuvriers pic 9(4) value 0.
       01 indMaitre pic 9(4).
       01 etudiantsSW pic x value "N".
           88 etudiantsCharges value "O".
       01 clientsSW pic x value "N".
           88 clientsCharges value "O".
       01 ouvriersSW pic x value "N".
           88 ouvriersCharges value "O".
       01 maitreIndisponibleSW pic x value "N".
           88 maitreIndisponible value "O".

       01 cleReference pic x(30).
       01 referenceTrouveeSW pic x.
           88 referenceTrouvee value "O".
       01 nbLignesFichier pic 9(6).
       01 nbOrphelinsFichier pic 9(6).
       01 nbOrphelins pic 9(6) value 0.
       01 nbFichiersControles pic 99 value 0.
       01 nbFichiersAbsents pic 99 value 0.
       01 verdictIntegrite pic x(4) value "GO".

       01 ligneTitre.
           02 filler pic x(28) value
              "Integrite des references au ".
           02 dateTitre-ed pic 9999/99/99.
       01 ligneEnTeteFichier.
           02 nomFichier-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 libelleReference-ed pic x(24).
       01 ligneFichier.
           02 filler pic x(30) value "   total".
           02 filler pic x(3) value " : ".
           02 nbLignes-ed pic zzzzz9.
           02 filler pic x(8) value " lignes,".
           02 nbOrphelins-ed pic zzzzz9.
           02 filler pic x(11) value " orphelins".
       01 ligneOrphelinDetail.
           02 filler pic x(10) value "   ligne ".
           02 numeroLigne-ed pic zzzzz9.
           02 filler pic x(3) value " : ".
           02 enregistrement-ed pic x(80).
       01 ligneVerdict.
           02 filler pic x(10) value "Verdict : ".
           02 verdict-ed pic x(4).
           02 filler pic x(3) value " - ".
           02 nbOrphelinsTotal-ed pic zzzzz9.
           02 filler pic x(23) value " orphelins, controles: ".
           02 nbControles-ed pic z9.
           02 filler pic x(11) value ", absents: ".
           02 nbAbsents-ed pic z9.
       01 ligneMessage pic x(100).

       procedure division.
       main.
           perform traiterIntegrite.
           stop run.

      *    Point d'entree pour le job maitre, qui execute le
      *    controle d'integrite avant les etapes de restitution.
       ENTRY "IntegriteReferences-SUB".
           perform traiterIntegrite.
           goback.

       traiterIntegrite.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           move 0 to nbOrphelins nbFichiersControles
                     nbFichiersAbsents nbDeclRejetees.
           move "N" to maitreIndisponibleSW.
           perform lireParametres.
           perform chargerDeclarations.
           perform chargerEtudiants.
           perform chargerClients.
           perform chargerOuvriers.
           open output FiOrphelins.
           move dateJour to dateTitre-ed.
           write engOrphelin from ligneTitre end-write.
           perform varying indDecl from 1 by 1
                   until indDecl > nbDeclarations
               perform controlerFichier
           end-perform.
           perform arbitrerVerdict.
           move verdictIntegrite to verdict-ed.
           move nbOrphelins to nbOrphelinsTotal-ed.
           move nbFichiersControles to nbControles-ed.
           move nbFichiersAbsents to nbAbsents-ed.
           write engOrphelin from ligneVerdict end-write.
           close FiOrphelins.
           open output FiVerdict.
           move spaces to engVerdict.
           move dateJour to dateVerdictFi.
           move verdictIntegrite to verdictFi.
           move nbOrphelins to nbOrphelinsFi.
           write engVerdict end-write.
           close FiVerdict.
           display "Integrite des references : " verdictIntegrite
                   ", orphelins: " nbOrphelins.
           perform ecrireAudit.

       lireParametres.
           open input FiParametres.
           if fiParametresOK
               read FiParametres end-read
               perform until finFiParametres
                   if cleParametre = "SEUIL-ORPHELINS"
                       move valeurParametreX to valeurParam
                       inspect valeurParam
                               replacing leading " " by "0"
                       if valeurParam(1:6) numeric
                           move valeurParam6 to seuilOrphelins
                       end-if
                   end-if
                   read FiParametres end-read
               end-perform
           end-if.
           close FiParametres.

       chargerDeclarations.
           move 0 to nbDeclarations.
           open input FiDeclarations.
           if fiDeclarationsOK
               read FiDeclarations end-read
               perform until finFiDeclarations
                       or nbDeclarations >= 40
                   if nomFichierDeclFi not = spaces
                       perform validerDeclaration
                   end-if
                   read FiDeclarations end-read
               end-perform
           else
               perform varying indDecl from 1 by 1
                       until indDecl > 12
                   move nomFichierDefaut(indDecl)
                        to nomFichierDecl(indDecl)
                   move maitreDefaut(indDecl) to maitreDecl(indDecl)
                   move cleDefaut(indDecl) to cleDecl(indDecl)
                   move debutDefaut(indDecl) to debutDecl(indDecl)
                   move longueurDefaut(indDecl)
                        to longueurDecl(indDecl)
               end-perform
               move 12 to nbDeclarations
           end-if.
           close FiDeclarations.

      *    La reference est un matricule (6 positions) ou un nom
      *    (30 positions au plus) d'un des trois maitres; une
      *    declaration incoherente est ignoree et signalee.
       validerDeclaration.
           move debutDeclX to champ3.
           inspect champ3 replacing leading " " by "0".
           move longueurDeclX to champ2.
           inspect champ2 replacing leading " " by "0".
           if (maitreDeclFi = "E" and (cleDeclFi = "M" or "N"))
              or ((maitreDeclFi = "C" or "O") and cleDeclFi = "N")
               if champ3 numeric and champ2 numeric
                  and champ3Num > 0 and champ2Num > 0
                  and champ2Num <= 30
                  and champ3Num + champ2Num <= 201
                   add 1 to nbDeclarations
                   move nomFichierDeclFi
                        to nomFichierDecl(nbDeclarations)
                   move maitreDeclFi to maitreDecl(nbDeclarations)
                   move cleDeclFi to cleDecl(nbDeclarations)
                   move champ3Num to debutDecl(nbDeclarations)
                   move champ2Num to longueurDecl(nbDeclarations)
               else
                   perform rejeterDeclaration
               end-if
           else
               perform rejeterDeclaration
           end-if.

       rejeterDeclaration.
           add 1 to nbDeclRejetees.
           display "Declaration de dependance ignoree: "
                   nomFichierDeclFi.

       chargerEtudiants.
           move 0 to nbEtudiants.
           move "O" to etudiantsSW.
           open input FiEtud.
           if fiEtudOK
               read FiEtud end-read
               perform until finFiEtud or not etudiantsCharges
                   if nbEtudiants >= 3000
                       display "Plus de 3000 etudiants, controle "
                               "des references impossible"
                       move "N" to etudiantsSW
                   else
                       add 1 to nbEtudiants
                       move engEtud(35:6)
                            to matriculeEtudTab(nbEtudiants)
                       move nomPrenom to nomEtudTab(nbEtudiants)
                       read FiEtud end-read
                   end-if
               end-perform
           else
               move "N" to etudiantsSW
           end-if.
           close FiEtud.

       chargerClients.
           move 0 to nbClients.
           move "O" to clientsSW.
           open input FiClients.
           if fiClientsOK
               read FiClients end-read
               perform until finFiClients or not clientsCharges
                   if nbClients >= 1000
                       display "Plus de 1000 clients, controle "
                               "des references impossible"
                       move "N" to clientsSW
                   else
                       add 1 to nbClients
                       move nomClientMaitre to nomClientTab(nbClients)
                       read FiClients end-read
                   end-if
               end-perform
           else
               move "N" to clientsSW
           end-if.
           close FiClients.

       chargerOuvriers.
           move 0 to nbOuvriers.
           move "O" to ouvriersSW.
           open input FiOuvriers.
           if fiOuvriersOK
               read FiOuvriers end-read
               perform until finFiOuvriers or not ouvriersCharges
                   if nbOuvriers >= 500
                       display "Plus de 500 ouvriers, controle "
                               "des references impossible"
                       move "N" to ouvriersSW
                   else
                       add 1 to nbOuvriers
                       move nomOuvrierMaitre
                            to nomOuvrierTab(nbOuvriers)
                       read FiOuvriers end-read
                   end-if
               end-perform
           else
               move "N" to ouvriersSW
           end-if.
           close FiOuvriers.

      *****************************************************************
      *    Chaque ligne non blanche du fichier dependant doit trouver
      *    sa reference dans le maitre; une ligne orpheline est
      *    listee avec son numero et son contenu. Un dependant absent
      *    n'est pas une anomalie (rien a controler), un maitre
      *    indisponible l'est.
      *****************************************************************
       controlerFichier.
           move maitreDecl(indDecl) to maitreCourant.
           move cleDecl(indDecl) to cleCourante.
           move nomFichierDecl(indDecl) to nomFichier-ed.
           evaluate true
               when maitreEtudiants and cleMatricule
                   move "etudiant par matricule"
                        to libelleReference-ed
               when maitreEtudiants
                   move "etudiant par nom" to libelleReference-ed
               when maitreClients
                   move "client par nom" to libelleReference-ed
               when other
                   move "ouvrier par nom" to libelleReference-ed
           end-evaluate.
           move spaces to cheminDependant.
           if dossierDonnees not = spaces
               string dossierDonnees delimited by "  "
                      nomFichierDecl(indDecl) delimited by "  "
                      into cheminDependant
           else
               move nomFichierDecl(indDecl) to cheminDependant
           end-if.
           move 0 to nbLignesFichier nbOrphelinsFichier.
           open input FiDependant.
           evaluate true
               when not fiDependantOK
                   add 1 to nbFichiersAbsents
                   move spaces to ligneMessage
                   string nomFichierDecl(indDecl) delimited by "  "
                          " : absent, rien a controler"
                          delimited by size into ligneMessage
                   write engOrphelin from ligneMessage end-write
               when (maitreEtudiants and not etudiantsCharges)
                 or (maitreClients and not clientsCharges)
                 or (maitreOuvriers and not ouvriersCharges)
                   move "O" to maitreIndisponibleSW
                   move spaces to ligneMessage
                   string nomFichierDecl(indDecl) delimited by "  "
                          " : maitre indisponible, non controle"
                          delimited by size into ligneMessage
                   write engOrphelin from ligneMessage end-write
               when other
                   add 1 to nbFichiersControles
                   write engOrphelin from ligneEnTeteFichier
                   end-write
                   read FiDependant end-read
                   perform until finFiDependant
                       add 1 to nbLignesFichier
                       if engDependant not = spaces
                           perform verifierReference
                       end-if
                       read FiDependant end-read
                   end-perform
                   move nbLignesFichier to nbLignes-ed
                   move nbOrphelinsFichier to nbOrphelins-ed
                   write engOrphelin from ligneFichier end-write
           end-evaluate.
           close FiDependant.

       verifierReference.
           move spaces to cleReference.
           move engDependant(debutDecl(indDecl):longueurDecl(indDecl))
                to cleReference(1:longueurDecl(indDecl)).
           move "N" to referenceTrouveeSW.
           evaluate true
               when cleReference = spaces
                   continue
               when maitreEtudiants and cleMatricule
                   perform varying indMaitre from 1 by 1
                           until indMaitre > nbEtudiants
                              or referenceTrouvee
                       if matriculeEtudTab(indMaitre)
                          = cleReference(1:6)
                           move "O" to referenceTrouveeSW
                       end-if
                   end-perform
               when maitreEtudiants
                   perform varying indMaitre from 1 by 1
                           until indMaitre > nbEtudiants
                              or referenceTrouvee
                       if nomEtudTab(indMaitre)
                          (1:longueurDecl(indDecl))
                          = cleReference(1:longueurDecl(indDecl))
                           move "O" to referenceTrouveeSW
                       end-if
                   end-perform
               when maitreClients
                   perform varying indMaitre from 1 by 1
                           until indMaitre > nbClients
                              or referenceTrouvee
                       if nomClientTab(indMaitre)
                          (1:longueurDecl(indDecl))
                          = cleReference(1:longueurDecl(indDecl))
                           move "O" to referenceTrouveeSW
                       end-if
                   end-perform
               when other
                   perform varying indMaitre from 1 by 1
                           until indMaitre > nbOuvriers
                              or referenceTrouvee
                       if nomOuvrierTab(indMaitre)
                          (1:longueurDecl(indDecl))
                          = cleReference(1:longueurDecl(indDecl))
                           move "O" to referenceTrouveeSW
                       end-if
                   end-perform
           end-evaluate.
           if not referenceTrouvee
               add 1 to nbOrphelinsFichier
               add 1 to nbOrphelins
               move nbLignesFichier to numeroLigne-ed
               move engDependant to enregistrement-ed
               write engOrphelin from ligneOrphelinDetail end-write
           end-if.

       arbitrerVerdict.
           evaluate true
               when maitreIndisponible
                   move "NOGO" to verdictIntegrite
                   move 8 to return-code
               when seuilOrphelins > 0
                    and nbOrphelins > seuilOrphelins
                   move "NOGO" to verdictIntegrite
                   move 8 to return-code
               when nbOrphelins > 0 or nbDeclRejetees > 0
                   move "ALRT" to verdictIntegrite
                   move 4 to return-code
               when other
                   move "GO" to verdictIntegrite
                   move 0 to return-code
           end-evaluate.

       ecrireAudit.
           move spaces to resumeAudit.
           string "verdict=" verdictIntegrite
                  ", orphelins=" nbOrphelins
                  ", fichiers=" nbFichiersControles
                  delimited by size into resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "IntegriteReferences"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminDeclarations
                         NOMFIC BY "ReferencesDependantes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClients
                         NOMFIC BY "Clients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiOuvriers
                         NOMFIC BY "Ouvriers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminOrphelins
                         NOMFIC BY "IntegriteOrphelins.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminVerdict
                         NOMFIC BY "IntegriteVerdict.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminParam
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program IntegriteReferences.
