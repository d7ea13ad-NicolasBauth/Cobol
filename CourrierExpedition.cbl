       program-id. CourrierExpedition as "CourrierExpedition".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiCourrier assign to dynamic cheminCourrier
               organization is line sequential
               file status is fs-FiCourrier.
           select optional FiCarnet assign to dynamic cheminCarnet
               organization is line sequential
               file status is fs-FiCarnet.
           select FiTri assign to dynamic cheminFiTri.
           select FiManifeste assign to dynamic cheminManifeste
               organization is line sequential
               file status is fs-FiManifeste.
           select optional FiExpedie assign to dynamic cheminExpedie
               organization is line sequential
               file status is fs-FiExpedie.
           select FiAttente assign to dynamic cheminAttente
               organization is line sequential
               file status is fs-FiAttente.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
       FD FiCourrier.
       01 engCourrier.
           COPY "CourrierSortant.cpy".
      *    Carnet d'adresses du courrier : adresse postale d'un
      *    destinataire dont le fichier d'origine n'en porte pas
      *    (etudiants, candidats a l'admission).
       FD FiCarnet.
       01 engCarnet.
           02 nomCarnet pic x(30).
           02 filler pic x.
           02 rueCarnet pic x(40).
           02 filler pic x.
           02 codePostalCarnet pic x(5).
           02 filler pic x.
           02 localiteCarnet pic x(25).
      *    Tri des lettres adressees : code postal pour la remise au
      *    tarif degressif, puis destinataire et adresse pour reunir
      *    ses lettres dans une seule enveloppe, dans l'ordre de
      *    depot.
       SD FiTri.
       01 engTri.
           02 codePostalTri pic x(5).
           02 destinataireTri pic x(30).
           02 rueTri pic x(40).
           02 ordreTri pic 9(6).
           02 courrierTri pic x(183).
       FD FiManifeste.
       01 engManifeste pic x(100).
      *    Lettres remises a la maison d'expedition, avec le numero
      *    d'enveloppe et la date de la tournee.
       FD FiExpedie.
       01 engExpedie.
           02 dateExpedie pic 9(8).
           02 filler pic x.
           02 enveloppeExpedie pic 9(6).
           02 filler pic x.
           02 courrierExpedie pic x(183).
      *    Lettres sans adresse utilisable, toutes conservees le temps
      *    du tri, puis recopiees dans la boite d'envoi.
       FD FiAttente.
       01 engAttente pic x(183).
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
       01 cheminCourrier pic x(80) value "CourrierSortant.seq".
       01 cheminCarnet pic x(80) value "CarnetAdresses.seq".
       01 cheminFiTri pic x(80) value "TriCourrier.tmp".
       01 cheminManifeste pic x(80) value "CourrierManifeste.seq".
       01 cheminExpedie pic x(80) value "CourrierExpedie.seq".
       01 cheminAttente pic x(80) value "CourrierSortant.tmp".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourrier
                                        FSOK BY fiCourrierOK
                                        FSFIN BY finFiCourrier
                                        FSABSENT BY fiCourrierAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCarnet
                                        FSOK BY fiCarnetOK
                                        FSFIN BY finFiCarnet
                                        FSABSENT BY fiCarnetAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiManifeste
                                        FSOK BY fiManifesteOK
                                        FSFIN BY fiManifesteFin
                                        FSABSENT BY fiManifesteAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiExpedie
                                        FSOK BY fiExpedieOK
                                        FSFIN BY fiExpedieFin
                                        FSABSENT BY fiExpedieAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAttente
                                        FSOK BY fiAttenteOK
                                        FSFIN BY finFiAttente
                                        FSABSENT BY fiAttenteAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour pic 9(8).
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.

       01 tabCarnet.
           02 carnetTab occurs 3000.
               03 nomCarnetTab pic x(30).
               03 rueCarnetTab pic x(40).
               03 codePostalCarnetTab pic x(5).
               03 localiteCarnetTab pic x(25).
       01 nbCarnet pic 9(4) value 0.
       01 indCarnet pic 9(4).

      *    Lettres sans adresse utilisable : elles restent dans la
      *    boite d'envoi jusqu'a ce que le carnet d'adresses les
      *    complete. Seules les 2000 premieres sont detaillees au
      *    manifeste; toutes sont gardees via FiAttente.
       01 tabEnAttente.
           02 enAttenteTab occurs 2000 pic x(183).
       01 nbEnAttente pic 9(6) value 0.
       01 nbAttenteListees pic 9(4) value 0.
       01 nbAttenteNonListees pic 9(6) value 0.
       01 indAttente pic 9(4).

       01 nbDeposees pic 9(6) value 0.
       01 nbLettres pic 9(6) value 0.
       01 nbPages pic 9(7) value 0.
       01 nbEnveloppes pic 9(6) value 0.
       01 lettresEnveloppe pic 9(3).
       01 pagesEnveloppe pic 9(5).
       01 finTriSW pic x value "N".
           88 finTri value "O".
       01 enveloppeCourante.
           02 codePostalEnv pic x(5).
           02 destinataireEnv pic x(30).
           02 rueEnv pic x(40).

      *    Types de lettres connus; un type inconnu est compte a
      *    part sous "Autres".
       01 typesCourrierVal.
           02 filler pic x(4) value "CONV".
           02 filler pic x(26) value "Convocations 2e session".
           02 filler pic x(4) value "RELC".
           02 filler pic x(26) value "Rappels clients".
           02 filler pic x(4) value "RAPM".
           02 filler pic x(26) value "Rappels de minerval".
           02 filler pic x(4) value "NOTP".
           02 filler pic x(26) value "Notices de frais plaques".
           02 filler pic x(4) value "ATTE".
           02 filler pic x(26) value "Attestations".
           02 filler pic x(4) value "OFFR".
           02 filler pic x(26) value "Offres de place".
           02 filler pic x(4) value "????".
           02 filler pic x(26) value "Autres".
       01 redefines typesCourrierVal.
           02 typeCourrierRef occurs 7.
               03 codeTypeRef pic x(4).
               03 libelleTypeRef pic x(26).
       01 tabComptesTypes.
           02 compteType occurs 7.
               03 lettresType pic 9(6).
               03 pagesType pic 9(7).
       01 indType pic 9.
       01 indTypeTrouve pic 9.

      *    Adresse libre (fiche client) : le code postal est le
      *    premier groupe de quatre chiffres isole, la localite suit.
       01 positionCP pic 99.
       01 positionCPTrouvee pic 99.
       01 adresseLibre pic x(40).

       01 ligneTitre.
           02 filler pic x(26) value "MANIFESTE D'EXPEDITION DU ".
           02 dateTitre-ed pic 9999/99/99.
       01 ligneEnveloppe.
           02 filler pic x(4) value "Env ".
           02 numeroEnveloppe-ed pic zzzzz9.
           02 filler pic x(2) value spaces.
           02 codePostalEnv-ed pic x(5).
           02 filler pic x value space.
           02 localiteEnv-ed pic x(25).
           02 filler pic x value space.
           02 destinataireEnv-ed pic x(30).
       01 ligneRueEnveloppe.
           02 filler pic x(24) value spaces.
           02 rueEnv-ed pic x(40).
       01 ligneLettre.
           02 filler pic x(12) value spaces.
           02 typeLettre-ed pic x(4).
           02 filler pic x value space.
           02 pagesLettre-ed pic zz9.
           02 filler pic x(4) value " p. ".
           02 documentLettre-ed pic x(30).
           02 filler pic x value space.
           02 cleLettre-ed pic x(30).
       01 ligneFinEnveloppe.
           02 filler pic x(12) value spaces.
           02 lettresEnv-ed pic zz9.
           02 filler pic x(11) value " lettre(s),".
           02 pagesEnv-ed pic zzzz9.
           02 filler pic x(8) value " page(s)".
       01 ligneTitreTypes pic x(60) value
          "Lettres par type :".
       01 ligneType.
           02 filler pic x(2) value spaces.
           02 codeType-ed pic x(4).
           02 filler pic x value space.
           02 libelleType-ed pic x(26).
           02 filler pic x(10) value " lettres: ".
           02 lettresType-ed pic zzzzz9.
           02 filler pic x(9) value ", pages: ".
           02 pagesType-ed pic zzzzzz9.
       01 ligneTotal.
           02 filler pic x(12) value "Enveloppes: ".
           02 nbEnveloppes-ed pic zzzzz9.
           02 filler pic x(11) value ", lettres: ".
           02 nbLettres-ed pic zzzzz9.
           02 filler pic x(9) value ", pages: ".
           02 nbPages-ed pic zzzzzz9.
       01 ligneTitreAttente pic x(70) value
          "En attente d'adresse (restent dans la boite d'envoi) :".
       01 ligneAttente.
           02 filler pic x(2) value spaces.
           02 typeAttente-ed pic x(4).
           02 filler pic x value space.
           02 destinataireAttente-ed pic x(30).
           02 filler pic x value space.
           02 documentAttente-ed pic x(30).
       01 ligneAttenteNonListee.
           02 filler pic x(2) value spaces.
           02 nbNonListees-ed pic zzzzz9.
           02 filler pic x(50) value
              " autre(s) lettre(s) en attente, non detaillee(s)".

       procedure division.
       main.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           perform chargerCarnet.
           perform varying indType from 1 by 1 until indType > 7
               move 0 to lettresType(indType)
               move 0 to pagesType(indType)
           end-perform.
           open input FiCourrier.
           if not fiCourrierOK
               display "CourrierSortant.seq absent, aucun courrier "
                       "a expedier"
               close FiCourrier
               stop run
           end-if.
           open output FiManifeste.
           move dateJour to dateTitre-ed.
           write engManifeste from ligneTitre end-write.
           open extend FiExpedie.
           if not fiExpedieOK and fs-FiExpedie not = "05"
               open output FiExpedie
           end-if.
           open output FiAttente.
           if not fiAttenteOK
               display "CourrierSortant.tmp impossible a creer ("
                       fs-FiAttente "), boite d'envoi laissee intacte"
               close FiCourrier FiManifeste FiExpedie
               move 8 to return-code
               stop run
           end-if.
           sort FiTri on ascending key codePostalTri
                                       destinataireTri
                                       rueTri
                                       ordreTri
                input procedure is collecterCourrier
                output procedure is expedierEnveloppes.
           close FiCourrier FiExpedie FiAttente.
           perform ecrireComptes.
           close FiManifeste.
           perform reecrireBoiteEnvoi.
           display "Lettres deposees: " nbDeposees
                   ", expediees: " nbLettres
                   " en " nbEnveloppes " enveloppes".
           display "Lettres en attente d'adresse: " nbEnAttente.
           if nbEnAttente > 0
               move 4 to return-code
           end-if.
           perform ecrireAudit.
           stop run.

       chargerCarnet.
           open input FiCarnet.
           if fiCarnetOK
               read FiCarnet end-read
               perform until finFiCarnet or nbCarnet >= 3000
                   if nomCarnet not = spaces
                       add 1 to nbCarnet
                       move nomCarnet to nomCarnetTab(nbCarnet)
                       move rueCarnet to rueCarnetTab(nbCarnet)
                       move codePostalCarnet
                            to codePostalCarnetTab(nbCarnet)
                       move localiteCarnet
                            to localiteCarnetTab(nbCarnet)
                   end-if
                   read FiCarnet end-read
               end-perform
           end-if.
           close FiCarnet.

      *****************************************************************
      *    Chaque lettre deposee recoit son adresse (celle du depot,
      *    a defaut celle du carnet); une lettre adressee part au tri,
      *    une lettre sans adresse complete est mise de cote.
      *****************************************************************
       collecterCourrier.
           read FiCourrier end-read.
           perform until finFiCourrier
               if engCourrier not = spaces
                   add 1 to nbDeposees
                   perform completerAdresse
                   if rueCourrier = spaces
                      or codePostalCourrier = spaces
                       perform mettreEnAttente
                   else
                       move codePostalCourrier to codePostalTri
                       move destinataireCourrier to destinataireTri
                       move rueCourrier to rueTri
                       move nbDeposees to ordreTri
                       move engCourrier to courrierTri
                       release engTri
                   end-if
               end-if
               read FiCourrier end-read
           end-perform.

       completerAdresse.
           if rueCourrier = spaces
               perform varying indCarnet from 1 by 1
                       until indCarnet > nbCarnet
                          or rueCourrier not = spaces
                   if nomCarnetTab(indCarnet) = destinataireCourrier
                       move rueCarnetTab(indCarnet) to rueCourrier
                       move codePostalCarnetTab(indCarnet)
                            to codePostalCourrier
                       move localiteCarnetTab(indCarnet)
                            to localiteCourrier
                   end-if
               end-perform
           end-if.
           if rueCourrier not = spaces
              and codePostalCourrier = spaces
               perform separerAdresseLibre
           end-if.

       separerAdresseLibre.
           move 0 to positionCPTrouvee.
           perform varying positionCP from 1 by 1
                   until positionCP > 36
                      or positionCPTrouvee not = 0
               if rueCourrier(positionCP:4) numeric
                   if (positionCP = 1
                       or rueCourrier(positionCP - 1:1) = space
                       or rueCourrier(positionCP - 1:1) = ",")
                      and (positionCP = 37
                       or rueCourrier(positionCP + 4:1) = space)
                       move positionCP to positionCPTrouvee
                   end-if
               end-if
           end-perform.
           if positionCPTrouvee > 1
               move rueCourrier to adresseLibre
               move adresseLibre(positionCPTrouvee:4)
                    to codePostalCourrier
               if positionCPTrouvee < 36
                   move adresseLibre(positionCPTrouvee + 5:)
                        to localiteCourrier
               end-if
               move spaces to rueCourrier
               move adresseLibre(1:positionCPTrouvee - 1)
                    to rueCourrier
               inspect rueCourrier replacing all "," by space
           end-if.

       mettreEnAttente.
           add 1 to nbEnAttente.
           write engAttente from engCourrier end-write.
           if nbAttenteListees < 2000
               add 1 to nbAttenteListees
               move engCourrier to enAttenteTab(nbAttenteListees)
           else
               add 1 to nbAttenteNonListees
           end-if.

      *****************************************************************
      *    Une enveloppe par destinataire et adresse : les lettres
      *    triees consecutives d'un meme destinataire y sont reunies.
      *    Chaque lettre expediee est journalisee avec son numero
      *    d'enveloppe.
      *****************************************************************
       expedierEnveloppes.
           move high-values to enveloppeCourante.
           move "N" to finTriSW.
           return FiTri
               at end move "O" to finTriSW
           end-return.
           perform until finTri
               move courrierTri to engCourrier
               if codePostalTri not = codePostalEnv
                  or destinataireTri not = destinataireEnv
                  or rueTri not = rueEnv
                   perform fermerEnveloppe
                   perform ouvrirEnveloppe
               end-if
               perform expedierLettre
               return FiTri
                   at end move "O" to finTriSW
               end-return
           end-perform.
           perform fermerEnveloppe.

       ouvrirEnveloppe.
           add 1 to nbEnveloppes.
           move codePostalTri to codePostalEnv.
           move destinataireTri to destinataireEnv.
           move rueTri to rueEnv.
           move 0 to lettresEnveloppe pagesEnveloppe.
           move nbEnveloppes to numeroEnveloppe-ed.
           move codePostalCourrier to codePostalEnv-ed.
           move localiteCourrier to localiteEnv-ed.
           move destinataireCourrier to destinataireEnv-ed.
           write engManifeste from ligneEnveloppe end-write.
           move rueCourrier to rueEnv-ed.
           write engManifeste from ligneRueEnveloppe end-write.

       fermerEnveloppe.
           if enveloppeCourante not = high-values
               move lettresEnveloppe to lettresEnv-ed
               move pagesEnveloppe to pagesEnv-ed
               write engManifeste from ligneFinEnveloppe end-write
           end-if.

       expedierLettre.
           add 1 to nbLettres.
           add 1 to lettresEnveloppe.
           add nbPagesCourrier to nbPages pagesEnveloppe.
           move 7 to indTypeTrouve.
           perform varying indType from 1 by 1 until indType > 6
               if codeTypeRef(indType) = typeCourrier
                   move indType to indTypeTrouve
               end-if
           end-perform.
           add 1 to lettresType(indTypeTrouve).
           add nbPagesCourrier to pagesType(indTypeTrouve).
           move typeCourrier to typeLettre-ed.
           move nbPagesCourrier to pagesLettre-ed.
           move documentCourrier to documentLettre-ed.
           move cleDocumentCourrier to cleLettre-ed.
           write engManifeste from ligneLettre end-write.
           move spaces to engExpedie.
           move dateJour to dateExpedie.
           move nbEnveloppes to enveloppeExpedie.
           move engCourrier to courrierExpedie.
           write engExpedie end-write.

       ecrireComptes.
           write engManifeste from ligneTitreTypes end-write.
           perform varying indType from 1 by 1 until indType > 7
               if lettresType(indType) > 0
                   move codeTypeRef(indType) to codeType-ed
                   move libelleTypeRef(indType) to libelleType-ed
                   move lettresType(indType) to lettresType-ed
                   move pagesType(indType) to pagesType-ed
                   write engManifeste from ligneType end-write
               end-if
           end-perform.
           move nbEnveloppes to nbEnveloppes-ed.
           move nbLettres to nbLettres-ed.
           move nbPages to nbPages-ed.
           write engManifeste from ligneTotal end-write.
           if nbEnAttente > 0
               write engManifeste from ligneTitreAttente end-write
               perform varying indAttente from 1 by 1
                       until indAttente > nbAttenteListees
                   move enAttenteTab(indAttente) to engCourrier
                   move typeCourrier to typeAttente-ed
                   move destinataireCourrier
                        to destinataireAttente-ed
                   move documentCourrier to documentAttente-ed
                   write engManifeste from ligneAttente end-write
               end-perform
               if nbAttenteNonListees > 0
                   move nbAttenteNonListees to nbNonListees-ed
                   write engManifeste from ligneAttenteNonListee
                   end-write
               end-if
           end-if.

      *    La boite d'envoi ne garde que les lettres en attente
      *    d'adresse; les autres sont dans CourrierExpedie.seq.
       reecrireBoiteEnvoi.
           open input FiAttente.
           open output FiCourrier.
           read FiAttente end-read.
           perform until finFiAttente
               write engCourrier from engAttente end-write
               read FiAttente end-read
           end-perform.
           close FiAttente FiCourrier.

       ecrireAudit.
           move spaces to resumeAudit.
           string "lettres=" nbLettres
                  ", enveloppes=" nbEnveloppes
                  ", en attente=" nbEnAttente
                  delimited by size into resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "CourrierExpedition"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminCourrier
                         NOMFIC BY "CourrierSortant.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminCarnet
                         NOMFIC BY "CarnetAdresses.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTri
                         NOMFIC BY "TriCourrier.tmp".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminManifeste
                         NOMFIC BY "CourrierManifeste.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminExpedie
                         NOMFIC BY "CourrierExpedie.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminAttente
                         NOMFIC BY "CourrierSortant.tmp".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       end program CourrierExpedition.
