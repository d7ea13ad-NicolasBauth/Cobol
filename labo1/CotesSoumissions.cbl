               assign to dynamic cheminFiCoursGroupes
               organization is line sequential
               file status is fs-FiCoursGroupes.
           select optional FiAttributions
               assign to dynamic cheminFiAttributions
               organization is line sequential
               file status is fs-FiAttributions.
           select optional FiProfesseurs
               assign to dynamic cheminFiProfesseurs
               organization is line sequential
               file status is fs-FiProfesseurs.
           select optional FiEtud assign to dynamic cheminFiEtud
               organization is line sequential
               file status is fs-FiEtud.
           select optional FiInscriptions
               assign to dynamic cheminFiInscriptions
               organization is line sequential
               file status is fs-FiInscriptions.
           select FiRejets assign to dynamic cheminFiRejets
               organization is line sequential
               file status is fs-FiRejets.
           02 filler pic x.
           02 groupeAttendu pic x(4).

       FD FiAttributions.
       01 engAttribution.
           COPY "AttributionCours.cpy".

       FD FiProfesseurs.
       01 engProfesseur.
           COPY "Professeur.cpy".

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiInscriptions.
       01 engInscription.
           COPY "InscriptionCours.cpy".

       FD FiRejets.
       01 engRejet pic x(90).

       FD FiRegistre.
       01 engRegistreSoum pic x(80).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiSoumissions pic x(80) value "Soumissions.seq".
       01 cheminFiCotesCours pic x(80) value "CotesCours.seq".
       01 cheminFiCoursGroupes pic x(80) value "CoursGroupes.seq".
       01 cheminFiAttributions pic x(80) value "Attributions.seq".
       01 cheminFiProfesseurs pic x(80) value "Professeurs.seq".
       01 cheminFiEtud pic x(80) value "FiEtud.seq".
       01 cheminFiInscriptions pic x(80) value "Inscriptions.seq".
       01 cheminFiRejets pic x(80) value "SoumissionsRejets.seq".
       01 cheminFiRegistre pic x(80) value "RegistreSoumissions.seq".

                                        FSOK BY fiCoursGroupesOK
                                        FSFIN BY finFiCoursGroupes
                                        FSABSENT BY fiCoursGroupesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAttributions
                                        FSOK BY fiAttributionsOK
                                        FSFIN BY finFiAttributions
                                        FSABSENT BY fiAttributionsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiProfesseurs
                                        FSOK BY fiProfesseursOK
                                        FSFIN BY finFiProfesseurs
                                        FSABSENT BY fiProfesseursAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiInscriptions
                                        FSOK BY fiInscriptionsOK
                                        FSFIN BY finFiInscriptions
                                        FSABSENT BY fiInscriptionsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
       01 remiseVueSW pic x value "N".
           88 remiseVue value "O".

      *    Professeur responsable de chaque couple cours-groupe
      *    (premier attribue dans Attributions.seq) et son nom.
       01 tabResponsables.
           02 responsableTab occurs 999.
               03 codeCoursResp pic x(6).
               03 groupeResp pic x(4).
               03 professeurResp pic x(6).
       01 nbResponsables pic 999 value 0.
       01 indResponsable pic 999.
       01 tabNomsProfesseurs.
           02 professeurTab occurs 500.
               03 codeProfTab pic x(6).
               03 nomCompletProfTab pic x(30).
       01 nbProfesseurs pic 999 value 0.
       01 indProfesseur pic 999.
       01 professeurTrouve pic x(6).
       01 nomResponsable pic x(30).
       01 dejaAttribueSW pic x value "N".
           88 dejaAttribue value "O".

      *    Inscriptions de l'exercice : sans fichier d'inscriptions,
      *    toute cote dans le bareme est versee.
       01 exerciceX pic x(4).
       01 exerciceNum redefines exerciceX pic 9(4).
       01 exerciceCourant pic 9(4) value 0.
       01 dateJour pic 9(8).
       01 filler redefines dateJour.
           02 anneeJour pic 9(4).
           02 filler pic 9(4).
       01 inscriptionsSW pic x value "N".
           88 inscriptionsDisponibles value "O".
       01 tabEtudiants.
           02 etudiantTab occurs 2000.
               03 nomEtudiantTab pic x(30).
               03 matriculeEtudiantTab pic x(6).
       01 nbEtudiants pic 9(4) value 0.
       01 indEtudiant pic 9(4).
       01 matriculeTrouve pic x(6).
       01 tabInscriptions.
           02 inscriptionTab occurs 9999.
               03 matriculeInscrTab pic x(6).
               03 codeCoursInscrTab pic x(6).
               03 statutInscrTab pic x.
       01 nbInscriptions pic 9(4) value 0.
       01 indInscription pic 9(4).
       01 inscritSW pic x value "N".
           88 inscritAuCours value "O".

       01 nbSoumissions pic 999 value 0.
       01 nbSoumissionsOK pic 999 value 0.
       01 nbSoumissionsKO pic 999 value 0.
       01 nbCotesVersees pic 9(4) value 0.
       01 nbCotesRejetees pic 9(4) value 0.
       01 nbNonInscrits pic 9(4) value 0.
       01 nbNonInscrits-ed pic zzz9.
       01 nbManquantes pic 999 value 0.
       01 nbSoumissions-ed pic zz9.
       01 nbSoumissionsOK-ed pic zz9.
           02 groupeRegistre-ed pic x(4).
           02 filler pic x(3) value " - ".
           02 etatRegistre-ed pic x(20).
           02 filler pic x(3) value " - ".
           02 professeurRegistre-ed pic x(30).
       01 ligneTitreRegistre.
           02 filler pic x(40) value
              "Registre des remises de cotes (cours, gr".
           02 filler pic x(30) value
              "oupe, etat, professeur) :".

       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "CotesSoumissions"
                         NIVEAU BY "M".
           perform chargerInscriptions.
           open input FiSoumissions.
           if not fiSoumissionsOK
               display "Soumissions.seq introuvable, statut: "
           display "Cotes versees au carnet: " nbCotesVersees-ed.
           move nbCotesRejetees to nbCotesRejetees-ed.
           display "Cotes hors bareme rejetees: " nbCotesRejetees-ed.
           move nbNonInscrits to nbNonInscrits-ed.
           display "Cotes d'etudiants non inscrits rejetees: "
                   nbNonInscrits-ed.
           move nbManquantes to nbManquantes-ed.
           display "Remises encore attendues: " nbManquantes-ed.
           if nbSoumissionsKO not = 0
       verserCotes.
           perform varying indBloc from 1 by 1
                   until indBloc > nbLignesBloc
               if coteValide(indBloc) and inscriptionsDisponibles
                   perform controlerInscription
               else
                   move "O" to inscritSW
               end-if
               evaluate true
                   when not coteValide(indBloc)
                       add 1 to nbCotesRejetees
                       move "cote hors bareme" to raisonRejet-ed
                       perform rejeterCote
                   when not inscritAuCours
                       add 1 to nbNonInscrits
                       move "non inscrit au cours" to raisonRejet-ed
                       perform rejeterCote
                   when other
                       add 1 to nbCotesVersees
                       move nomEtudiantBloc(indBloc)
                            to nomEtudiantCote
                       move codeCoursCourant to codeCoursCote
                       move coteBloc(indBloc) to coteBruteNum
                       move coteBrute to coteCoursX
                       write engCoteCours end-write
               end-evaluate
           end-perform.

       rejeterCote.
           move professeurCourant to professeurRejet-ed.
           move codeCoursCourant to coursRejet-ed.
           move nomEtudiantBloc(indBloc) to etudiantRejet-ed.
           write engRejet from ligneRejet end-write.

      *****************************************************************
      *    Une cote n'est versee que si l'etudiant est inscrit (I) au
      *    cours ou l'a reporte (R) pour l'exercice ; un cours dispense
      *    ou non inscrit ne se cote pas.
      *****************************************************************
       chargerInscriptions.
           display "Exercice des inscriptions (AAAA, vide = annee "
                   "courante): " no advancing.
           accept exerciceX.
           accept dateJour from date yyyymmdd.
           if exerciceX numeric and exerciceX not = "0000"
               move exerciceNum to exerciceCourant
           else
               move anneeJour to exerciceCourant
           end-if.
           open input FiInscriptions.
           if fiInscriptionsOK
               move "O" to inscriptionsSW
               read FiInscriptions end-read
               perform until finFiInscriptions
                       or nbInscriptions >= 9999
                   if exerciceInscr = exerciceCourant
                      and (inscrInscrit or inscrReporte)
                       add 1 to nbInscriptions
                       move matriculeInscr
                            to matriculeInscrTab(nbInscriptions)
                       move codeCoursInscr
                            to codeCoursInscrTab(nbInscriptions)
                       move statutInscr
                            to statutInscrTab(nbInscriptions)
                   end-if
                   read FiInscriptions end-read
               end-perform
           else
               display "Inscriptions.seq absent, cotes versees sans "
                       "controle d'inscription"
           end-if.
           close FiInscriptions.
           if inscriptionsDisponibles
               open input FiEtud
               if fiEtudOK
                   read FiEtud end-read
                   perform until finFiEtud or nbEtudiants >= 2000
                       add 1 to nbEtudiants
                       move nomPrenom to nomEtudiantTab(nbEtudiants)
                       move matricule
                            to matriculeEtudiantTab(nbEtudiants)
                       read FiEtud end-read
                   end-perform
               else
                   display "FiEtud absent, statut: " fs-FiEtud
                           ", inscriptions non rapprochables"
               end-if
               close FiEtud
           end-if.

       controlerInscription.
           move "N" to inscritSW.
           move spaces to matriculeTrouve.
           perform varying indEtudiant from 1 by 1
                   until indEtudiant > nbEtudiants
                      or matriculeTrouve not = spaces
               if nomEtudiantTab(indEtudiant) = nomEtudiantBloc(indBloc)
                   move matriculeEtudiantTab(indEtudiant)
                        to matriculeTrouve
               end-if
           end-perform.
           if matriculeTrouve not = spaces
               perform varying indInscription from 1 by 1
                       until indInscription > nbInscriptions
                          or inscritAuCours
                   if matriculeInscrTab(indInscription)
                      = matriculeTrouve
                      and codeCoursInscrTab(indInscription)
                          = codeCoursCourant
                       move "O" to inscritSW
                   end-if
               end-perform
           end-if.

       rejeterSoumission.
           add 1 to nbSoumissionsKO.
      *    manquants se voient avant la deliberation.
      *****************************************************************
       ecrireRegistre.
           perform chargerResponsables.
           open output FiRegistre.
           write engRegistreSoum from ligneTitreRegistre end-write.
           open input FiCoursGroupes.
               add 1 to nbManquantes
               move "** MANQUANTE **" to etatRegistre-ed
           end-if.
           perform nommerResponsable.
           move nomResponsable to professeurRegistre-ed.
           write engRegistreSoum from ligneRegistre end-write.

      *****************************************************************
      *    Les attributions donnent le professeur de chaque couple
      *    cours-groupe : celui qui est lu en premier en repond pour
      *    la remise des cotes.
      *****************************************************************
       chargerResponsables.
           open input FiAttributions.
           if fiAttributionsOK
               read FiAttributions end-read
               perform until finFiAttributions
                       or nbResponsables >= 999
                   perform memoriserResponsable
                   read FiAttributions end-read
               end-perform
           else
               display "Attributions.seq absent, statut: "
                       fs-FiAttributions ", registre sans professeur"
           end-if.
           close FiAttributions.
           open input FiProfesseurs.
           if fiProfesseursOK
               read FiProfesseurs end-read
               perform until finFiProfesseurs or nbProfesseurs >= 500
                   add 1 to nbProfesseurs
                   move codeProfesseur to codeProfTab(nbProfesseurs)
                   move nomProfesseur
                        to nomCompletProfTab(nbProfesseurs)
                   read FiProfesseurs end-read
               end-perform
           end-if.
           close FiProfesseurs.

       memoriserResponsable.
           move "N" to dejaAttribueSW.
           perform varying indResponsable from 1 by 1
                   until indResponsable > nbResponsables
                      or dejaAttribue
               if codeCoursResp(indResponsable) = codeCoursAttr
                  and groupeResp(indResponsable) = groupeAttr
                   move "O" to dejaAttribueSW
               end-if
           end-perform.
           if not dejaAttribue
               add 1 to nbResponsables
               move codeCoursAttr to codeCoursResp(nbResponsables)
               move groupeAttr to groupeResp(nbResponsables)
               move professeurAttr to professeurResp(nbResponsables)
           end-if.

       nommerResponsable.
           move spaces to professeurTrouve.
           perform varying indResponsable from 1 by 1
                   until indResponsable > nbResponsables
                      or professeurTrouve not = spaces
               if codeCoursResp(indResponsable) = codeCoursAttendu
                  and groupeResp(indResponsable) = groupeAttendu
                   move professeurResp(indResponsable)
                        to professeurTrouve
               end-if
           end-perform.
           if professeurTrouve = spaces
               move "professeur non attribue" to nomResponsable
           else
               move professeurTrouve to nomResponsable
               perform lireNomProfesseur
           end-if.

      *    A defaut de fiche, le registre garde le code professeur.
       lireNomProfesseur.
           perform varying indProfesseur from 1 by 1
                   until indProfesseur > nbProfesseurs
               if codeProfTab(indProfesseur) = professeurTrouve
                   move nomCompletProfTab(indProfesseur)
                        to nomResponsable
               end-if
           end-perform.

       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCoursGroupes
                         NOMFIC BY "CoursGroupes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAttributions
                         NOMFIC BY "Attributions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiProfesseurs
                         NOMFIC BY "Professeurs.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiInscriptions
                         NOMFIC BY "Inscriptions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "SoumissionsRejets.seq".
