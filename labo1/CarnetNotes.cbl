           select FiExtrait assign to dynamic cheminFiExtrait
               organization is line sequential
               file status is fs-FiExtrait.
           select optional FiEtud assign to dynamic cheminFiEtud
               organization is line sequential
               file status is fs-FiEtud.
           select optional FiInscriptions
               assign to dynamic cheminFiInscriptions
               organization is line sequential
               file status is fs-FiInscriptions.
           select FiSansCote assign to dynamic cheminFiSansCote
               organization is line sequential
               file status is fs-FiSansCote.

       data division.
       file section.
           02 moyenneExtrait pic 9(4).
           02 filler pic x value space.
           02 mentionExtrait pic x(15).
       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".
       FD FiInscriptions.
       01 engInscription.
           COPY "InscriptionCours.cpy".
       FD FiSansCote.
       01 engSansCote pic x(70).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               pic x(50) value spaces.
       01 cheminFiCours pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\Cours.seq".
       01 cheminFiClassement pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\ClassCarnet.seq".
       01 cheminFiExtrait pic x(80) value "CarnetExtrait.seq".
       01 cheminFiEtud pic x(80) value "FiEtud.seq".
       01 cheminFiInscriptions pic x(80) value "Inscriptions.seq".
       01 cheminFiSansCote pic x(80) value "InscritsSansCote.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCours
                                        FSOK BY fiCoursOK
                                        FSOK BY fiExtraitOK
                                        FSFIN BY fiExtraitFin
                                        FSABSENT BY fiExtraitAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiInscriptions
                                        FSOK BY fiInscriptionsOK
                                        FSFIN BY finFiInscriptions
                                        FSABSENT BY fiInscriptionsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSansCote
                                        FSOK BY fiSansCoteOK
                                        FSFIN BY fiSansCoteFin
                                        FSABSENT BY fiSansCoteAbsent.
       01 moyenneEntiere pic 9(4).

       01 tabCours.

       01 nbCotesLues pic 9(6) value 0.
       01 nbCotesIgnorees pic 9(4) value 0.
       01 nbCotesHorsInscription pic 9(4) value 0.
       01 nbSansCote pic 9(4) value 0.

      *    Inscriptions de l'exercice : sans fichier d'inscriptions,
      *    chaque etudiant suit tous les cours de Cours.seq.
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
       01 nomTrouve pic x(30).
       01 tabInscriptions.
           02 inscriptionTab occurs 9999.
               03 matriculeInscrTab pic x(6).
               03 codeCoursInscrTab pic x(6).
               03 statutInscrTab pic x.
       01 nbInscriptions pic 9(4) value 0.
       01 indInscription pic 9(4).
       01 inscritSW pic x value "N".
           88 inscritAuCours value "O".

       01 ligneSansCote.
           02 matriculeSansCote-ed pic x(6).
           02 filler pic x(3) value " - ".
           02 nomSansCote-ed pic x(30).
           02 filler pic x(3) value " - ".
           02 coursSansCote-ed pic x(6).
           02 filler pic x(3) value " - ".
           02 statutSansCote-ed pic x(15).

       01 ligneTitreTranscript.
           02 filler pic x(11) value "Etudiant : ".
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "CarnetNotes"
                         NIVEAU BY "L".
           perform chargerCours.
           if nbCours = 0
               display "Aucun cours dans Cours.seq, carnet impossible"
               stop run
           end-if.
           perform chargerInscriptions.
           perform chargerCotesCours.
           perform calculerMoyennes.
           perform listerInscritsSansCote.
           perform imprimerTranscripts.
           perform trierParMoyenne.
           perform imprimerClassement.
               display "Cotes sur des cours inconnus ignorees: "
                       nbCotesIgnorees
           end-if.
           if nbCotesHorsInscription not = 0
               display "Cotes sur des cours non suivis ignorees: "
                       nbCotesHorsInscription
           end-if.
           if inscriptionsDisponibles
               display "Inscrits sans cote avant deliberation: "
                       nbSansCote
           end-if.
           stop run.

       chargerCours.
           else
               move coteCoursX to coteBrute
               inspect coteBrute replacing leading " " by "0"
               if inscriptionsDisponibles
                   perform controlerInscription
               else
                   move "O" to inscritSW
               end-if
               if not inscritAuCours
                   add 1 to nbCotesHorsInscription
               end-if
               if coteBrute numeric and inscritAuCours
                   perform rechercherEtudiantCarnet
                   if indEtudTrouve not = 0
                       move coteBruteNum
               end-if
           end-if.

      *****************************************************************
      *    Seuls les cours inscrits (I) ou reportes (R) de l'exercice
      *    sont cotes et ponderes ; un cours dispense (D) ou non
      *    inscrit n'entre pas dans la moyenne.
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
               display "Inscriptions.seq absent, tous les cours "
                       "comptent pour chaque etudiant"
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
               if nomEtudiantTab(indEtudiant) = nomEtudiantCote
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
                          = codeCoursCote
                      and (statutInscrTab(indInscription) = "I"
                           or statutInscrTab(indInscription) = "R")
                       move "O" to inscritSW
                   end-if
               end-perform
           end-if.

      *****************************************************************
      *    Avant la deliberation : chaque inscription a coter (I ou
      *    R) sans cote au carnet est listee pour relance.
      *****************************************************************
       listerInscritsSansCote.
           if inscriptionsDisponibles
               open output FiSansCote
               perform varying indInscription from 1 by 1
                       until indInscription > nbInscriptions
                   if statutInscrTab(indInscription) = "I"
                      or statutInscrTab(indInscription) = "R"
                       perform controlerCoteInscription
                   end-if
               end-perform
               close FiSansCote
           end-if.

       controlerCoteInscription.
           move spaces to nomTrouve.
           perform varying indEtudiant from 1 by 1
                   until indEtudiant > nbEtudiants
                      or nomTrouve not = spaces
               if matriculeEtudiantTab(indEtudiant)
                  = matriculeInscrTab(indInscription)
                   move nomEtudiantTab(indEtudiant) to nomTrouve
               end-if
           end-perform.
           move 0 to indEtudTrouve.
           perform varying indEtud from 1 by 1
                   until indEtud > nbEtudiantsCarnet
                      or indEtudTrouve not = 0
               if nomEtudCarnet(indEtud) = nomTrouve
                   move indEtud to indEtudTrouve
               end-if
           end-perform.
           move 0 to indCoursTrouve.
           perform varying indCours from 1 by 1
                   until indCours > nbCours
                      or indCoursTrouve not = 0
               if codeCoursTab(indCours)
                  = codeCoursInscrTab(indInscription)
                   move indCours to indCoursTrouve
               end-if
           end-perform.
           if indEtudTrouve = 0 or indCoursTrouve = 0
               perform signalerSansCote
           else
               if cotePresente(indEtudTrouve indCoursTrouve) not = "O"
                   perform signalerSansCote
               end-if
           end-if.

       signalerSansCote.
           add 1 to nbSansCote.
           move matriculeInscrTab(indInscription)
                to matriculeSansCote-ed.
           move nomTrouve to nomSansCote-ed.
           move codeCoursInscrTab(indInscription) to coursSansCote-ed.
           if statutInscrTab(indInscription) = "R"
               move "cours reporte" to statutSansCote-ed
           else
               move "inscrit" to statutSansCote-ed
           end-if.
           write engSansCote from ligneSansCote end-write.

       rechercherEtudiantCarnet.
           move 0 to indEtudTrouve.
           perform varying indEtud from 1 by 1
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExtrait
                         NOMFIC BY "CarnetExtrait.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiInscriptions
                         NOMFIC BY "Inscriptions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSansCote
                         NOMFIC BY "InscritsSansCote.seq".

       end program CarnetNotes.
