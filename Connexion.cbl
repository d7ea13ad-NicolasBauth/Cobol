       program-id. Connexion as "Connexion".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select optional FiUtilisateurs
               assign to dynamic cheminUtilisateurs
               organization is line sequential
               file status is fs-FiUtilisateurs.
           select optional FiRoles assign to dynamic cheminRoles
               organization is line sequential
               file status is fs-FiRoles.
           select optional FiSession assign to dynamic cheminSession
               organization is line sequential
               file status is fs-FiSession.
           select optional FiParametres assign to dynamic cheminParam
               organization is line sequential
               file status is fs-FiParametres.
           select optional FiAudit assign to dynamic cheminFiAudit
               organization is line sequential
               file status is fs-FiAudit.

       data division.
       file section.
       FD FiUtilisateurs.
       01 engUtilisateur.
           COPY "Utilisateur.cpy".
      *    Droits des roles : pour un role, le programme (ou * pour
      *    tous) et l'acces accorde, L consultation ou M mise a jour.
      *    Le meilleur acces parmi les roles de l'utilisateur
      *    l'emporte.
       FD FiRoles.
       01 engRole.
           02 roleDroitFi pic x(10).
           02 filler pic x.
           02 programmeDroitFi pic x(20).
           02 filler pic x.
           02 accesDroitFi pic x.
      *    Session ouverte : l'utilisateur connecte et l'heure de sa
      *    connexion; elle vaut pour la journee ou jusqu'a la fin de
      *    session demandee a Connexion.
       FD FiSession.
       01 engSession.
           02 utilisateurSessionFi pic x(10).
           02 filler pic x.
           02 dateSessionFi pic x(8).
           02 filler pic x.
           02 heureSessionFi pic x(6).
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
       01 cheminUtilisateurs pic x(80) value "Utilisateurs.seq".
       01 cheminRoles pic x(80) value "RolesProgrammes.seq".
       01 cheminSession pic x(80) value "Session.seq".
       01 cheminParam pic x(80) value "Parametres.seq".
       01 cheminFiAudit pic x(80) value "Audit.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiUtilisateurs
                                        FSOK BY fiUtilisateursOK
                                        FSFIN BY finFiUtilisateurs
                                        FSABSENT BY fiUtilisateursAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRoles
                                        FSOK BY fiRolesOK
                                        FSFIN BY finFiRoles
                                        FSABSENT BY fiRolesAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSession
                                        FSOK BY fiSessionOK
                                        FSFIN BY finFiSession
                                        FSABSENT BY fiSessionAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour pic 9(8).
       01 heureJour pic 9(8).
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60) value spaces.

      *    En mode planificateur (cle MODE-AUTO de Parametres.seq)
      *    personne n'est au clavier : les programmes de la chaine
      *    s'executent sous l'identite PLANIF, journalisee comme
      *    toute autre; ses droits sont ceux des roles du compte
      *    PLANIF dans Utilisateurs.seq et RolesProgrammes.seq.
       01 modeAutoSW pic x value "N".
           88 modeAuto value "O".
       01 utilisateurPlanif pic x(10) value "PLANIF".

       01 tabUtilisateurs.
           02 utilisateurTab occurs 200 pic x(73).
       01 nbUtilisateurs pic 999 value 0.
       01 indUtil pic 999.
       01 indUtilTrouve pic 999.
       01 utilisateursModifiesSW pic x value "N".
           88 utilisateursModifies value "O".

       01 codeSaisi pic x(10).
       01 motPasseSaisi pic x(20).
       01 nouveauMotPasse pic x(20).
       01 confirmationMotPasse pic x(20).
       01 reponseChangement pic x.
           88 changementDemande value "O" "o".
       01 nbEssais pic 9.
       01 nbEchecs pic 9.
       01 expirationNum pic 9(8).

       01 connexionSW pic x value "N".
           88 connexionReussie value "O".
       01 sessionSW pic x value "N".
           88 sessionValide value "O".
       01 utilisateurSession pic x(10) value spaces.
       01 niveauAccorde pic x.
       01 indRole pic 9.

      *    Empreinte du mot de passe : chaque caractere de l'ensemble
      *    code utilisateur + mot de passe est remplace par son rang
      *    dans l'alphabet ci-dessous (99 hors alphabet) et brasse
      *    dans deux restes de division par de grands nombres
      *    premiers; seuls les dix-huit chiffres obtenus sont gardes.
       01 alphabetEmpreinteVal.
           02 filler pic x(40) value
              "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmn".
           02 filler pic x(39) value
              "opqrstuvwxyz0123456789 .,;:!?-_+*/=@#$%".
       01 alphabetEmpreinte redefines alphabetEmpreinteVal
                            pic x(79).
       01 zoneEmpreinte pic x(30).
       01 empreinteCalculee.
           02 empreinte1 pic 9(9).
           02 empreinte2 pic 9(9).
       01 produitEmpreinte pic 9(14).
       01 quotientEmpreinte pic 9(14).
       01 rangCaractere pic 99.
       01 indCar pic 99.
       01 indAlpha pic 99.

       linkage section.
       01 programmeAppelant pic x(20).
       01 niveauDemande pic x.
       01 utilisateurRendu pic x(10).
       01 niveauRendu pic x.

       procedure division.
      *****************************************************************
      *    Etape de connexion : l'utilisateur ouvre sa session de la
      *    journee (et peut changer son mot de passe); un code a
      *    blanc ferme la session en cours.
      *****************************************************************
       main.
           perform initialiserConnexion.
           display "Utilisateur (blanc = fin de session): "
                   no advancing.
           accept codeSaisi.
           if codeSaisi = spaces
               perform fermerSession
           else
               perform authentifier
               if connexionReussie
                   perform ecrireSession
                   display "Session ouverte pour " codeSaisi
                   display "Changer le mot de passe (O/N): "
                           no advancing
                   accept reponseChangement
                   if changementDemande
                       perform changerMotPasse
                   end-if
               else
                   move 8 to return-code
               end-if
           end-if.
           if utilisateursModifies
               perform reecrireUtilisateurs
           end-if.
           stop run.

      *    Point d'entree des programmes interactifs : reprise de la
      *    session du jour, ou connexion demandee sur place, puis
      *    niveau d'acces au programme appelant.
       ENTRY "Connexion-CONTROLE" using programmeAppelant
                                        niveauDemande
                                        utilisateurRendu
                                        niveauRendu.
           perform initialiserConnexion.
           move "N" to niveauRendu.
           move spaces to utilisateurRendu.
           perform lireModeAuto.
           if modeAuto
               move utilisateurPlanif to codeSaisi
               perform rechercherUtilisateur
               if indUtilTrouve not = 0
                   move "O" to connexionSW
                   perform controlerCompte
                   if connexionReussie
                       move utilisateurPlanif to utilisateurSession
                       move "O" to sessionSW
                       perform determinerNiveau
                   end-if
               else
                   display "Compte " utilisateurPlanif
                           " inconnu, acces refuse a "
                           programmeAppelant
               end-if
           else
               perform lireSession
               if not sessionValide
                   display "Connexion requise pour "
                           programmeAppelant
                   perform demanderConnexion
               end-if
               if sessionValide
                   perform determinerNiveau
               end-if
           end-if.
           if sessionValide
               move utilisateurSession to utilisateurRendu
               if niveauDemande = "M" and niveauAccorde not = "M"
                   move "N" to niveauAccorde
               end-if
               move niveauAccorde to niveauRendu
               move spaces to resumeAudit
               if niveauAccorde = "N"
                   string utilisateurSession delimited by "  "
                          " acces refuse a " programmeAppelant
                          delimited by size into resumeAudit
                   perform ecrireAudit
               end-if
               if niveauAccorde = "M"
                   string utilisateurSession delimited by "  "
                          " mise a jour par " programmeAppelant
                          delimited by size into resumeAudit
                   perform ecrireAudit
               end-if
           end-if.
           if utilisateursModifies
               perform reecrireUtilisateurs
           end-if.
           goback.

       initialiserConnexion.
           perform resoudreEmplacements.
           accept dateJour from date yyyymmdd.
           accept heureJour from time.
           move "N" to connexionSW sessionSW utilisateursModifiesSW.
           move "N" to modeAutoSW.
           move spaces to utilisateurSession.
           move "N" to niveauAccorde.
           perform chargerUtilisateurs.

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

       chargerUtilisateurs.
           move 0 to nbUtilisateurs.
           open input FiUtilisateurs.
           if fiUtilisateursOK
               read FiUtilisateurs end-read
               perform until finFiUtilisateurs
                       or nbUtilisateurs >= 200
                   if codeUtilisateur not = spaces
                       add 1 to nbUtilisateurs
                       move engUtilisateur
                            to utilisateurTab(nbUtilisateurs)
                   end-if
                   read FiUtilisateurs end-read
               end-perform
           end-if.
           close FiUtilisateurs.

       rechercherUtilisateur.
           move 0 to indUtilTrouve.
           perform varying indUtil from 1 by 1
                   until indUtil > nbUtilisateurs
                      or indUtilTrouve not = 0
               if utilisateurTab(indUtil)(1:10) = codeSaisi
                   move indUtil to indUtilTrouve
                   move utilisateurTab(indUtil) to engUtilisateur
               end-if
           end-perform.

      *    Un compte expire ou verrouille ne peut plus ouvrir ni
      *    reprendre de session.
       controlerCompte.
           move expirationUtilisateurX to expirationNum.
           if utilisateurVerrouille
               move "N" to connexionSW
               move spaces to resumeAudit
               string "connexion refusee " delimited by size
                      codeSaisi delimited by space
                      " : compte verrouille"
                      delimited by size into resumeAudit
               perform ecrireAudit
               display "Compte verrouille, voir l'administrateur"
           else
               if expirationUtilisateurX numeric
                  and expirationNum < dateJour
                   move "N" to connexionSW
                   move spaces to resumeAudit
                   string "connexion refusee " delimited by size
                          codeSaisi delimited by space
                          " : compte expire le "
                          expirationUtilisateurX
                          delimited by size into resumeAudit
                   perform ecrireAudit
                   display "Compte expire, voir l'administrateur"
               end-if
           end-if.

       demanderConnexion.
           move 0 to nbEssais.
           perform until connexionReussie or nbEssais >= 3
               add 1 to nbEssais
               display "Utilisateur: " no advancing
               accept codeSaisi
               perform authentifier
           end-perform.
           if connexionReussie
               perform ecrireSession
               move codeSaisi to utilisateurSession
               move "O" to sessionSW
           end-if.

      *****************************************************************
      *    Authentification : le mot de passe saisi est reduit a son
      *    empreinte et compare a celle du fichier. Trois echecs
      *    consecutifs verrouillent le compte; une empreinte a blanc
      *    (compte neuf ou reinitialise) fait choisir le mot de
      *    passe. Chaque echec est journalise avec le code saisi.
      *****************************************************************
       authentifier.
           move "N" to connexionSW.
           display "Mot de passe: " no advancing.
           accept motPasseSaisi.
           perform rechercherUtilisateur.
           if indUtilTrouve = 0
               move spaces to resumeAudit
               string "connexion refusee " delimited by size
                      codeSaisi delimited by space
                      " : utilisateur inconnu"
                      delimited by size into resumeAudit
               perform ecrireAudit
               display "Utilisateur ou mot de passe incorrect"
           else
               move "O" to connexionSW
               perform controlerCompte
               if connexionReussie
                   if empreinteUtilisateur = spaces
                       display "Premiere connexion, choix du mot "
                               "de passe"
                       perform changerMotPasse
                   else
                       perform verifierMotPasse
                   end-if
               end-if
           end-if.
           if connexionReussie
               move spaces to resumeAudit
               string "connexion " delimited by size
                      codeSaisi delimited by space
                      into resumeAudit
               perform ecrireAudit
           end-if.

       verifierMotPasse.
           move codeSaisi to zoneEmpreinte(1:10).
           move motPasseSaisi to zoneEmpreinte(11:20).
           perform calculerEmpreinte.
           move echecsUtilisateurX to nbEchecs.
           if echecsUtilisateurX not numeric
               move 0 to nbEchecs
           end-if.
           if empreinteCalculee = empreinteUtilisateur
               if nbEchecs not = 0
                   move 0 to echecsUtilisateurX
                   perform memoriserUtilisateur
               end-if
           else
               move "N" to connexionSW
               add 1 to nbEchecs
               move nbEchecs to echecsUtilisateurX
               move spaces to resumeAudit
               if nbEchecs >= 3
                   move "V" to statutUtilisateur
                   string "connexion refusee " delimited by size
                          codeSaisi delimited by space
                          " : mot de passe, compte verrouille"
                          delimited by size into resumeAudit
               else
                   string "connexion refusee " delimited by size
                          codeSaisi delimited by space
                          " : mot de passe, echec " nbEchecs
                          delimited by size into resumeAudit
               end-if
               perform ecrireAudit
               perform memoriserUtilisateur
               display "Utilisateur ou mot de passe incorrect"
           end-if.

       changerMotPasse.
           move spaces to nouveauMotPasse.
           perform until nouveauMotPasse(6:1) not = space
               display "Nouveau mot de passe (6 caracteres au moins): "
                       no advancing
               accept nouveauMotPasse
               display "Confirmation: " no advancing
               accept confirmationMotPasse
               if nouveauMotPasse not = confirmationMotPasse
                   display "Les deux saisies different"
                   move spaces to nouveauMotPasse
               end-if
           end-perform.
           move codeSaisi to zoneEmpreinte(1:10).
           move nouveauMotPasse to zoneEmpreinte(11:20).
           perform calculerEmpreinte.
           move empreinteCalculee to empreinteUtilisateur.
           move 0 to echecsUtilisateurX.
           perform memoriserUtilisateur.
           move spaces to resumeAudit.
           string "mot de passe change " delimited by size
                  codeSaisi delimited by space
                  into resumeAudit.
           perform ecrireAudit.
           display "Mot de passe enregistre".

       calculerEmpreinte.
           move 0 to empreinte1 empreinte2.
           perform varying indCar from 1 by 1 until indCar > 30
               move 99 to rangCaractere
               perform varying indAlpha from 1 by 1
                       until indAlpha > 79 or rangCaractere < 99
                   if zoneEmpreinte(indCar:1)
                      = alphabetEmpreinte(indAlpha:1)
                       move indAlpha to rangCaractere
                   end-if
               end-perform
               compute produitEmpreinte =
                       empreinte1 * 131 + rangCaractere + indCar
               divide produitEmpreinte by 999999937
                      giving quotientEmpreinte
                      remainder empreinte1
               compute produitEmpreinte =
                       empreinte2 * 137 + rangCaractere * 7
               divide produitEmpreinte by 999999929
                      giving quotientEmpreinte
                      remainder empreinte2
           end-perform.

       memoriserUtilisateur.
           move engUtilisateur to utilisateurTab(indUtilTrouve).
           move "O" to utilisateursModifiesSW.

       reecrireUtilisateurs.
           open output FiUtilisateurs.
           perform varying indUtil from 1 by 1
                   until indUtil > nbUtilisateurs
               move utilisateurTab(indUtil) to engUtilisateur
               write engUtilisateur end-write
           end-perform.
           close FiUtilisateurs.

      *    La session du jour n'est reprise que si son utilisateur
      *    est toujours connu, ni verrouille ni expire.
       lireSession.
           move "N" to sessionSW.
           open input FiSession.
           if fiSessionOK
               read FiSession
                   at end
                       continue
                   not at end
                       if dateSessionFi = dateJour
                          and utilisateurSessionFi not = spaces
                           move utilisateurSessionFi to codeSaisi
                           perform rechercherUtilisateur
                           if indUtilTrouve not = 0
                               move "O" to connexionSW
                               perform controlerCompte
                               if connexionReussie
                                   move "O" to sessionSW
                                   move codeSaisi
                                        to utilisateurSession
                               end-if
                           end-if
                       end-if
               end-read
           end-if.
           close FiSession.

       ecrireSession.
           open output FiSession.
           move spaces to engSession.
           move codeSaisi to utilisateurSessionFi.
           move dateJour to dateSessionFi.
           move heureJour(1:6) to heureSessionFi.
           write engSession end-write.
           close FiSession.

       fermerSession.
           move spaces to codeSaisi.
           open input FiSession.
           if fiSessionOK
               read FiSession
                   not at end
                       move utilisateurSessionFi to codeSaisi
               end-read
           end-if.
           close FiSession.
           open output FiSession.
           close FiSession.
           if codeSaisi not = spaces
               move spaces to resumeAudit
               string "fin de session " delimited by size
                      codeSaisi delimited by space
                      into resumeAudit
               perform ecrireAudit
           end-if.
           display "Session fermee".

       determinerNiveau.
           move "N" to niveauAccorde.
           open input FiRoles.
           if fiRolesOK
               read FiRoles end-read
               perform until finFiRoles
                   if programmeDroitFi = programmeAppelant
                      or programmeDroitFi = "*"
                       perform varying indRole from 1 by 1
                               until indRole > 3
                           if roleUtilisateur(indRole) not = spaces
                              and roleUtilisateur(indRole)
                                  = roleDroitFi
                               if accesDroitFi = "M"
                                   move "M" to niveauAccorde
                               end-if
                               if accesDroitFi = "L"
                                  and niveauAccorde = "N"
                                   move "L" to niveauAccorde
                               end-if
                           end-if
                       end-perform
                   end-if
                   read FiRoles end-read
               end-perform
           end-if.
           close FiRoles.

       ecrireAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "Connexion"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

      *    Appele par chaque programme interactif, le controle
      *    resout ses fichiers sans afficher leurs emplacements.
       resoudreEmplacements.
           accept dossierDonnees from environment "DOSSIER_FICHIERS".
           if dossierDonnees not = spaces
               move spaces to cheminUtilisateurs
               string dossierDonnees delimited by "  "
                      "Utilisateurs.seq" delimited by size
                      into cheminUtilisateurs
               move spaces to cheminRoles
               string dossierDonnees delimited by "  "
                      "RolesProgrammes.seq" delimited by size
                      into cheminRoles
               move spaces to cheminSession
               string dossierDonnees delimited by "  "
                      "Session.seq" delimited by size
                      into cheminSession
               move spaces to cheminParam
               string dossierDonnees delimited by "  "
                      "Parametres.seq" delimited by size
                      into cheminParam
               move spaces to cheminFiAudit
               string dossierDonnees delimited by "  "
                      "Audit.seq" delimited by size
                      into cheminFiAudit
           end-if.

       end program Connexion.
