               select optional FiAudit assign to dynamic cheminFiAudit
                   organization is line sequential
                   file status is fs-FiAudit.
               select optional FiSaisie1 assign to dynamic
                   cheminFiSaisie1
                   organization is line sequential
                   file status is fs-FiSaisie1.
               select FiEcarts assign to dynamic cheminFiEcarts
                   organization is line sequential
                   file status is fs-FiEcarts.
               select optional FiQualite assign to dynamic
                   cheminFiQualite
                   organization is line sequential
                   file status is fs-FiQualite.

       data division.

           02 programmeAudit-ed    pic x(20).
           02 filler               pic x(3) value " - ".
           02 resumeAudit-ed       pic x(60).
      *    Premiere saisie d'une classe, en attente de la saisie de
      *    verification par un second operateur.
       FD FiSaisie1.
       01 engSaisie1.
           02 classeSaisie1        pic x(10).
           02 filler               pic x.
           02 operateurSaisie1     pic x(8).
           02 filler               pic x.
           02 numeroSaisie1        pic 99.
           02 filler               pic x.
           02 coteSaisie1          pic 99V9.
      *    Cotes divergentes entre les deux saisies, a trancher sur
      *    le bordereau par une troisieme personne.
       FD FiEcarts.
       01 engEcarts pic x(80).
      *    Historique qualite : une ligne par operateur et par
      *    verification (cotes saisies et ecarts constates).
       FD FiQualite.
       01 engQualite.
           02 dateQualite          pic 9(8).
           02 filler               pic x.
           02 classeQualite        pic x(10).
           02 filler               pic x.
           02 operateurQualite     pic x(8).
           02 filler               pic x.
           02 roleQualite          pic x.
           02 filler               pic x.
           02 nbCotesQualite       pic 99.
           02 filler               pic x.
           02 nbEcartsQualite      pic 99.

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               pic x(50) value spaces.
       01 cheminFiResultats pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\Cotes.seq".
       01 cheminFiAudit pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\Audit.seq".
       01 cheminFiSaisie1 pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\CotesSaisie1.seq".
       01 cheminFiEcarts pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\CotesEcarts.seq".
       01 cheminFiQualite pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\CotesQualite.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiResultats
                                        FSOK BY fiResultatsOK
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiSaisie1
                                        FSOK BY fiSaisie1OK
                                        FSFIN BY fiSaisie1Fin
                                        FSABSENT BY fiSaisie1Absent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiEcarts
                                        FSOK BY fiEcartsOK
                                        FSFIN BY fiEcartsFin
                                        FSABSENT BY fiEcartsAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiQualite
                                        FSOK BY fiQualiteOK
                                        FSFIN BY fiQualiteFin
                                        FSABSENT BY fiQualiteAbsent.
       01 dateAudit pic 9(8).
       01 heureAudit pic 9(8).
       01 resumeAudit pic x(60).
       01 nbEchec pic 99 value 0.
       01 pourcentReussite pic 999V99.

      *    Mode de saisie : S simple (une seule frappe), 1 premiere
      *    saisie, 2 saisie de verification a l'aveugle, Q suivi
      *    qualite des operateurs.
       01 modeSaisie pic x value "S".
           88 saisieSimple value "S" " ".
           88 premiereSaisie value "1".
           88 saisieVerification value "2".
           88 rapportQualite value "Q".
       01 classeSaisie pic x(10) value spaces.
       01 operateurSaisie pic x(8) value spaces.
       01 operateurPremier pic x(8) value spaces.
       01 dateJour pic 9(8).

       01 tabPremiereSaisie.
           02 cotePremiere pic 99V9 occurs 99.
       01 nbCotesValidees pic 99 value 0.
       01 nbEcarts pic 99 value 0.
       01 nbEcarts-ed pic z9.
       01 nbCotesValidees-ed pic z9.

       01 ligneCoteValidee.
           02 pic x(18) value "Cote numero ".
           02 numeroValidee-ed pic z9.
           02 pic x(2) value ": ".
           02 coteValidee-ed pic z9.9.

       01 ligneEcart.
           02 classeEcart-ed pic x(10).
           02 pic x(3) value " - ".
           02 pic x(7) value "numero ".
           02 numeroEcart-ed pic z9.
           02 pic x(3) value " - ".
           02 operateur1Ecart-ed pic x(8).
           02 pic x value space.
           02 cote1Ecart-ed pic z9.9.
           02 pic x(3) value " / ".
           02 operateur2Ecart-ed pic x(8).
           02 pic x value space.
           02 cote2Ecart-ed pic z9.9.

       01 tabOperateurs.
           02 operateurTab occurs 50.
               03 nomOperateurTab pic x(8).
               03 nbCotesOperateurTab pic 9(5).
               03 nbEcartsOperateurTab pic 9(5).
       01 nbOperateurs pic 99 value 0.
       01 iOperateur pic 99.
       01 iOperateurTrouve pic 99.
       01 partEcarts pic 999V99.
       01 ligneQualite.
           02 operateurQualite-ed pic x(8).
           02 pic x(10) value "  cotes: ".
           02 nbCotesQualite-ed pic zzzz9.
           02 pic x(11) value "  ecarts: ".
           02 nbEcartsQualite-ed pic zzzz9.
           02 pic x(10) value "  part: ".
           02 partEcarts-ed pic zz9.99.
           02 pic x(2) value " %".

       01 ligneResultats.
           02 pic x(22) Value "Meilleure cote: ".
           02 meilleureCote-ed pic z9V9.
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "ProgramCotes"
                         NIVEAU BY "M".
           display "Mode (S = saisie simple, 1 = premiere saisie, "
                   "2 = verification, Q = qualite): " no advancing.
           accept modeSaisie.
           evaluate true
               when premiereSaisie
                   perform saisirPremiere
               when saisieVerification
                   perform saisirVerification
               when rapportQualite
                   perform editerQualite
               when saisieSimple
                   perform saisirSimple
               when other
                   display "Mode inconnu: " modeSaisie
           end-evaluate.

           goback.

       saisirSimple.
           open output FiResultats.
           if not fiResultatsOK
               display "Impossible d'ouvrir FiResultats, statut: "
                       fs-FiResultats
               stop run
           end-if.
           perform demanderTailleClasse.
           perform varying iCote from 1 by 1
                   until iCote>nbEtudiantsClasse
               perform accepterCote
               perform cumulerCote
           end-perform.
           move nbEtudiantsClasse to nbCotesValidees.
           perform ecrireResultats.
           close FiResultats.

           perform ecrireAudit.

      *****************************************************************
      *    Premiere saisie : les cotes sont conservees dans
      *    CotesSaisie1.seq et ne sont pas publiees tant qu'un second
      *    operateur ne les a pas ressaisies.
      *****************************************************************
       saisirPremiere.
           perform demanderClasseOperateur.
           perform demanderTailleClasse.
           open output FiSaisie1.
           perform varying iCote from 1 by 1
                   until iCote>nbEtudiantsClasse
               perform accepterCote
               move spaces to engSaisie1
               move classeSaisie to classeSaisie1
               move operateurSaisie to operateurSaisie1
               move iCote to numeroSaisie1
               move coteEntree to coteSaisie1
               write engSaisie1 end-write
           end-perform.
           close FiSaisie1.
           display "Premiere saisie enregistree, verification a "
                   "faire par un autre operateur".
           string "classe " classeSaisie
                  ", premiere saisie par " operateurSaisie
                  delimited by size into resumeAudit.
           perform ecrireAuditLigne.

      *****************************************************************
      *    Verification : le second operateur ressaisit la classe
      *    sans voir la premiere frappe. Seules les cotes identiques
      *    sont publiees dans Cotes.seq; les autres partent dans
      *    CotesEcarts.seq.
      *****************************************************************
       saisirVerification.
           perform demanderClasseOperateur.
           perform chargerPremiereSaisie.
           if nbEtudiantsClasse = 0
               display "Aucune premiere saisie pour la classe "
                       classeSaisie
               move 8 to return-code
               stop run
           end-if.
           if operateurSaisie = operateurPremier
               display "La verification doit etre faite par un autre "
                       "operateur que " operateurPremier
               move 8 to return-code
               stop run
           end-if.
           display "Classe " classeSaisie ": " nbEtudiantsClasse
                   " cotes a ressaisir".
           open output FiResultats.
           if not fiResultatsOK
               display "Impossible d'ouvrir FiResultats, statut: "
                       fs-FiResultats
               stop run
           end-if.
           open output FiEcarts.
           perform varying iCote from 1 by 1
                   until iCote>nbEtudiantsClasse
               perform accepterCote
               if coteEntree = cotePremiere(iCote)
                   add 1 to nbCotesValidees
                   perform cumulerCote
                   move iCote to numeroValidee-ed
                   move coteEntree to coteValidee-ed
                   write engResultats from ligneCoteValidee
                         end-write
               else
                   add 1 to nbEcarts
                   move classeSaisie to classeEcart-ed
                   move iCote to numeroEcart-ed
                   move operateurPremier to operateur1Ecart-ed
                   move cotePremiere(iCote) to cote1Ecart-ed
                   move operateurSaisie to operateur2Ecart-ed
                   move coteEntree to cote2Ecart-ed
                   write engEcarts from ligneEcart end-write
               end-if
           end-perform.
           perform ecrireResultats.
           close FiResultats FiEcarts.
           perform enregistrerQualite.
           move nbCotesValidees to nbCotesValidees-ed.
           move nbEcarts to nbEcarts-ed.
           display "Cotes publiees: " nbCotesValidees-ed.
           display "Ecarts a trancher: " nbEcarts-ed
                   " (voir CotesEcarts.seq)".
           string "classe " classeSaisie
                  ", verifiees=" nbCotesValidees-ed
                  ", ecarts=" nbEcarts-ed
                  delimited by size into resumeAudit.
           perform ecrireAuditLigne.
           if nbEcarts > 0
               move 4 to return-code
           end-if.

       demanderClasseOperateur.
           display "Classe (code): " no advancing.
           accept classeSaisie.
           display "Operateur: " no advancing.
           accept operateurSaisie.
           perform until operateurSaisie not = spaces
               display "Le code operateur est obligatoire"
               display "Operateur: " no advancing
               accept operateurSaisie
           end-perform.

       demanderTailleClasse.
           display "Nombre d'etudiants dans la classe: " no advancing.
           accept nbEtudiantsClasse.
           perform until nbEtudiantsClasse>0 and nbEtudiantsClasse<=99
                       no advancing
               accept nbEtudiantsClasse
           end-perform.

       accepterCote.
           display "Veuillez entrer la cote numero "iCote
           accept coteEntree
           perform until coteEntree>=0 and coteEntree<=20
               display "Cote invalide, elle doit etre entre 0 et 20"
               display "Veuillez entrer la cote numero "iCote
               accept coteEntree
           end-perform.

       cumulerCote.
           add coteEntree to sommeCotes
           if coteEntree>meilleureCote
               move coteEntree to meilleureCote
           end-if
           if coteEntree<pireCote
               move coteEntree to pireCote
           end-if
           if coteEntree>=10
               add 1 to nbReussite
           else
               add 1 to nbEchec
           end-if.

       chargerPremiereSaisie.
           move 0 to nbEtudiantsClasse.
           open input FiSaisie1.
           if fiSaisie1OK
               read FiSaisie1 end-read
               perform until fiSaisie1Fin
                   if classeSaisie1 = classeSaisie
                      and numeroSaisie1 > 0
                       move coteSaisie1 to cotePremiere(numeroSaisie1)
                       move operateurSaisie1 to operateurPremier
                       if numeroSaisie1 > nbEtudiantsClasse
                           move numeroSaisie1 to nbEtudiantsClasse
                       end-if
                   end-if
                   read FiSaisie1 end-read
               end-perform
           end-if.
           close FiSaisie1.

       ecrireResultats.
           if nbCotesValidees = 0
               move 0 to moyenne pireCote pourcentReussite
           else
               divide sommeCotes by nbCotesValidees giving moyenne
               compute pourcentReussite =
                       100 * (nbReussite / nbCotesValidees)
           end-if.
           display "La meilleure cote est de "meilleureCote.
           display "La pire cote est de "pireCote.
           display "La somme des cotes est de " sommeCotes.
           move pourcentReussite to pourcentReussite-ed.
           write engResultatsReussite from ligneResultatsReussite
                 end-write.

      *    Un ecart ne peut etre impute a l'un des deux operateurs
      *    avant la troisieme lecture : il compte pour les deux.
       enregistrerQualite.
           accept dateJour from date yyyymmdd.
           open extend FiQualite.
           if fs-FiQualite not = "00" and fs-FiQualite not = "05"
               open output FiQualite
           end-if.
           move spaces to engQualite.
           move dateJour to dateQualite.
           move classeSaisie to classeQualite.
           move operateurPremier to operateurQualite.
           move "1" to roleQualite.
           move nbEtudiantsClasse to nbCotesQualite.
           move nbEcarts to nbEcartsQualite.
           write engQualite end-write.
           move operateurSaisie to operateurQualite.
           move "2" to roleQualite.
           write engQualite end-write.
           close FiQualite.

      *****************************************************************
      *    Suivi qualite : part des cotes en ecart par operateur, sur
      *    tout l'historique de CotesQualite.seq.
      *****************************************************************
       editerQualite.
           open input FiQualite.
           if fiQualiteOK
               read FiQualite end-read
               perform until fiQualiteFin
                   perform cumulerOperateur
                   read FiQualite end-read
               end-perform
           end-if.
           close FiQualite.
           if nbOperateurs = 0
               display "Aucune verification enregistree"
           end-if.
           perform varying iOperateur from 1 by 1
                   until iOperateur > nbOperateurs
               move nomOperateurTab(iOperateur) to operateurQualite-ed
               move nbCotesOperateurTab(iOperateur)
                    to nbCotesQualite-ed
               move nbEcartsOperateurTab(iOperateur)
                    to nbEcartsQualite-ed
               if nbCotesOperateurTab(iOperateur) = 0
                   move 0 to partEcarts
               else
                   compute partEcarts rounded =
                       100 * nbEcartsOperateurTab(iOperateur)
                           / nbCotesOperateurTab(iOperateur)
               end-if
               move partEcarts to partEcarts-ed
               display ligneQualite
           end-perform.

       cumulerOperateur.
           move 0 to iOperateurTrouve.
           perform varying iOperateur from 1 by 1
                   until iOperateur > nbOperateurs
                      or iOperateurTrouve > 0
               if nomOperateurTab(iOperateur) = operateurQualite
                   move iOperateur to iOperateurTrouve
               end-if
           end-perform.
           if iOperateurTrouve = 0 and nbOperateurs < 50
               add 1 to nbOperateurs
               move nbOperateurs to iOperateurTrouve
               move operateurQualite to nomOperateurTab(nbOperateurs)
               move 0 to nbCotesOperateurTab(nbOperateurs)
                         nbEcartsOperateurTab(nbOperateurs)
           end-if.
           if iOperateurTrouve > 0
               add nbCotesQualite
                   to nbCotesOperateurTab(iOperateurTrouve)
               add nbEcartsQualite
                   to nbEcartsOperateurTab(iOperateurTrouve)
           end-if.

       ecrireAudit.
           string "moyenne=" moyenne-ed
                  ", reussites=" nbReussite-ed
                  ", echecs=" nbEchec-ed
                  delimited by size into resumeAudit.
           perform ecrireAuditLigne.

       ecrireAuditLigne.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSaisie1
                         NOMFIC BY "CotesSaisie1.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEcarts
                         NOMFIC BY "CotesEcarts.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiQualite
                         NOMFIC BY "CotesQualite.seq".

       end program ProgramCotes.
