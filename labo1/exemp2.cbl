                   assign to dynamic cheminFiSansBanque
                   organization is line sequential
                   file status is fs-FiSansBanque.
               select optional FiZonesCourtiers
                   assign to dynamic cheminFiZonesCourtiers
                   organization is line sequential
                   file status is fs-FiZonesCourtiers.
               select optional FiEquipesCourtiers
                   assign to dynamic cheminFiEquipesCourt
                   organization is line sequential
                   file status is fs-FiEquipesCourt.
               select FiHorsPeriode
                   assign to dynamic cheminFiHorsPeriode
                   organization is line sequential
                   file status is fs-FiHorsPeriode.
               select optional FiRejetes
                   assign to dynamic cheminFiRejetes
                   organization is line sequential
                   file status is fs-FiRejetes.

       data division.
       file section.
      *    Le maitre des courtiers porte desormais le compte
      *    bancaire de versement; les anciennes lignes sans compte
      *    laissent le champ a blanc et retiennent le virement.
      *    Les dates d'entree et de sortie tenues par
      *    CourtiersMaintenance bornent les ventes acceptees.
       FD FiCourtiers.
       01 engCourtier.
           COPY "Courtier.cpy".
       FD FiZonesCourtiers.
       01 engZoneCourtier.
           COPY "ZoneCourtier.cpy".
       FD FiEquipesCourtiers.
       01 engEquipeCourtier.
           COPY "EquipeCourtier.cpy".
      *    Ventes refusees hors de la periode d'activite du courtier
      *    ou pour un courtier absent du maitre, jour par jour.
       FD FiHorsPeriode.
       01 engHorsPeriode pic x(90).
      *    Virements de commissions dans la meme disposition que
      *    Virements.seq de la paie : un seul circuit de paiement.
       FD FiVirementsCourtiers.
       FD FiSansBanque.
       01 engSansBanque pic x(60).
      *    Notes de credit (retours de marchandise) : courtier,
      *    montant vie et montant non vie a deduire de la periode,
      *    date de la note (AAAAMMJJ, a blanc = premier jour de la
      *    semaine de vente).
       FD FiNotesCredit.
       01 engNoteCredit.
           02 nomCourtierNC pic x(10).
           02 montantVieNCX pic x(10).
           02 filler pic x.
           02 montantNonVieNCX pic x(10).
           02 filler pic x.
           02 dateNCX pic x(8).
           02 dateNCNum redefines dateNCX pic 9(8).
       FD FiNotesRejets.
       01 engNoteRejet pic x(80).
       FD FiRejetes.
       01 engRejete.
           COPY "VirementRejete.cpy".

       working-storage section.

       01 cheminFiVirementsCourt pic x(80) value
          "VirementsCourtiers.seq".
       01 cheminFiSansBanque pic x(80) value "CourtiersSansBanque.seq".
       01 cheminFiRejetes pic x(80) value "VirementsRejetes.seq".
       01 cheminFiZonesCourtiers pic x(80) value "CourtiersZones.seq".
       01 cheminFiHorsPeriode pic x(80) value "VentesHorsPeriode.seq".
       01 cheminFiEquipesCourt pic x(80) value "CourtiersEquipes.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiVentes
                                        FSOK BY fiVentesOK
               05 nomCourt pic x(10).
               05 libZone pic x(16).
               05 compteBancaire pic x(16).
               05 dateEntreeCourt pic 9(8).
               05 dateSortieCourt pic 9(8).
               05 dateZoneRetenue pic 9(8).
               05 chefEquipe pic x(10).
               05 tauxOverride pic 99v99.
               05 dateEquipeRetenue pic 9(8).
       01 nbCourtiers pic 99 value 0.
      *****************************************************************
      *    Les courtiers du maitre sans aucun jour d'activite dans la
      *    semaine (sortis avant, entres apres) ne prennent pas de
      *    place dans les tableaux de la semaine : leurs ventes sont
      *    signalees et ils n'ont droit a aucun minimum garanti.
      *****************************************************************
       01 tabCourtiersHors.
           02 courtierHors occurs 80.
               05 nomCourtHors pic x(10).
               05 dateEntreeHors pic 9(8).
               05 dateSortieHors pic 9(8).
       01 nbCourtiersHors pic 99 value 0.
       01 indCourtierHors pic 99.
       01 dateEntreeLue pic 9(8).
       01 dateSortieLue pic 9(8).
       01 courtiersDepassesSW pic x value "N".
           88 courtiersDepasses value "O".

      *****************************************************************
      *    Dates des six jours de vente : le premier jour vient de la
      *    cle DEBUT-VENTES (AAAAMMJJ) de Parametres.seq, a defaut le
      *    traitement tourne le lendemain du sixieme jour.
      *****************************************************************
       01 tabJoursSemaine.
           02 dateJourSemaine pic 9(8) occurs 6.
       01 debutVentes pic 9(8) value 0.
       01 dateTraitement pic 9(8).
       01 dateCalcul pic 9(8).
       01 filler redefines dateCalcul.
           02 anneeCalcul pic 9(4).
           02 moisCalcul pic 99.
           02 jourCalcul pic 99.
       01 val-mois pic x(24) value "312831303130313130313031".
       01 tabMois redefines val-mois.
           02 joursMois pic 99 occurs 12.
       01 finMois pic 99.
       01 quotientAnnee pic 9(4).
       01 resteAnnee pic 999.
       01 jourActifSW pic x value "N".
           88 jourActif value "O".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiZonesCourtiers
                                        FSOK BY fiZonesCourtiersOK
                                        FSFIN BY finFiZonesCourtiers
                                        FSABSENT BY fiZonesCourtiersAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiHorsPeriode
                                        FSOK BY fiHorsPeriodeOK
                                        FSFIN BY fiHorsPeriodeFin
                                        FSABSENT BY fiHorsPeriodeAbs.
      *****************************************************************
      *    Equipes : chaque membre rattache a son chef (indice dans
      *    les tableaux de la semaine), volume net des membres et
      *    override du chef au taux porte sur sa fiche.
      *****************************************************************
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiEquipesCourt
                                        FSOK BY fiEquipesCourtOK
                                        FSFIN BY finFiEquipesCourt
                                        FSABSENT BY fiEquipesCourtAbs.
       01 tabEquipes.
           02 equipeCourtier occurs 20.
               03 indChefMembre pic 99.
               03 raisonHorsEquipe pic x(30).
               03 nbMembresEquipe pic 99.
               03 volumeEquipe pic 9(8)v99.
               03 overrideEquipe pic 9(6)v99.
       01 indChef pic 99.
       01 indRecherche pic 99.
       01 nbEquipes pic 99 value 0.
       01 totalOverrides pic 9(8)v99 value 0.
       01 ligneEnTeteEquipe pic x(60)
          value "Equipes et overrides des chefs :".
       01 ligneEquipe.
           02 filler pic x(7) value "Equipe ".
           02 nomChefEquipe-ed pic x(10).
           02 filler pic x(3) value " : ".
           02 nbMembres-ed pic z9.
           02 filler pic x(10) value " membres, ".
           02 volumeEquipe-ed pic zzzzzzz9.99.
           02 filler pic x(4) value " x ".
           02 tauxOverride-ed pic z9.99.
           02 filler pic x(5) value " % = ".
           02 overrideEquipe-ed pic zzzzz9.99.
           02 filler pic x(6) value " euros".
       01 ligneMembreEquipe.
           02 filler pic x(4) value spaces.
           02 nomMembre-ed pic x(10).
           02 filler pic x(4) value " -> ".
           02 volumeMembre-ed pic zzzzzzz9.99.
           02 filler pic x(13) value " euros nettes".
       01 ligneHorsEquipe.
           02 filler pic x(11) value "ATTENTION: ".
           02 nomHorsEquipe-ed pic x(10).
           02 filler pic x(20) value " sans override chef ".
           02 chefHorsEquipe-ed pic x(10).
           02 filler pic x(3) value " (".
           02 raisonHorsEquipe-ed pic x(30).
           02 filler pic x value ")".
       01 volumeMembre pic 9(8)v99.
       01 ligneOverrideDecompte.
           02 filler pic x(18) value "Override equipe : ".
           02 volumeOvrDec-ed pic zzzzzzz9.99.
           02 filler pic x(4) value " x ".
           02 tauxOvrDec-ed pic z9.99.
           02 filler pic x(5) value " % = ".
           02 overrideDec-ed pic zzzzz9.99.
       01 ligneEquipeDecompte.
           02 filler pic x(18) value "Membre de l'equipe".
           02 filler pic x(3) value " : ".
           02 chefDec-ed pic x(10).

       01 ligneHorsPeriode.
           02 nomHors-ed pic x(10).
           02 filler pic x(3) value " - ".
           02 dateHors-ed pic 9(8).
           02 filler pic x(3) value " - ".
           02 vieHors-ed pic zzzzzz9.99.
           02 filler pic x(6) value " vie, ".
           02 nonVieHors-ed pic zzzzzz9.99.
           02 filler pic x(6) value " nv - ".
           02 raisonHors-ed pic x(30).
       01 nbVentesHors pic 999 value 0.
       01 totalHors pic 9(8)v99 value 0.
       01 totalHors-ed pic zzzzzz9.99.
       01 indCourtierVente pic 99.
       01 tabVentes.
           02 cellCourtier occurs 20.
       01 montantVieNC pic 9(8)v99.
       01 montantNonVieNC pic 9(8)v99.
       01 indCourtierNC pic 99.
       01 dateNoteCredit pic 9(8).
       COPY "VerrouPeriodeZone.cpy".
       01 nbNotesAppliquees pic 999 value 0.
       01 nbNotesRejetees pic 999 value 0.
       01 ligneNoteRejet.
       01 totalCommissions-ed pic zzzzzz9.99.
       01 totalVire-ed pic zzzzzz9.99.
       01 nbVirementsRetenus pic 99 value 0.
      *    Commissions rejetees par la banque (VirementsRetours) :
      *    reversees avec le virement suivant une fois le compte du
      *    maitre corrige, hors rapprochement avec les decomptes.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRejetes
                                        FSOK BY fiRejetesOK
                                        FSFIN BY finFiRejetes
                                        FSABSENT BY fiRejetesAbsent.
       01 tabRejetes.
           02 rejeteTab occurs 500.
               03 ligneRejeteTab pic x(124).
       01 nbRejetes pic 999 value 0.
       01 indRejete pic 999.
       01 dateVersement pic 9(8).
       01 montantReverseCourtier pic 9(7)v99.
       01 montantVireCourtier pic 9(7)v99.
       01 totalReverse pic 9(8)v99 value 0.
       01 totalReverse-ed pic zzzzzz9.99.
       01 nbRejetsReverses pic 99 value 0.
       01 nbComptesACorriger pic 99 value 0.
       01 rejetesModifiesSW pic x value "N".
           88 rejetesModifies value "O".
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
           perform ecrireDecomptes.
           perform historiserVentes.
           perform imprimerCourtiers.
           perform imprimerEquipes.
           perform ecrireVirementsCourtiers.
           perform calculJours.
           perform imprimerJours.
           stop run.
       init.
           perform lireParametres.
           perform calculerJoursSemaine.
           perform chargerBaremeCom.
           perform chargerCourtiers.
           perform chargerZonesEffectives.
           perform chargerEquipesEffectives.
           initialize tabVentes.
           open output FiHorsPeriode.
           open input FiVentes.
           if fiVentesOK
               perform lireVentesFichier
           else
               perform genererVentesSynthetiques
           end-if.
           close FiHorsPeriode.
           if nbVentesHors not = 0
               move totalHors to totalHors-ed
               display "Ventes hors periode d'activite: "
                       nbVentesHors " jours, " totalHors-ed
                       " euros (VentesHorsPeriode.seq)"
               move 4 to return-code
           end-if.

      *****************************************************************
      *    TAUX-COMMISSION (v99, deux decimales) vient du fichier
                      and valeurParam(1:2) numeric
                       move valeurParamV2 to tauxCommission
                   end-if
                   if cleParametre = "DEBUT-VENTES"
                      and valeurParametreX(1:8) numeric
                       move valeurParametreX(1:8) to debutVentes
                   end-if
                   read FiParametres end-read
               end-perform
           end-if.
                           typeBaremeCom
           end-evaluate.

      *****************************************************************
      *    Le premier jour de vente invalide ou absent est remplace
      *    par la date du traitement moins cinq jours; les jours
      *    suivants s'en deduisent au calendrier.
      *****************************************************************
       calculerJoursSemaine.
           accept dateTraitement from date yyyymmdd.
           move debutVentes to dateCalcul.
           if debutVentes not = 0
              and (moisCalcul < 1 or moisCalcul > 12
                   or jourCalcul < 1 or jourCalcul > 31)
               display "DEBUT-VENTES invalide: " debutVentes
                       ", date du traitement retenue"
               move 0 to debutVentes
           end-if.
           if debutVentes = 0
               move dateTraitement to dateCalcul
               perform jourPrecedent 5 times
           end-if.
           move dateCalcul to dateJourSemaine(1).
           perform varying j from 2 by 1 until j>6
               perform jourSuivant
               move dateCalcul to dateJourSemaine(j)
           end-perform.
           display "Semaine de vente du " dateJourSemaine(1)
                   " au " dateJourSemaine(6).

       jourSuivant.
           perform determinerFinMois.
           if jourCalcul < finMois
               add 1 to jourCalcul
           else
               move 1 to jourCalcul
               if moisCalcul = 12
                   move 1 to moisCalcul
                   add 1 to anneeCalcul
               else
                   add 1 to moisCalcul
               end-if
           end-if.

       jourPrecedent.
           if jourCalcul > 1
               subtract 1 from jourCalcul
           else
               if moisCalcul = 1
                   move 12 to moisCalcul
                   subtract 1 from anneeCalcul
               else
                   subtract 1 from moisCalcul
               end-if
               perform determinerFinMois
               move finMois to jourCalcul
           end-if.

       determinerFinMois.
           move joursMois(moisCalcul) to finMois.
           if moisCalcul = 2
               divide anneeCalcul by 4 giving quotientAnnee
                      remainder resteAnnee
               if resteAnnee = 0
                   move 29 to finMois
                   divide anneeCalcul by 100 giving quotientAnnee
                          remainder resteAnnee
                   if resteAnnee = 0
                       divide anneeCalcul by 400 giving quotientAnnee
                              remainder resteAnnee
                       if resteAnnee not = 0
                           move 28 to finMois
                       end-if
                   end-if
               end-if
           end-if.

      *****************************************************************
      *    Seuls les courtiers actifs au moins un jour de la semaine
      *    entrent dans les tableaux de la semaine; les autres sont
      *    gardes a part pour expliquer le refus de leurs ventes. Les
      *    anciennes fiches sans dates valent pour un courtier actif.
      *****************************************************************
       chargerCourtiers.
           open input FiCourtiers.
           if fiCourtiersOK
               read FiCourtiers end-read
               perform until finFiCourtiers
                   perform classerCourtierMaitre
                   read FiCourtiers end-read
               end-perform
               if courtiersDepasses
                   display "ATTENTION: plus de 20 courtiers actifs, "
                           "suite ignoree"
               end-if
           else
               display "Courtiers.seq absent, statut: " fs-FiCourtiers
                   move nomCourtDefaut(i) to nomCourt(i)
                   move libZoneDefaut(i) to libZone(i)
                   move spaces to compteBancaire(i)
                   move 0 to dateEntreeCourt(i)
                   move 0 to dateSortieCourt(i)
                   move spaces to chefEquipe(i)
                   move 0 to tauxOverride(i)
               end-perform
               move 5 to nbCourtiers
           end-if.
           close FiCourtiers.

       classerCourtierMaitre.
           move 0 to dateEntreeLue.
           move 0 to dateSortieLue.
           if dateEntreeFi numeric
               move dateEntreeFi to dateEntreeLue
           end-if.
           if dateSortieFi numeric
               move dateSortieFi to dateSortieLue
           end-if.
           if dateEntreeLue <= dateJourSemaine(6)
              and (dateSortieLue = 0
                   or dateSortieLue >= dateJourSemaine(1))
               if nbCourtiers < 20
                   add 1 to nbCourtiers
                   move nomCourtierFi to nomCourt(nbCourtiers)
                   move libZoneFi to libZone(nbCourtiers)
                   move compteBancaireFi
                        to compteBancaire(nbCourtiers)
                   move dateEntreeLue to dateEntreeCourt(nbCourtiers)
                   move dateSortieLue to dateSortieCourt(nbCourtiers)
                   move chefEquipeFi to chefEquipe(nbCourtiers)
                   if tauxOverrideFi numeric
                       move tauxOverrideFi to tauxOverride(nbCourtiers)
                   else
                       move 0 to tauxOverride(nbCourtiers)
                   end-if
               else
                   move "O" to courtiersDepassesSW
               end-if
           else
               if nbCourtiersHors < 80
                   add 1 to nbCourtiersHors
                   move nomCourtierFi to nomCourtHors(nbCourtiersHors)
                   move dateEntreeLue
                        to dateEntreeHors(nbCourtiersHors)
                   move dateSortieLue
                        to dateSortieHors(nbCourtiersHors)
               end-if
           end-if.

      *****************************************************************
      *    La region retenue est celle en vigueur le dernier jour de
      *    la semaine : si un changement prend effet plus tard, la
      *    region quittee du premier de ces changements s'applique.
      *****************************************************************
       chargerZonesEffectives.
           perform varying i from 1 by 1 until i>nbCourtiers
               move 99999999 to dateZoneRetenue(i)
           end-perform.
           open input FiZonesCourtiers.
           if fiZonesCourtiersOK
               read FiZonesCourtiers end-read
               perform until finFiZonesCourtiers
                   if dateEffetZone > dateJourSemaine(6)
                       perform retenirZoneEffective
                   end-if
                   read FiZonesCourtiers end-read
               end-perform
           end-if.
           close FiZonesCourtiers.

      *    Meme regle pour l'equipe : le chef en place le dernier
      *    jour de la semaine, un seul pour toute la periode.
       chargerEquipesEffectives.
           perform varying i from 1 by 1 until i>nbCourtiers
               move 99999999 to dateEquipeRetenue(i)
           end-perform.
           open input FiEquipesCourtiers.
           if fiEquipesCourtOK
               read FiEquipesCourtiers end-read
               perform until finFiEquipesCourt
                   if dateEffetEquipe > dateJourSemaine(6)
                       perform retenirEquipeEffective
                   end-if
                   read FiEquipesCourtiers end-read
               end-perform
           end-if.
           close FiEquipesCourtiers.

       retenirEquipeEffective.
           perform varying i from 1 by 1 until i>nbCourtiers
               if nomCourt(i) = nomCourtierEquipe
                  and dateEffetEquipe < dateEquipeRetenue(i)
                   move dateEffetEquipe to dateEquipeRetenue(i)
                   move ancienChefEquipe to chefEquipe(i)
               end-if
           end-perform.

       retenirZoneEffective.
           perform varying i from 1 by 1 until i>nbCourtiers
               if nomCourt(i) = nomCourtierZone
                  and dateEffetZone < dateZoneRetenue(i)
                   move dateEffetZone to dateZoneRetenue(i)
                   move ancienneZone to libZone(i)
               end-if
           end-perform.

      *****************************************************************
      *    Les enregistrements de ventes sont rattaches au courtier
      *    par son nom et non plus par leur position dans le fichier.
      *    Un jour de vente hors de la periode d'activite du
      *    courtier n'est pas retenu : il part dans
      *    VentesHorsPeriode.seq avec la raison du refus.
      *****************************************************************
       lireVentesFichier.
           read FiVentes end-read.
                   end-if
               end-perform
               if indCourtierVente = 0
                   perform signalerCourtierHors
               else
                   move dateEntreeCourt(indCourtierVente)
                        to dateEntreeLue
                   move dateSortieCourt(indCourtierVente)
                        to dateSortieLue
                   perform varying j from 1 by 1 until j>6
                       perform controlerJourActif
                       if jourActif
                           move montantVieFi(j)
                                to montantVie(indCourtierVente j)
                           move montantNonVieFi(j)
                                to montantNonVie(indCourtierVente j)
                       else
                           perform signalerVenteHorsPeriode
                       end-if
                   end-perform
               end-if
               read FiVentes end-read
           end-perform.

       signalerCourtierHors.
           move 0 to indCourtierHors.
           perform varying i from 1 by 1
                   until i > nbCourtiersHors
                      or indCourtierHors not = 0
               if nomCourtHors(i) = nomCourtFi
                   move i to indCourtierHors
               end-if
           end-perform.
           if indCourtierHors = 0
               display "ATTENTION: courtier inconnu dans "
                       "FiVentes: " nomCourtFi ", ligne signalee"
               perform varying j from 1 by 1 until j>6
                   move "courtier inconnu du maitre"
                        to raisonHors-ed
                   perform ecrireVenteHorsPeriode
               end-perform
           else
               move dateEntreeHors(indCourtierHors) to dateEntreeLue
               move dateSortieHors(indCourtierHors) to dateSortieLue
               perform varying j from 1 by 1 until j>6
                   perform signalerVenteHorsPeriode
               end-perform
           end-if.

       controlerJourActif.
           if dateJourSemaine(j) >= dateEntreeLue
              and (dateSortieLue = 0
                   or dateJourSemaine(j) <= dateSortieLue)
               move "O" to jourActifSW
           else
               move "N" to jourActifSW
           end-if.

       signalerVenteHorsPeriode.
           move spaces to raisonHors-ed.
           if dateJourSemaine(j) < dateEntreeLue
               string "entree le " dateEntreeLue
                      delimited by size into raisonHors-ed
           else
               string "sorti le " dateSortieLue
                      delimited by size into raisonHors-ed
           end-if.
           perform ecrireVenteHorsPeriode.

      *    Un jour sans vente n'a rien a signaler.
       ecrireVenteHorsPeriode.
           if montantVieFi(j) not = 0 or montantNonVieFi(j) not = 0
               add 1 to nbVentesHors
               add montantVieFi(j) montantNonVieFi(j) to totalHors
               move nomCourtFi to nomHors-ed
               move dateJourSemaine(j) to dateHors-ed
               move montantVieFi(j) to vieHors-ed
               move montantNonVieFi(j) to nonVieHors-ed
               write engHorsPeriode from ligneHorsPeriode end-write
           end-if.

       genererVentesSynthetiques.
           perform varying i from 1 by 1 until i>nbCourtiers
               perform varying j from 1 by 1 until j>6
           perform varying i from 1 by 1 until i>nbCourtiers
               perform calculerCommissionCourtier
           end-perform.
           perform calculerOverrides.

      *****************************************************************
      *    Override des chefs d'equipe : taux du chef sur les ventes
      *    nettes (apres notes de credit) de ses membres, ajoute a sa
      *    commission et donc a son decompte et a son virement. Un
      *    membre dont le chef est absent de la semaine, est son
      *    propre chef ou est lui-meme membre d'une equipe ne rapporte
      *    aucun override : ses ventes ne comptent jamais deux fois.
      *****************************************************************
       calculerOverrides.
           move 0 to nbEquipes.
           move 0 to totalOverrides.
           perform varying i from 1 by 1 until i>nbCourtiers
               move 0 to indChefMembre(i)
               move spaces to raisonHorsEquipe(i)
               move 0 to nbMembresEquipe(i)
               move 0 to volumeEquipe(i)
               move 0 to overrideEquipe(i)
           end-perform.
           perform varying i from 1 by 1 until i>nbCourtiers
               if chefEquipe(i) not = spaces
                   perform rattacherMembreEquipe
               end-if
           end-perform.
           perform varying indChef from 1 by 1
                   until indChef > nbCourtiers
               if nbMembresEquipe(indChef) not = 0
                   add 1 to nbEquipes
                   compute overrideEquipe(indChef) rounded =
                           volumeEquipe(indChef)
                           * tauxOverride(indChef) / 100
                   add overrideEquipe(indChef)
                       to commissionCourtier(indChef)
                   add overrideEquipe(indChef) to totalOverrides
               end-if
           end-perform.

       rattacherMembreEquipe.
           move 0 to indChef.
           perform varying indRecherche from 1 by 1
                   until indRecherche > nbCourtiers or indChef not = 0
               if nomCourt(indRecherche) = chefEquipe(i)
                   move indRecherche to indChef
               end-if
           end-perform.
           evaluate true
               when indChef = 0
                   move "chef inactif cette semaine"
                        to raisonHorsEquipe(i)
               when indChef = i
                   move "chef de sa propre equipe"
                        to raisonHorsEquipe(i)
               when chefEquipe(indChef) not = spaces
                   move "chef membre d'une autre equipe"
                        to raisonHorsEquipe(i)
               when other
                   move indChef to indChefMembre(i)
                   add 1 to nbMembresEquipe(indChef)
                   add totVieCourtier(i) totNonVieCourtier(i)
                       to volumeEquipe(indChef)
           end-evaluate.

      *****************************************************************
      *    Notes de credit : les retours valides se deduisent des
      *    totaux du courtier avant le calcul de commission, et donc
      *    aussi de l'historique et des totaux de zone; une note qui
      *    depasse les ventes restantes de la periode, ou datee d'un
      *    mois cloture, est rejetee.
      *****************************************************************
       appliquerNotesCredit.
           open output FiNotesRejets.
           if montantNCBrut numeric
               move montantNCBrutNum to montantNonVieNC
           end-if.
           if dateNCX numeric and dateNCNum not = 0
               move dateNCNum to dateNoteCredit
           else
               move dateJourSemaine(1) to dateNoteCredit
           end-if.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateNoteCredit(1:6)==.
           evaluate true
               when indCourtierNC = 0
                   move "courtier inconnu" to raisonNCRejet-ed
                   perform rejeterNoteCredit
               when verrouIndisponible
                   move "controle de cloture indisponible"
                        to raisonNCRejet-ed
                   perform rejeterNoteCredit
               when periodeCloturee
                   move "note d'un mois cloture" to raisonNCRejet-ed
                   perform rejeterNoteCredit
               when montantVieNC > totVieCourtier(indCourtierNC)
                 or montantNonVieNC
                    > totNonVieCourtier(indCourtierNC)
                         end-write
               end-if
               perform ecrireBandesDecompte
               if nbMembresEquipe(i) not = 0
                   move volumeEquipe(i) to volumeOvrDec-ed
                   move tauxOverride(i) to tauxOvrDec-ed
                   move overrideEquipe(i) to overrideDec-ed
                   write engDecompte from ligneOverrideDecompte
                         end-write
                   move commissionCourtier(i) to commissionTotale-ed
               end-if
               if indChefMembre(i) not = 0
                   move chefEquipe(i) to chefDec-ed
                   write engDecompte from ligneEquipeDecompte
                         end-write
               end-if
               write engDecompte from ligneTotalDecompte end-write
               close FiDecompte
           end-if.
               end-if
           end-perform.

       imprimerEquipes.
           if nbEquipes not = 0
               display ligneEnTeteEquipe
           end-if.
           perform varying indChef from 1 by 1
                   until indChef > nbCourtiers
               if nbMembresEquipe(indChef) not = 0
                   move nomCourt(indChef) to nomChefEquipe-ed
                   move nbMembresEquipe(indChef) to nbMembres-ed
                   move volumeEquipe(indChef) to volumeEquipe-ed
                   move tauxOverride(indChef) to tauxOverride-ed
                   move overrideEquipe(indChef) to overrideEquipe-ed
                   display ligneEquipe
                   perform varying i from 1 by 1 until i>nbCourtiers
                       if indChefMembre(i) = indChef
                           move nomCourt(i) to nomMembre-ed
                           compute volumeMembre =
                                   totVieCourtier(i)
                                   + totNonVieCourtier(i)
                           move volumeMembre to volumeMembre-ed
                           display ligneMembreEquipe
                       end-if
                   end-perform
               end-if
           end-perform.
           perform varying i from 1 by 1 until i>nbCourtiers
               if raisonHorsEquipe(i) not = spaces
                   move nomCourt(i) to nomHorsEquipe-ed
                   move chefEquipe(i) to chefHorsEquipe-ed
                   move raisonHorsEquipe(i) to raisonHorsEquipe-ed
                   display ligneHorsEquipe
               end-if
           end-perform.

      *****************************************************************
      *    Les commissions partent dans VirementsCourtiers.seq, la
      *    meme disposition que les virements de paie : un seul
           move 0 to totalCommissions.
           move 0 to totalVire.
           move 0 to nbVirementsRetenus.
           accept dateVersement from date yyyymmdd.
           perform chargerRejetes.
           open output FiVirementsCourtiers.
           open output FiSansBanque.
           perform varying i from 1 by 1 until i>nbCourtiers
               else
                   move nomCourt(i) to nomCourtierVir
                   move 0 to nbHVir
                   perform reverserRejetsCourtier
                   compute montantVireCourtier =
                           commissionCourtier(i)
                           + montantReverseCourtier
                   move montantVireCourtier to commissionVir
                   add commissionCourtier(i) to totalVire
                   write engVirementCourtier
                         from ligneVirementCourtier end-write
               display "Virements retenus faute de compte: "
                       nbVirementsRetenus
           end-if.
           perform reecrireRejetes.

      *    Un rejet reverse a la date du jour (decompte relance)
      *    redevient a reverser.
       chargerRejetes.
           open input FiRejetes.
           if fiRejetesOK
               read FiRejetes end-read
               perform until finFiRejetes or nbRejetes >= 500
                   add 1 to nbRejetes
                   if rejetCourtier and rejetReverse
                      and dateReversementRejet = dateVersement
                       move "A" to statutRejet
                       move 0 to dateReversementRejet
                       move spaces to compteReversementRejet
                       move "O" to rejetesModifiesSW
                   end-if
                   move engRejete to ligneRejeteTab(nbRejetes)
                   read FiRejetes end-read
               end-perform
               if not finFiRejetes
                   display "VirementsRejetes.seq depasse 500 lignes, "
                           "rejets non reverses ce decompte"
                   move 0 to nbRejetes
                   move "N" to rejetesModifiesSW
               end-if
           end-if.
           close FiRejetes.

       reverserRejetsCourtier.
           move 0 to montantReverseCourtier.
           perform varying indRejete from 1 by 1
                   until indRejete > nbRejetes
               move ligneRejeteTab(indRejete) to engRejete
               if rejetCourtier and rejetACorriger
                  and nomBeneficiaireRejet = nomCourt(i)
                   if compteBancaire(i) not = compteRejete
                       add montantRejete to montantReverseCourtier
                       add montantRejete to totalReverse
                       add 1 to nbRejetsReverses
                       move "R" to statutRejet
                       move dateVersement to dateReversementRejet
                       move compteBancaire(i)
                            to compteReversementRejet
                       move engRejete to ligneRejeteTab(indRejete)
                       move "O" to rejetesModifiesSW
                   else
                       add 1 to nbComptesACorriger
                       display "Compte a corriger, commission rejetee "
                               "en attente: " nomCourt(i)
                   end-if
               end-if
           end-perform.

       reecrireRejetes.
           if rejetesModifies
               open output FiRejetes
               perform varying indRejete from 1 by 1
                       until indRejete > nbRejetes
                   move ligneRejeteTab(indRejete) to engRejete
                   write engRejete end-write
               end-perform
               close FiRejetes
           end-if.
           if nbRejetsReverses not = 0
               move totalReverse to totalReverse-ed
               display "Commissions rejetees reversees: "
                       nbRejetsReverses " pour " totalReverse-ed
                       " euros"
           end-if.
           if nbComptesACorriger not = 0
               display "Courtiers au compte a corriger: "
                       nbComptesACorriger
               move 4 to return-code
           end-if.

       calculJours.
           perform varying j from 1 by 1 until j>6
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSansBanque
                         NOMFIC BY "CourtiersSansBanque.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiZonesCourtiers
                         NOMFIC BY "CourtiersZones.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEquipesCourt
                         NOMFIC BY "CourtiersEquipes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHorsPeriode
                         NOMFIC BY "VentesHorsPeriode.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejetes
                         NOMFIC BY "VirementsRejetes.seq".

       end program exemp2.
