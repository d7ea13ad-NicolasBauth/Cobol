       PROGRAM-ID. CourtiersMaintenance AS "CourtiersMaintenance".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiCourtiers
               ASSIGN TO DYNAMIC cheminFiCourtiers
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiCourtiers.

           SELECT OPTIONAL FiMouvementsCourt
               ASSIGN TO DYNAMIC cheminFiMouvementsCourt
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiMouvementsCourt.

           SELECT OPTIONAL FiZonesCourtiers
               ASSIGN TO DYNAMIC cheminFiZonesCourtiers
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiZonesCourtiers.

           SELECT OPTIONAL FiEquipesCourtiers
               ASSIGN TO DYNAMIC cheminFiEquipesCourtiers
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiEquipesCourtiers.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiRejets.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.

       DATA DIVISION.

       FILE SECTION.

       FD FiCourtiers.
       01 engCourtier.
           COPY "Courtier.cpy".

      *    Mouvements : A entree d'un courtier (date d'entree et
      *    region obligatoires, compte facultatif), S sortie a la
      *    date donnee, Z changement de region a la date d'effet,
      *    B changement de compte bancaire de versement, E
      *    changement d'equipe a la date d'effet (chef a blanc : le
      *    courtier quitte son equipe), T taux d'override du chef
      *    (pourcentage en 99V99).
       FD FiMouvementsCourt.
       01 engMouvementCourt.
           02 codeMvtCourt             PIC X.
               88 mvtEntreeCourt       VALUE "A" "a".
               88 mvtSortieCourt       VALUE "S" "s".
               88 mvtZoneCourt         VALUE "Z" "z".
               88 mvtBanqueCourt       VALUE "B" "b".
               88 mvtEquipeCourt       VALUE "E" "e".
               88 mvtTauxOverride      VALUE "T" "t".
           02 FILLER                   PIC X.
           02 nomCourtierMvt           PIC X(10).
           02 FILLER                   PIC X.
           02 dateMvtX                 PIC X(8).
           02 FILLER                   PIC X.
           02 zoneMvt                  PIC X(16).
           02 FILLER                   PIC X.
           02 compteMvt                PIC X(16).
           02 FILLER                   PIC X.
           02 chefMvt                  PIC X(10).
           02 FILLER                   PIC X.
           02 tauxOverrideMvtX         PIC X(4).

       FD FiZonesCourtiers.
       01 engZoneCourtier.
           COPY "ZoneCourtier.cpy".

       FD FiEquipesCourtiers.
       01 engEquipeCourtier.
           COPY "EquipeCourtier.cpy".

       FD FiRejets.
       01 engRejet                     PIC X(70).

       FD FiAudit.
       01 engAudit.
           02 dateAudit-ed              PIC 9(8).
           02 FILLER                    PIC X VALUE SPACE.
           02 heureAudit-ed             PIC 9(6).
           02 FILLER                    PIC X(3) VALUE " - ".
           02 programmeAudit-ed         PIC X(20).
           02 FILLER                    PIC X(3) VALUE " - ".
           02 resumeAudit-ed            PIC X(60).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiCourtiers PIC X(80) VALUE "Courtiers.seq".
       01 cheminFiMouvementsCourt PIC X(80) VALUE
          "CourtiersMouvements.seq".
       01 cheminFiZonesCourtiers PIC X(80) VALUE "CourtiersZones.seq".
       01 cheminFiEquipesCourtiers PIC X(80) VALUE
          "CourtiersEquipes.seq".
       01 cheminFiRejets PIC X(80) VALUE "CourtiersRejets.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCourtiers
                                        FSOK BY fiCourtiersOK
                                        FSFIN BY finFiCourtiers
                                        FSABSENT BY fiCourtiersAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiMouvementsCourt
                                        FSOK BY fiMouvementsCourtOK
                                        FSFIN BY finFiMouvementsCourt
                                        FSABSENT BY fiMvtCourtAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiZonesCourtiers
                                        FSOK BY fiZonesCourtiersOK
                                        FSFIN BY finFiZonesCourtiers
                                        FSABSENT BY fiZonesCourtiersAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEquipesCourtiers
                                        FSOK BY fiEquipesCourtiersOK
                                        FSFIN BY finFiEquipesCourtiers
                                        FSABSENT BY fiEquipesCourtAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

      *****************************************************************
      *    Le maitre garde les courtiers sortis : leur periode
      *    d'activite sert encore a exemp2 pour les ventes tardives
      *    et l'historique des ventes reste rattache a un nom connu.
      *****************************************************************
       01 tabCourtiers.
           02 courtierTab OCCURS 99.
               03 nomCourtTab          PIC X(10).
               03 libZoneTab           PIC X(16).
               03 compteBancaireTab    PIC X(16).
               03 dateEntreeTab        PIC 9(8).
               03 dateSortieTab        PIC 9(8).
               03 chefEquipeTab        PIC X(10).
               03 tauxOverrideTab      PIC 99V99.
       01 nbCourtiers                  PIC 99 VALUE 0.
       01 indCourtier                  PIC 99.
       01 indCourtTrouve               PIC 99.

       01 dateJour                     PIC 9(8).
       01 dateBrute                    PIC X(8).
       01 dateBruteNum REDEFINES dateBrute PIC 9(8).
       01 FILLER REDEFINES dateBrute.
           02 FILLER                   PIC X(4).
           02 moisBrut                 PIC XX.
           02 jourBrut                 PIC XX.
       01 dateMvt                      PIC 9(8).
       01 dateLisibleSW                PIC X VALUE "N".
           88 dateLisible              VALUE "O".
       01 ancienneValeur               PIC X(16).
       01 indChefTrouve                PIC 99.
       01 chefDEquipeSW                PIC X VALUE "N".
           88 estChefDEquipe           VALUE "O".
       01 tauxBrut                     PIC X(4).
       01 tauxBrutNum REDEFINES tauxBrut PIC 99V99.
       01 ancienTaux-ed                PIC Z9.99.
       01 nouveauTaux-ed               PIC Z9.99.

       01 nbEntrees                    PIC 9(4) VALUE 0.
       01 nbSorties                    PIC 9(4) VALUE 0.
       01 nbChangementsZone            PIC 9(4) VALUE 0.
       01 nbChangementsCompte          PIC 9(4) VALUE 0.
       01 nbChangementsEquipe          PIC 9(4) VALUE 0.
       01 nbRejets                     PIC 9(4) VALUE 0.
       01 nbActifs                     PIC 99 VALUE 0.
       01 nbPrevus                     PIC 99 VALUE 0.
       01 nbSortis                     PIC 99 VALUE 0.
       01 nbCompteur-ed                PIC ZZZ9.

       01 ligneRejet.
           02 codeRejet-ed             PIC X.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 courtierRejet-ed         PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM chargerCourtiers.
           OPEN OUTPUT FiRejets.
           PERFORM appliquerMouvements.
           CLOSE FiRejets.
           PERFORM reecrireCourtiers.
           MOVE nbEntrees TO nbCompteur-ed.
           DISPLAY "Courtiers entres: " nbCompteur-ed.
           MOVE nbSorties TO nbCompteur-ed.
           DISPLAY "Courtiers sortis: " nbCompteur-ed.
           MOVE nbChangementsZone TO nbCompteur-ed.
           DISPLAY "Changements de region: " nbCompteur-ed.
           MOVE nbChangementsCompte TO nbCompteur-ed.
           DISPLAY "Changements de compte: " nbCompteur-ed.
           MOVE nbChangementsEquipe TO nbCompteur-ed.
           DISPLAY "Changements d'equipe ou d'override: "
                   nbCompteur-ed.
           MOVE nbRejets TO nbCompteur-ed.
           DISPLAY "Mouvements rejetes: " nbCompteur-ed.
           DISPLAY "Maitre: " nbActifs " actifs, " nbPrevus
                   " a venir, " nbSortis " sortis".
           IF nbRejets NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Les anciennes fiches sans dates valent pour un courtier
      *    actif depuis toujours et sans date de sortie.
       chargerCourtiers.
           OPEN INPUT FiCourtiers.
           IF fiCourtiersOK
               READ FiCourtiers END-READ
               PERFORM UNTIL finFiCourtiers OR nbCourtiers >= 99
                   ADD 1 TO nbCourtiers
                   MOVE nomCourtierFi TO nomCourtTab(nbCourtiers)
                   MOVE libZoneFi TO libZoneTab(nbCourtiers)
                   MOVE compteBancaireFi
                        TO compteBancaireTab(nbCourtiers)
                   IF dateEntreeFi NUMERIC
                       MOVE dateEntreeFi TO dateEntreeTab(nbCourtiers)
                   ELSE
                       MOVE 0 TO dateEntreeTab(nbCourtiers)
                   END-IF
                   IF dateSortieFi NUMERIC
                       MOVE dateSortieFi TO dateSortieTab(nbCourtiers)
                   ELSE
                       MOVE 0 TO dateSortieTab(nbCourtiers)
                   END-IF
                   MOVE chefEquipeFi TO chefEquipeTab(nbCourtiers)
                   IF tauxOverrideFi NUMERIC
                       MOVE tauxOverrideFi
                            TO tauxOverrideTab(nbCourtiers)
                   ELSE
                       MOVE 0 TO tauxOverrideTab(nbCourtiers)
                   END-IF
                   READ FiCourtiers END-READ
               END-PERFORM
               IF NOT finFiCourtiers
                   DISPLAY "ATTENTION: plus de 99 courtiers, "
                           "suite ignoree"
               END-IF
           END-IF.
           CLOSE FiCourtiers.

       appliquerMouvements.
           OPEN INPUT FiMouvementsCourt.
           IF fiMouvementsCourtOK
               OPEN EXTEND FiZonesCourtiers
               IF fs-fiZonesCourtiers NOT = "00"
                  AND fs-fiZonesCourtiers NOT = "05"
                   OPEN OUTPUT FiZonesCourtiers
               END-IF
               OPEN EXTEND FiEquipesCourtiers
               IF fs-fiEquipesCourtiers NOT = "00"
                  AND fs-fiEquipesCourtiers NOT = "05"
                   OPEN OUTPUT FiEquipesCourtiers
               END-IF
               READ FiMouvementsCourt END-READ
               PERFORM UNTIL finFiMouvementsCourt
                   PERFORM appliquerUnMouvement
                   READ FiMouvementsCourt END-READ
               END-PERFORM
               CLOSE FiZonesCourtiers FiEquipesCourtiers
           ELSE
               DISPLAY "CourtiersMouvements.seq absent, statut: "
                       fs-fiMouvementsCourt ", aucun mouvement"
           END-IF.
           CLOSE FiMouvementsCourt.

       appliquerUnMouvement.
           PERFORM rechercherCourtier.
           PERFORM lireDateMouvement.
           EVALUATE TRUE
               WHEN nomCourtierMvt = SPACES
                   MOVE "nom du courtier absent" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN mvtEntreeCourt
                   PERFORM entrerCourtier
               WHEN mvtSortieCourt
                   PERFORM sortirCourtier
               WHEN mvtZoneCourt
                   PERFORM changerZoneCourtier
               WHEN mvtBanqueCourt
                   PERFORM changerCompteCourtier
               WHEN mvtEquipeCourt
                   PERFORM changerEquipeCourtier
               WHEN mvtTauxOverride
                   PERFORM changerTauxOverride
               WHEN OTHER
                   MOVE "code mouvement inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
           END-EVALUATE.

       rechercherCourtier.
           MOVE 0 TO indCourtTrouve.
           PERFORM VARYING indCourtier FROM 1 BY 1
                   UNTIL indCourtier > nbCourtiers
                      OR indCourtTrouve NOT = 0
               IF nomCourtTab(indCourtier) = nomCourtierMvt
                   MOVE indCourtier TO indCourtTrouve
               END-IF
           END-PERFORM.

      *    Date AAAAMMJJ du mouvement; a blanc ou impossible, elle
      *    est illisible et le mouvement qui l'exige est rejete.
       lireDateMouvement.
           MOVE "N" TO dateLisibleSW.
           MOVE 0 TO dateMvt.
           MOVE dateMvtX TO dateBrute.
           IF dateBrute NUMERIC
              AND moisBrut >= "01" AND moisBrut <= "12"
              AND jourBrut >= "01" AND jourBrut <= "31"
               MOVE dateBruteNum TO dateMvt
               MOVE "O" TO dateLisibleSW
           END-IF.

       entrerCourtier.
           EVALUATE TRUE
               WHEN indCourtTrouve NOT = 0
                   MOVE "courtier deja au maitre" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN NOT dateLisible
                   MOVE "date d'entree illisible" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN zoneMvt = SPACES
                   MOVE "region absente" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN nbCourtiers >= 99
                   MOVE "maitre des courtiers plein"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN OTHER
                   ADD 1 TO nbCourtiers
                   MOVE nomCourtierMvt TO nomCourtTab(nbCourtiers)
                   MOVE zoneMvt TO libZoneTab(nbCourtiers)
                   MOVE compteMvt TO compteBancaireTab(nbCourtiers)
                   MOVE SPACES TO chefEquipeTab(nbCourtiers)
                   MOVE 0 TO tauxOverrideTab(nbCourtiers)
                   MOVE dateMvt TO dateEntreeTab(nbCourtiers)
                   MOVE 0 TO dateSortieTab(nbCourtiers)
                   ADD 1 TO nbEntrees
                   MOVE SPACES TO resumeAudit
                   STRING "entree " nomCourtierMvt " le " dateMvt
                          " region " zoneMvt
                          DELIMITED BY SIZE INTO resumeAudit
                   PERFORM ecrireAudit
           END-EVALUATE.

       sortirCourtier.
           EVALUATE TRUE
               WHEN indCourtTrouve = 0
                   MOVE "courtier inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN dateSortieTab(indCourtTrouve) NOT = 0
                   MOVE "courtier deja sorti" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN NOT dateLisible
                   MOVE "date de sortie illisible" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN dateMvt < dateEntreeTab(indCourtTrouve)
                   MOVE "sortie avant la date d'entree"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN OTHER
                   MOVE dateMvt TO dateSortieTab(indCourtTrouve)
                   ADD 1 TO nbSorties
                   MOVE SPACES TO resumeAudit
                   STRING "sortie " nomCourtierMvt " le " dateMvt
                          DELIMITED BY SIZE INTO resumeAudit
                   PERFORM ecrireAudit
           END-EVALUATE.

      *    La region du maitre est toujours la derniere connue; la
      *    region quittee est gardee dans CourtiersZones.seq avec la
      *    date d'effet pour que exemp2 retrouve la region en vigueur
      *    pendant la semaine traitee.
       changerZoneCourtier.
           EVALUATE TRUE
               WHEN indCourtTrouve = 0
                   MOVE "courtier inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN NOT dateLisible
                   MOVE "date d'effet illisible" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN zoneMvt = SPACES
                   MOVE "region absente" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN zoneMvt = libZoneTab(indCourtTrouve)
                   MOVE "region inchangee" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN OTHER
                   MOVE libZoneTab(indCourtTrouve) TO ancienneValeur
                   MOVE SPACES TO engZoneCourtier
                   MOVE nomCourtierMvt TO nomCourtierZone
                   MOVE dateMvt TO dateEffetZone
                   MOVE ancienneValeur TO ancienneZone
                   MOVE zoneMvt TO nouvelleZone
                   WRITE engZoneCourtier END-WRITE
                   MOVE zoneMvt TO libZoneTab(indCourtTrouve)
                   ADD 1 TO nbChangementsZone
                   MOVE SPACES TO resumeAudit
                   STRING "region " nomCourtierMvt " "
                          ancienneValeur " -> " zoneMvt
                          DELIMITED BY SIZE INTO resumeAudit
                   PERFORM ecrireAudit
           END-EVALUATE.

       changerCompteCourtier.
           EVALUATE TRUE
               WHEN indCourtTrouve = 0
                   MOVE "courtier inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN compteMvt = SPACES
                   MOVE "compte bancaire absent" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN OTHER
                   MOVE compteBancaireTab(indCourtTrouve)
                        TO ancienneValeur
                   MOVE compteMvt TO compteBancaireTab(indCourtTrouve)
                   ADD 1 TO nbChangementsCompte
                   MOVE SPACES TO resumeAudit
                   STRING "compte " nomCourtierMvt " "
                          ancienneValeur " -> " compteMvt
                          DELIMITED BY SIZE INTO resumeAudit
                   PERFORM ecrireAudit
           END-EVALUATE.

      *****************************************************************
      *    Un courtier n'a qu'un chef a la fois et les equipes n'ont
      *    qu'un niveau : un chef n'est membre d'aucune equipe et un
      *    membre ne dirige pas d'equipe. Ses ventes ne comptent
      *    ainsi que dans une seule equipe pour une meme periode.
      *****************************************************************
       changerEquipeCourtier.
           MOVE 0 TO indChefTrouve.
           PERFORM VARYING indCourtier FROM 1 BY 1
                   UNTIL indCourtier > nbCourtiers
                      OR indChefTrouve NOT = 0
               IF chefMvt NOT = SPACES
                  AND nomCourtTab(indCourtier) = chefMvt
                   MOVE indCourtier TO indChefTrouve
               END-IF
           END-PERFORM.
           MOVE "N" TO chefDEquipeSW.
           PERFORM VARYING indCourtier FROM 1 BY 1
                   UNTIL indCourtier > nbCourtiers
               IF chefEquipeTab(indCourtier) = nomCourtierMvt
                   MOVE "O" TO chefDEquipeSW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN indCourtTrouve = 0
                   MOVE "courtier inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN NOT dateLisible
                   MOVE "date d'effet illisible" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN chefMvt = chefEquipeTab(indCourtTrouve)
                   MOVE "equipe inchangee" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN chefMvt = SPACES
                   PERFORM appliquerChangementEquipe
               WHEN chefMvt = nomCourtierMvt
                   MOVE "courtier chef de sa propre equipe"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN indChefTrouve = 0
                   MOVE "chef d'equipe inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN chefEquipeTab(indChefTrouve) NOT = SPACES
                   MOVE "chef deja membre d'une autre equipe"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN estChefDEquipe
                   MOVE "courtier deja chef d'equipe"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN OTHER
                   PERFORM appliquerChangementEquipe
           END-EVALUATE.

       appliquerChangementEquipe.
           MOVE SPACES TO engEquipeCourtier.
           MOVE nomCourtierMvt TO nomCourtierEquipe.
           MOVE dateMvt TO dateEffetEquipe.
           MOVE chefEquipeTab(indCourtTrouve) TO ancienChefEquipe.
           MOVE chefMvt TO nouveauChefEquipe.
           WRITE engEquipeCourtier END-WRITE.
           MOVE chefMvt TO chefEquipeTab(indCourtTrouve).
           ADD 1 TO nbChangementsEquipe.
           MOVE SPACES TO resumeAudit.
           STRING "equipe " nomCourtierMvt " " ancienChefEquipe
                  " -> " chefMvt " le " dateMvt
                  DELIMITED BY SIZE INTO resumeAudit.
           PERFORM ecrireAudit.

       changerTauxOverride.
           MOVE tauxOverrideMvtX TO tauxBrut.
           INSPECT tauxBrut REPLACING LEADING " " BY "0".
           EVALUATE TRUE
               WHEN indCourtTrouve = 0
                   MOVE "courtier inconnu" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN tauxOverrideMvtX = SPACES
                 OR tauxBrut NOT NUMERIC
                   MOVE "taux d'override illisible" TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN tauxBrutNum > 10
                   MOVE "taux d'override superieur a 10 %"
                        TO raisonRejet-ed
                   PERFORM rejeterMouvementCourt
               WHEN OTHER
                   MOVE tauxOverrideTab(indCourtTrouve)
                        TO ancienTaux-ed
                   MOVE tauxBrutNum TO nouveauTaux-ed
                   MOVE tauxBrutNum TO tauxOverrideTab(indCourtTrouve)
                   ADD 1 TO nbChangementsEquipe
                   MOVE SPACES TO resumeAudit
                   STRING "override " nomCourtierMvt " "
                          ancienTaux-ed " -> " nouveauTaux-ed " %"
                          DELIMITED BY SIZE INTO resumeAudit
                   PERFORM ecrireAudit
           END-EVALUATE.

       rejeterMouvementCourt.
           ADD 1 TO nbRejets.
           MOVE codeMvtCourt TO codeRejet-ed.
           MOVE nomCourtierMvt TO courtierRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

      *    Le statut se recalcule a chaque passage d'apres la date
      *    du jour : P entree a venir, S sortie passee, A sinon.
       reecrireCourtiers.
           OPEN OUTPUT FiCourtiers.
           PERFORM VARYING indCourtier FROM 1 BY 1
                   UNTIL indCourtier > nbCourtiers
               MOVE SPACES TO engCourtier
               MOVE nomCourtTab(indCourtier) TO nomCourtierFi
               MOVE libZoneTab(indCourtier) TO libZoneFi
               MOVE compteBancaireTab(indCourtier) TO compteBancaireFi
               MOVE dateEntreeTab(indCourtier) TO dateEntreeFi
               MOVE dateSortieTab(indCourtier) TO dateSortieFi
               MOVE chefEquipeTab(indCourtier) TO chefEquipeFi
               MOVE tauxOverrideTab(indCourtier) TO tauxOverrideFi
               EVALUATE TRUE
                   WHEN dateEntreeTab(indCourtier) > dateJour
                       MOVE "P" TO statutCourtierFi
                       ADD 1 TO nbPrevus
                   WHEN dateSortieTab(indCourtier) NOT = 0
                    AND dateSortieTab(indCourtier) < dateJour
                       MOVE "S" TO statutCourtierFi
                       ADD 1 TO nbSortis
                   WHEN OTHER
                       MOVE "A" TO statutCourtierFi
                       ADD 1 TO nbActifs
               END-EVALUATE
               WRITE engCourtier END-WRITE
           END-PERFORM.
           CLOSE FiCourtiers.

       ecrireAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                    HEUREAUDIT BY heureAudit
                                    DATEED BY dateAudit-ed
                                    HEUREED BY heureAudit-ed
                                    PROGNOM BY "CourtiersMaintenance"
                                    PROGED BY programmeAudit-ed
                                    RESUME BY resumeAudit
                                    RESUMEED BY resumeAudit-ed
                                    FSRAW BY fs-FiAudit
                                    ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourtiers
                         NOMFIC BY "Courtiers.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiMouvementsCourt
                         NOMFIC BY "CourtiersMouvements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiZonesCourtiers
                         NOMFIC BY "CourtiersZones.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEquipesCourtiers
                         NOMFIC BY "CourtiersEquipes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "CourtiersRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       END PROGRAM CourtiersMaintenance.
