       PROGRAM-ID. RegistreDechargement AS "RegistreDechargement".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiRegistreScan
               ASSIGN TO DYNAMIC cheminFiRegistreScan
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS plaqueRegScan
                           FILE STATUS IS fs-fiRegScan.

           SELECT FiDecharge ASSIGN TO DYNAMIC cheminFiDecharge
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiDecharge.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiParametres.

           SELECT OPTIONAL FiVerrou ASSIGN TO DYNAMIC cheminFiVerrou
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiVerrou.

       DATA DIVISION.

       FILE SECTION.

       FD FiRegistreScan.
       01 engRegistreScan.
           COPY "PlaqueReg.cpy"
               REPLACING plaqueRegistre BY plaqueRegScan
                         dateImmatRegistre BY dateImmatRegScan
                         etatRegistre BY etatRegScan
                         plaqueActive BY plaqueActiveScan
                         plaqueRadiee BY plaqueRadieeScan
                         plaqueTemporaire BY plaqueTemporaireScan
                         titulaireRegistre BY titulaireRegScan
                         numeroTitulaireRegistre
                             BY numeroTitulaireRegScan
                         dateExpirationRegistre
                             BY dateExpirationRegScan.

       FD FiDecharge.
       01 engDecharge.
           COPY "RegistreDecharge.cpy".

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).
           02 valeurParametreX         PIC X(12).

      *****************************************************************
      *    Verrou d'execution sur Registre.idx, selon la convention
      *    de la chaine : marque datee posee avant la mise a jour et
      *    retiree en sortant; marque plus jeune que
      *    AGE-VERROU-HEURES = refus code 12 (sauf FORCE-VERROU=O),
      *    marque plus ancienne = perimee et reprise.
      *****************************************************************
       FD FiVerrou.
       01 engVerrou.
           02 dateVerrou               PIC 9(6).
           02 FILLER                   PIC X VALUE SPACE.
           02 heureVerrou              PIC 9(6).
           02 FILLER                   PIC X VALUE SPACE.
           02 programmeVerrou          PIC X(20).

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
       01 cheminFiRegistreScan PIC X(80) VALUE "Registre.idx".
       01 cheminFiDecharge PIC X(80) VALUE "Registre-Decharge.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiVerrou PIC X(80) VALUE "Registre.lck".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegScan
                                        FSOK BY fiRegScanOK
                                        FSFIN BY finFiRegScan
                                        FSABSENT BY fiRegScanAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDecharge
                                        FSOK BY fiDechargeOK
                                        FSFIN BY fiDechargeFin
                                        FSABSENT BY fiDechargeAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiParametres
                                        FSOK BY fiParametresOK
                                        FSFIN BY finFiParametres
                                        FSABSENT BY fiParametresAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiVerrou
                                        FSOK BY fiVerrouOK
                                        FSFIN BY fiVerrouFin
                                        FSABSENT BY fiVerrouAbsent.
       01 forceVerrouSW                PIC X VALUE "N".
           88 forceVerrou              VALUE "O".
       01 verrouRefuseSW               PIC X VALUE "N".
           88 verrouRefuse             VALUE "O".
       01 dateJourVerrou               PIC 9(6).
       01 heureJourVerrou              PIC 9(8).
      *    Une marque de verrou n'est perimee qu'au-dela d'un age
      *    configurable en heures (cle AGE-VERROU-HEURES de
      *    Parametres.seq) : un traitement parti avant minuit garde
      *    son verrou au passage de la date, seule une marque
      *    vraiment ancienne est reprise.
       01 ageVerrouHeures              PIC 999 VALUE 12.
       01 valeurAgeVerrouX             PIC X(3).
       01 valeurAgeVerrouNum REDEFINES valeurAgeVerrouX PIC 999.
       01 dateTravailVerrou            PIC 9(6).
       01 FILLER REDEFINES dateTravailVerrou.
           02 anneeTravailVerrou       PIC 99.
           02 moisTravailVerrou        PIC 99.
           02 jourTravailVerrou        PIC 99.
       01 heureTravailVerrou           PIC 99.
       01 joursCumulesVerVal.
           02 FILLER                   PIC 9(3) VALUE 0.
           02 FILLER                   PIC 9(3) VALUE 31.
           02 FILLER                   PIC 9(3) VALUE 59.
           02 FILLER                   PIC 9(3) VALUE 90.
           02 FILLER                   PIC 9(3) VALUE 120.
           02 FILLER                   PIC 9(3) VALUE 151.
           02 FILLER                   PIC 9(3) VALUE 181.
           02 FILLER                   PIC 9(3) VALUE 212.
           02 FILLER                   PIC 9(3) VALUE 243.
           02 FILLER                   PIC 9(3) VALUE 273.
           02 FILLER                   PIC 9(3) VALUE 304.
           02 FILLER                   PIC 9(3) VALUE 334.
       01 REDEFINES joursCumulesVerVal.
           02 joursCumulesVer OCCURS 12 PIC 9(3).
       01 heuresAbsoluesVerrou         PIC 9(9).
       01 heuresJourAbs                PIC 9(9).
       01 ageVerrouCalcule             PIC 9(9).

       01 dateJour                     PIC 9(8).

       01 nbFiches                     PIC 9(7) VALUE 0.
       01 nbActives                    PIC 9(7) VALUE 0.
       01 nbRadiees                    PIC 9(7) VALUE 0.
       01 nbTemporaires                PIC 9(7) VALUE 0.
       01 nbAutres                     PIC 9(7) VALUE 0.
       01 nbFiches-ed                  PIC Z(6)9.
       01 nbActives-ed                 PIC Z(6)9.
       01 nbRadiees-ed                 PIC Z(6)9.
       01 nbTemporaires-ed             PIC Z(6)9.
       01 nbAutres-ed                  PIC Z(6)9.

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Dechargement de Registre.idx dans Registre-Decharge.seq,
      *    fiche par fiche dans l'ordre des plaques, suivi d'une ligne
      *    de controle (nombre de fiches, actives, radiees,
      *    temporaires) que RegistreRechargement verifie avant de
      *    remplacer le registre. Le verrou est pris pour que le
      *    dechargement soit une image coherente du registre; apres
      *    un incident, une marque perimee est reprise comme partout.
      *    Une fiche d'etat inconnu est dechargee telle quelle et
      *    comptee a part : le rechargement la rejettera.
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM lireForceVerrou.
           PERFORM prendreVerrou.
           OPEN INPUT FiRegistreScan.
           IF NOT fiRegScanOK
               DISPLAY "Registre des plaques indisponible, statut: "
                       fs-fiRegScan
               CLOSE FiRegistreScan
               PERFORM libererVerrou
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FiDecharge.
           READ FiRegistreScan NEXT RECORD END-READ.
           PERFORM UNTIL finFiRegScan OR NOT fiRegScanOK
               PERFORM dechargerFiche
               READ FiRegistreScan NEXT RECORD END-READ
           END-PERFORM.
           IF NOT finFiRegScan
               DISPLAY "Lecture du registre interrompue, statut: "
                       fs-fiRegScan ", dechargement incomplet"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM ecrireControle.
           CLOSE FiRegistreScan FiDecharge.
           PERFORM libererVerrou.
           MOVE nbFiches TO nbFiches-ed.
           DISPLAY "Fiches dechargees: " nbFiches-ed.
           MOVE nbActives TO nbActives-ed.
           DISPLAY "  dont actives: " nbActives-ed.
           MOVE nbRadiees TO nbRadiees-ed.
           DISPLAY "  dont radiees: " nbRadiees-ed.
           MOVE nbTemporaires TO nbTemporaires-ed.
           DISPLAY "  dont temporaires: " nbTemporaires-ed.
           IF nbAutres NOT = 0
               MOVE nbAutres TO nbAutres-ed
               DISPLAY "  dont etat inconnu: " nbAutres-ed
           END-IF.
           PERFORM ecrireAudit.
           STOP RUN.

       dechargerFiche.
           ADD 1 TO nbFiches.
           EVALUATE TRUE
               WHEN plaqueActiveScan
                   ADD 1 TO nbActives
               WHEN plaqueRadieeScan
                   ADD 1 TO nbRadiees
               WHEN plaqueTemporaireScan
                   ADD 1 TO nbTemporaires
               WHEN OTHER
                   ADD 1 TO nbAutres
           END-EVALUATE.
           MOVE SPACES TO engDecharge.
           MOVE "D" TO typeDecharge.
           MOVE engRegistreScan TO ficheDecharge.
           WRITE engDecharge END-WRITE.

       ecrireControle.
           MOVE SPACES TO engDecharge.
           MOVE "T" TO typeDecharge.
           MOVE dateJour TO dateDechargement.
           MOVE nbFiches TO nbFichesDecharge.
           MOVE nbActives TO nbActivesDecharge.
           MOVE nbRadiees TO nbRadieesDecharge.
           MOVE nbTemporaires TO nbTemporairesDecharge.
           WRITE engDecharge END-WRITE.

       lireForceVerrou.
           OPEN INPUT FiParametres.
           IF fiParametresOK
               READ FiParametres END-READ
               PERFORM UNTIL finFiParametres
                   IF cleParametre = "FORCE-VERROU"
                      AND valeurParametreX(1:1) = "O"
                       MOVE "O" TO forceVerrouSW
                   END-IF
                   IF cleParametre = "AGE-VERROU-HEURES"
                       MOVE valeurParametreX(1:3)
                            TO valeurAgeVerrouX
                       INSPECT valeurAgeVerrouX
                               REPLACING LEADING " " BY "0"
                       IF valeurAgeVerrouX NUMERIC
                          AND valeurAgeVerrouNum NOT = 0
                           MOVE valeurAgeVerrouNum
                                TO ageVerrouHeures
                       END-IF
                   END-IF
                   READ FiParametres END-READ
               END-PERFORM
           END-IF.
           CLOSE FiParametres.

       prendreVerrou.
           MOVE "N" TO verrouRefuseSW.
           ACCEPT dateJourVerrou FROM DATE.
           ACCEPT heureJourVerrou FROM TIME.
           OPEN INPUT FiVerrou.
           IF fiVerrouOK
               READ FiVerrou
                   AT END
                       CONTINUE
                   NOT AT END
                       IF dateVerrou NOT = 0
                           PERFORM calculerAgeVerrou
                           EVALUATE TRUE
                               WHEN ageVerrouCalcule
                                    >= ageVerrouHeures
                                   DISPLAY "Verrou perime du "
                                           dateVerrou " pose par "
                                           programmeVerrou
                                           ", repris"
                               WHEN forceVerrou
                                   DISPLAY "Verrou tenu par "
                                           programmeVerrou
                                           ", passe outre "
                                           "(FORCE-VERROU)"
                               WHEN OTHER
                                   MOVE "O" TO verrouRefuseSW
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.
           CLOSE FiVerrou.
           IF verrouRefuse
               DISPLAY "Registre.idx est verrouille par "
                       programmeVerrou " depuis " heureVerrou
                       ", arret (derogation: FORCE-VERROU=O)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FiVerrou.
           MOVE dateJourVerrou TO dateVerrou.
           ACCEPT heureJourVerrou FROM TIME.
           MOVE heureJourVerrou(1:6) TO heureVerrou.
           MOVE "RegistreDechargement" TO programmeVerrou.
           WRITE engVerrou END-WRITE.
           CLOSE FiVerrou.

       libererVerrou.
           OPEN OUTPUT FiVerrou.
           MOVE 0 TO dateVerrou.
           MOVE 0 TO heureVerrou.
           MOVE SPACES TO programmeVerrou.
           WRITE engVerrou END-WRITE.
           CLOSE FiVerrou.

      *    Age de la marque en heures pleines, l'annee etant comptee
      *    a 365 jours comme dans les autres calculs d'anciennete de
      *    la chaine.
       calculerAgeVerrou.
           MOVE dateJourVerrou TO dateTravailVerrou.
           MOVE heureJourVerrou(1:2) TO heureTravailVerrou.
           PERFORM calculerHeuresAbsoluesVerrou.
           MOVE heuresAbsoluesVerrou TO heuresJourAbs.
           MOVE dateVerrou TO dateTravailVerrou.
           MOVE heureVerrou(1:2) TO heureTravailVerrou.
           PERFORM calculerHeuresAbsoluesVerrou.
           IF heuresJourAbs > heuresAbsoluesVerrou
               COMPUTE ageVerrouCalcule =
                       heuresJourAbs - heuresAbsoluesVerrou
           ELSE
               MOVE 0 TO ageVerrouCalcule
           END-IF.

       calculerHeuresAbsoluesVerrou.
           IF moisTravailVerrou >= 1 AND moisTravailVerrou <= 12
               COMPUTE heuresAbsoluesVerrou =
                       (((anneeTravailVerrou * 365)
                         + joursCumulesVer(moisTravailVerrou)
                         + jourTravailVerrou) * 24)
                       + heureTravailVerrou
           ELSE
               MOVE 0 TO heuresAbsoluesVerrou
           END-IF.

       ecrireAudit.
           MOVE SPACES TO resumeAudit.
           STRING "fiches=" nbFiches
                  ", actives=" nbActives
                  ", radiees=" nbRadiees
                  ", temporaires=" nbTemporaires
                  DELIMITED BY SIZE INTO resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY
                                             "RegistreDechargement"
                                         PROGED BY programmeAudit-ed
                                         RESUME BY resumeAudit
                                         RESUMEED BY resumeAudit-ed
                                         FSRAW BY fs-FiAudit
                                         ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistreScan
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDecharge
                         NOMFIC BY "Registre-Decharge.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVerrou
                         NOMFIC BY "Registre.lck".

       END PROGRAM RegistreDechargement.
