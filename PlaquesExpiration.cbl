       PROGRAM-ID. PlaquesExpiration AS "PlaquesExpiration".

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

           SELECT OPTIONAL FiRegistre ASSIGN TO DYNAMIC cheminFiRegistre
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS plaqueRegistre
                           FILE STATUS IS fs-fiRegistre.

           SELECT FiTravail ASSIGN TO DYNAMIC cheminFiTravail
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiTravail.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistorique.

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

       FD FiRegistre.
       01 engRegistre.
           COPY "PlaqueReg.cpy".

       FD FiTravail.
       01 engTravail                   PIC X(6).

       FD FiHistorique.
       01 engHistorique.
           COPY "HistoMouvement.cpy".

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
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".
       01 cheminFiTravail PIC X(80) VALUE "ExpirationPlaques.tmp".
       01 cheminFiHistorique PIC X(80) VALUE
          "Mouvements-Historique.seq".
       01 cheminFiRapport PIC X(80) VALUE
          "PlaquesTemporairesEchues.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiVerrou PIC X(80) VALUE "Registre.lck".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegScan
                                        FSOK BY fiRegScanOK
                                        FSFIN BY finFiRegScan
                                        FSABSENT BY fiRegScanAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY fiRegistreFin
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiTravail
                                        FSOK BY fiTravailOK
                                        FSFIN BY finFiTravail
                                        FSABSENT BY fiTravailAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY fiHistoriqueFin
                                        FSABSENT BY fiHistoriqueAbsent.

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

      *    Negociants ayant encore detenu des plaques temporaires
      *    au-dela de leur expiration, pour la relance.
       01 tabNegociants.
           02 negociantTab OCCURS 200.
               03 numeroNegociantTab   PIC 9(6).
               03 nomNegociantTab      PIC X(30).
               03 nbPlaquesNegociant   PIC 9(4).
       01 nbNegociants                 PIC 999 VALUE 0.
       01 indNegociant                 PIC 999.
       01 negociantTrouveSW            PIC X VALUE "N".
           88 negociantTrouve          VALUE "O".

       01 nbEchues                     PIC 9(6) VALUE 0.
       01 nbRadiees                    PIC 9(6) VALUE 0.
       01 nbEchues-ed                  PIC ZZZZZ9.
       01 nbRadiees-ed                 PIC ZZZZZ9.
       01 nbNegociants-ed              PIC ZZ9.

       01 titreEtatEchues              PIC X(40)
          VALUE "Plaques temporaires echues et radiees".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteEchues.
           02 FILLER                   PIC X(13) VALUE "Negociant  - ".
           02 FILLER                   PIC X(30) VALUE "nom".
           02 FILLER                   PIC X(12) VALUE " - plaque - ".
           02 FILLER                   PIC X(10) VALUE "expiree le".

       01 ligneDetailEchue.
           02 numeroNegociant-ed       PIC 9(6).
           02 FILLER                   PIC X(4) VALUE SPACES.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomNegociant-ed          PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 plaqueEchue-ed           PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateExpiration-ed        PIC 9999/99/99.

       01 ligneTotalNegociant.
           02 FILLER                   PIC X(10) VALUE "Negociant ".
           02 numeroTotal-ed           PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 nomTotal-ed              PIC X(30).
           02 FILLER                   PIC X(3) VALUE " : ".
           02 nbPlaquesTotal-ed        PIC ZZZ9.
           02 FILLER                   PIC X(24)
              VALUE " plaque(s) echue(s)".

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM extrairePlaquesEchues.
           IF nbEchues = 0
               DISPLAY "Aucune plaque temporaire echue, rien a radier"
               PERFORM ecrireAudit
               STOP RUN
           END-IF.
           PERFORM radierPlaquesEchues.
           MOVE nbEchues TO nbEchues-ed.
           DISPLAY "Plaques temporaires echues: " nbEchues-ed.
           MOVE nbRadiees TO nbRadiees-ed.
           DISPLAY "Plaques temporaires radiees: " nbRadiees-ed.
           MOVE nbNegociants TO nbNegociants-ed.
           DISPLAY "Negociants concernes: " nbNegociants-ed.
           PERFORM ecrireAudit.
           STOP RUN.

      *****************************************************************
      *    Premiere passe : les plaques temporaires dont la date
      *    d'expiration est depassee sont relevees dans un fichier de
      *    travail, comme pour la liberation des plaques radiees.
      *****************************************************************
       extrairePlaquesEchues.
           OPEN INPUT FiRegistreScan.
           IF NOT fiRegScanOK
               DISPLAY "Registre des plaques indisponible, statut: "
                       fs-fiRegScan
               STOP RUN
           END-IF.
           OPEN OUTPUT FiTravail.
           READ FiRegistreScan NEXT RECORD END-READ.
           PERFORM UNTIL finFiRegScan OR NOT fiRegScanOK
               IF plaqueTemporaireScan
                  AND dateExpirationRegScan < dateJour
                   ADD 1 TO nbEchues
                   MOVE plaqueRegScan TO engTravail
                   WRITE engTravail END-WRITE
               END-IF
               READ FiRegistreScan NEXT RECORD END-READ
           END-PERFORM.
           CLOSE FiRegistreScan FiTravail.

      *****************************************************************
      *    Seconde passe, sous verrou : chaque plaque echue passe a
      *    l'etat radie. Elle suit ensuite la quarantaine ordinaire
      *    de PlaquesLiberation avant de revenir au pool libre. La
      *    radiation est portee a l'historique des mouvements et le
      *    negociant releve a l'etat des plaques echues.
      *****************************************************************
       radierPlaquesEchues.
           PERFORM lireForceVerrou.
           PERFORM prendreVerrou.
           OPEN I-O FiRegistre.
           IF NOT fiRegistreOK
               DISPLAY "Registre indisponible en mise a jour, "
                       "statut: " fs-fiRegistre
               PERFORM libererVerrou
               STOP RUN
           END-IF.
      *    L'ouverture EXTEND cree elle-meme le fichier OPTIONAL
      *    absent (statut 05).
           OPEN EXTEND FiHistorique.
           IF NOT fiHistoriqueOK AND fs-fiHistorique NOT = "05"
               DISPLAY "Historique des mouvements indisponible, "
                       "statut: " fs-fiHistorique
               CLOSE FiRegistre
               PERFORM libererVerrou
               STOP RUN
           END-IF.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteEchues TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiRapport
                                    titreEtatEchues
                                    enteteEtatTampon.
           OPEN INPUT FiTravail.
           READ FiTravail END-READ.
           PERFORM UNTIL finFiTravail
               PERFORM radierUnePlaque
               READ FiTravail END-READ
           END-PERFORM.
           CLOSE FiTravail FiHistorique FiRegistre.
           PERFORM imprimerTotauxNegociants.
           CALL "ETAT-FERMER".
           PERFORM libererVerrou.

      *    La fiche est relue sous verrou : une plaque radiee ou
      *    reattribuee entre les deux passes est laissee telle quelle.
       radierUnePlaque.
           MOVE engTravail TO plaqueRegistre.
           READ FiRegistre
               INVALID KEY
                   DISPLAY "Plaque " engTravail
                           " absente du registre, ignoree"
               NOT INVALID KEY
                   IF plaqueTemporaire
                      AND dateExpirationRegistre < dateJour
                       PERFORM appliquerRadiationEchue
                   END-IF
           END-READ.

       appliquerRadiationEchue.
           MOVE SPACES TO engHistorique.
           MOVE plaqueRegistre TO plaqueHisto.
           MOVE dateJour TO dateHisto.
           MOVE "R" TO codeHisto.
           MOVE titulaireRegistre TO titulaireAvantHisto.
           MOVE titulaireRegistre TO titulaireApresHisto.
           MOVE etatRegistre TO etatAvantHisto.
           MOVE dateImmatRegistre TO dateImmatAvantHisto.
           MOVE numeroTitulaireRegistre TO numeroTitulaireAvantHisto.
           MOVE numeroTitulaireRegistre TO numeroTitulaireApresHisto.
           MOVE 0 TO dateAnnuleHisto.
           MOVE dateExpirationRegistre TO dateExpirationHisto.
           MOVE "R" TO etatRegistre.
           REWRITE engRegistre
               INVALID KEY
                   DISPLAY "Radiation impossible pour "
                           plaqueRegistre ", statut: " fs-fiRegistre
               NOT INVALID KEY
                   ADD 1 TO nbRadiees
                   WRITE engHistorique END-WRITE
                   PERFORM imprimerPlaqueEchue
                   PERFORM cumulerNegociant
           END-REWRITE.

       imprimerPlaqueEchue.
           MOVE numeroTitulaireRegistre TO numeroNegociant-ed.
           MOVE titulaireRegistre TO nomNegociant-ed.
           MOVE plaqueRegistre TO plaqueEchue-ed.
           MOVE dateExpirationRegistre TO dateExpiration-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDetailEchue TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       cumulerNegociant.
           MOVE "N" TO negociantTrouveSW.
           PERFORM VARYING indNegociant FROM 1 BY 1
                   UNTIL indNegociant > nbNegociants
                      OR negociantTrouve
               IF numeroNegociantTab(indNegociant)
                  = numeroTitulaireRegistre
                   MOVE "O" TO negociantTrouveSW
                   ADD 1 TO nbPlaquesNegociant(indNegociant)
               END-IF
           END-PERFORM.
           IF NOT negociantTrouve
               IF nbNegociants < 200
                   ADD 1 TO nbNegociants
                   MOVE numeroTitulaireRegistre
                        TO numeroNegociantTab(nbNegociants)
                   MOVE titulaireRegistre
                        TO nomNegociantTab(nbNegociants)
                   MOVE 1 TO nbPlaquesNegociant(nbNegociants)
               ELSE
                   DISPLAY "ATTENTION: plus de 200 negociants, "
                           "totaux incomplets"
               END-IF
           END-IF.

       imprimerTotauxNegociants.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           PERFORM VARYING indNegociant FROM 1 BY 1
                   UNTIL indNegociant > nbNegociants
               MOVE numeroNegociantTab(indNegociant) TO numeroTotal-ed
               MOVE nomNegociantTab(indNegociant) TO nomTotal-ed
               MOVE nbPlaquesNegociant(indNegociant)
                    TO nbPlaquesTotal-ed
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneTotalNegociant TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.

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
           MOVE "PlaquesExpiration" TO programmeVerrou.
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
           STRING "temporaires echues=" nbEchues
                  ", radiees=" nbRadiees
                  ", negociants=" nbNegociants
                  DELIMITED BY SIZE INTO resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY "PlaquesExpiration"
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
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiTravail
                         NOMFIC BY "ExpirationPlaques.tmp".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "Mouvements-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRapport
                         NOMFIC BY "PlaquesTemporairesEchues.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVerrou
                         NOMFIC BY "Registre.lck".

       END PROGRAM PlaquesExpiration.
