       PROGRAM-ID. RegistreRechargement AS "RegistreRechargement".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiDecharge ASSIGN TO DYNAMIC cheminFiDecharge
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiDecharge.

           SELECT FiRecharge ASSIGN TO DYNAMIC cheminFiRecharge
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS plaqueRech
                           FILE STATUS IS fs-fiRecharge.

           SELECT FiRegistre ASSIGN TO DYNAMIC cheminFiRegistre
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS plaqueCible
                           FILE STATUS IS fs-fiRegistre.

           SELECT FiExceptions ASSIGN TO DYNAMIC cheminFiExceptions
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiExceptions.

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

       FD FiDecharge.
       01 engDecharge.
           COPY "RegistreDecharge.cpy".

      *    Registre reconstruit a cote du registre en service; il ne
      *    le remplace qu'une fois les comptes prouves.
       FD FiRecharge.
       01 engRecharge.
           COPY "PlaqueReg.cpy"
               REPLACING plaqueRegistre BY plaqueRech
                         dateImmatRegistre BY dateImmatRech
                         etatRegistre BY etatRech
                         plaqueActive BY plaqueActiveRech
                         plaqueRadiee BY plaqueRadieeRech
                         plaqueTemporaire BY plaqueTemporaireRech
                         titulaireRegistre BY titulaireRech
                         numeroTitulaireRegistre
                             BY numeroTitulaireRech
                         dateExpirationRegistre
                             BY dateExpirationRech.

       FD FiRegistre.
       01 engRegistreCible.
           02 plaqueCible              PIC X(6).
           02 FILLER                   PIC X(53).

       FD FiExceptions.
       01 engException.
           02 plaqueException          PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonException          PIC X(40).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 ligneException           PIC X(61).

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
       01 cheminFiDecharge PIC X(80) VALUE "Registre-Decharge.seq".
       01 cheminFiRecharge PIC X(80) VALUE "Registre-Recharge.idx".
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".
       01 cheminFiExceptions PIC X(80) VALUE
          "RechargementExceptions.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiVerrou PIC X(80) VALUE "Registre.lck".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDecharge
                                        FSOK BY fiDechargeOK
                                        FSFIN BY finFiDecharge
                                        FSABSENT BY fiDechargeAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRecharge
                                        FSOK BY fiRechargeOK
                                        FSFIN BY finFiRecharge
                                        FSABSENT BY fiRechargeAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY fiRegistreFin
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiExceptions
                                        FSOK BY fiExceptionsOK
                                        FSFIN BY fiExceptionsFin
                                        FSABSENT BY fiExceptionsAbsent.

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

      *    Fiche dechargee en cours de controle, au format du
      *    registre.
       01 ficheControlee.
           COPY "PlaqueReg.cpy".
       01 FILLER REDEFINES ficheControlee.
           02 FILLER                   PIC X(51).
           02 dateExpirationX          PIC X(8).
       01 FILLER REDEFINES ficheControlee.
           02 FILLER                   PIC X(45).
           02 numeroTitulaireX         PIC X(6).

       01 dateControlee                PIC 9(8).
       01 FILLER REDEFINES dateControlee.
           02 anneeControlee           PIC 9(4).
           02 moisControlee            PIC 99.
           02 jourControlee            PIC 99.
       01 joursMoisVal                 PIC X(24)
          VALUE "312931303130313130313031".
       01 REDEFINES joursMoisVal.
           02 joursMois OCCURS 12      PIC 99.
       01 quotientBissextile           PIC 9(4).
       01 resteBissextile              PIC 9.
       01 dateValideSW                 PIC X VALUE "N".
           88 dateValide               VALUE "O".

       01 raisonRejet                  PIC X(40).

       01 controleTrouveSW             PIC X VALUE "N".
           88 controleTrouve           VALUE "O".
       01 comptesProuvesSW             PIC X VALUE "N".
           88 comptesProuves           VALUE "O".

      *    Comptes annonces par la ligne de controle.
       01 nbFichesAnnoncees            PIC 9(7) VALUE 0.
       01 nbActivesAnnoncees           PIC 9(7) VALUE 0.
       01 nbRadieesAnnoncees           PIC 9(7) VALUE 0.
       01 nbTemporairesAnnoncees       PIC 9(7) VALUE 0.
      *    Comptes des fiches lues dans le dechargement.
       01 nbFichesLues                 PIC 9(7) VALUE 0.
       01 nbActivesLues                PIC 9(7) VALUE 0.
       01 nbRadieesLues                PIC 9(7) VALUE 0.
       01 nbTemporairesLues            PIC 9(7) VALUE 0.
      *    Comptes des fiches ecrites, puis relues, dans le registre
      *    reconstruit.
       01 nbFichesEcrites              PIC 9(7) VALUE 0.
       01 nbActivesEcrites             PIC 9(7) VALUE 0.
       01 nbRadieesEcrites             PIC 9(7) VALUE 0.
       01 nbTemporairesEcrites         PIC 9(7) VALUE 0.
       01 nbFichesRelues               PIC 9(7) VALUE 0.
       01 nbActivesRelues              PIC 9(7) VALUE 0.
       01 nbRadieesRelues              PIC 9(7) VALUE 0.
       01 nbTemporairesRelues          PIC 9(7) VALUE 0.
       01 nbRejets                     PIC 9(7) VALUE 0.
       01 nbLignesHorsFiche            PIC 9(7) VALUE 0.
       01 nbRecopiees                  PIC 9(7) VALUE 0.

       01 ligneComptes.
           02 libelleComptes-ed        PIC X(24).
           02 nbFichesComptes-ed       PIC Z(6)9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 nbActivesComptes-ed      PIC Z(6)9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 nbRadieesComptes-ed      PIC Z(6)9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 nbTempComptes-ed         PIC Z(6)9.
       01 nbRejets-ed                  PIC Z(6)9.

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Rechargement de Registre.idx a partir du dechargement :
      *    les fiches controlees sont ecrites dans
      *    Registre-Recharge.idx, les autres vont a
      *    RechargementExceptions.seq avec la ligne d'origine. Le
      *    registre en service n'est remplace que si les comptes lus
      *    egalent ceux de la ligne de controle, si le registre
      *    reconstruit relu redonne les fiches ecrites et si fiches
      *    ecrites et rejetees font le compte des fiches lues. Sinon
      *    il reste intact (code retour 8). Des rejets donnent le
      *    code retour 4 : les fiches rejetees sont a corriger et a
      *    ressaisir par les mouvements ordinaires.
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM lireForceVerrou.
           PERFORM prendreVerrou.
           PERFORM rechargerFiches.
           PERFORM relireRecharge.
           PERFORM prouverComptes.
           IF comptesProuves
               PERFORM remplacerRegistre
           END-IF.
           PERFORM libererVerrou.
           PERFORM afficherComptes.
           EVALUATE TRUE
               WHEN NOT comptesProuves
                   DISPLAY "Comptes non concordants, Registre.idx "
                           "n'est pas remplace"
                   MOVE 8 TO RETURN-CODE
               WHEN nbRecopiees NOT = nbFichesEcrites
                   DISPLAY "Recopie incomplete dans Registre.idx, "
                           "recharger a nouveau"
                   MOVE 8 TO RETURN-CODE
               WHEN nbRejets NOT = 0
                   DISPLAY "Registre.idx remplace, fiches rejetees "
                           "dans RechargementExceptions.seq"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Registre.idx remplace"
           END-EVALUATE.
           PERFORM ecrireAudit.
           STOP RUN.

       rechargerFiches.
           OPEN INPUT FiDecharge.
           IF NOT fiDechargeOK
               DISPLAY "Registre-Decharge.seq introuvable, statut: "
                       fs-fiDecharge
               CLOSE FiDecharge
               PERFORM libererVerrou
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FiRecharge.
           IF NOT fiRechargeOK
               DISPLAY "Registre-Recharge.idx non cree, statut: "
                       fs-fiRecharge
               CLOSE FiDecharge
               PERFORM libererVerrou
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FiExceptions.
           READ FiDecharge END-READ.
           PERFORM UNTIL finFiDecharge
               EVALUATE TRUE
                   WHEN controleTrouve
                       ADD 1 TO nbLignesHorsFiche
                   WHEN ligneFicheDecharge
                       PERFORM rechargerUneFiche
                   WHEN ligneControleDecharge
                       MOVE "O" TO controleTrouveSW
                       MOVE nbFichesDecharge TO nbFichesAnnoncees
                       MOVE nbActivesDecharge TO nbActivesAnnoncees
                       MOVE nbRadieesDecharge TO nbRadieesAnnoncees
                       MOVE nbTemporairesDecharge
                            TO nbTemporairesAnnoncees
                   WHEN OTHER
                       ADD 1 TO nbLignesHorsFiche
               END-EVALUATE
               READ FiDecharge END-READ
           END-PERFORM.
           CLOSE FiDecharge FiRecharge FiExceptions.

       rechargerUneFiche.
           ADD 1 TO nbFichesLues.
           MOVE ficheDecharge TO ficheControlee.
           EVALUATE TRUE
               WHEN plaqueActive
                   ADD 1 TO nbActivesLues
               WHEN plaqueRadiee
                   ADD 1 TO nbRadieesLues
               WHEN plaqueTemporaire
                   ADD 1 TO nbTemporairesLues
           END-EVALUATE.
      *    Zones ajoutees au registre apres coup : absentes d'un
      *    dechargement de l'ancienne disposition, elles valent zero.
           IF numeroTitulaireX = SPACES
               MOVE 0 TO numeroTitulaireRegistre
           END-IF.
           IF dateExpirationX = SPACES
               MOVE 0 TO dateExpirationRegistre
           END-IF.
           PERFORM controlerFiche.
           IF raisonRejet = SPACES
               WRITE engRecharge FROM ficheControlee
                   INVALID KEY
                       MOVE "plaque en double dans le dechargement"
                            TO raisonRejet
               END-WRITE
           END-IF.
           IF raisonRejet = SPACES
               ADD 1 TO nbFichesEcrites
               EVALUATE TRUE
                   WHEN plaqueActive
                       ADD 1 TO nbActivesEcrites
                   WHEN plaqueRadiee
                       ADD 1 TO nbRadieesEcrites
                   WHEN plaqueTemporaire
                       ADD 1 TO nbTemporairesEcrites
               END-EVALUATE
           ELSE
               ADD 1 TO nbRejets
               MOVE plaqueRegistre TO plaqueException
               MOVE raisonRejet TO raisonException
               MOVE engDecharge TO ligneException
               WRITE engException END-WRITE
           END-IF.

      *****************************************************************
      *    Une plaque sans titulaire (numero zero, nom blanc) est
      *    legitime : c'est une plaque entree au registre par le lot
      *    de Serie1Ex6 et pas encore attribuee. Le nom blanc n'est
      *    rejete que si la fiche porte un numero de titulaire, ou
      *    pour une plaque temporaire, toujours attribuee a un
      *    negociant.
      *****************************************************************
       controlerFiche.
           MOVE SPACES TO raisonRejet.
           IF dateImmatRegistre NUMERIC
               MOVE dateImmatRegistre TO dateControlee
               PERFORM controlerDate
           ELSE
               MOVE "N" TO dateValideSW
           END-IF.
           EVALUATE TRUE
               WHEN plaqueRegistre = SPACES
                   MOVE "plaque absente" TO raisonRejet
               WHEN NOT plaqueActive AND NOT plaqueRadiee
                    AND NOT plaqueTemporaire
                   MOVE "etat inconnu" TO raisonRejet
               WHEN NOT dateValide
                   MOVE "date d'immatriculation invalide"
                        TO raisonRejet
               WHEN numeroTitulaireRegistre NOT NUMERIC
                   MOVE "numero de titulaire non numerique"
                        TO raisonRejet
               WHEN titulaireRegistre = SPACES
                    AND (numeroTitulaireRegistre NOT = 0
                         OR plaqueTemporaire)
                   MOVE "titulaire absent" TO raisonRejet
               WHEN dateExpirationRegistre NOT NUMERIC
                   MOVE "date d'expiration invalide" TO raisonRejet
               WHEN plaqueTemporaire
                   MOVE dateExpirationRegistre TO dateControlee
                   PERFORM controlerDate
                   IF NOT dateValide
                       MOVE "date d'expiration invalide"
                            TO raisonRejet
                   END-IF
           END-EVALUATE.

       controlerDate.
           MOVE "N" TO dateValideSW.
           IF anneeControlee >= 1900
              AND moisControlee >= 1 AND moisControlee <= 12
              AND jourControlee >= 1
              AND jourControlee <= joursMois(moisControlee)
               MOVE "O" TO dateValideSW
           END-IF.
           IF dateValide AND moisControlee = 2 AND jourControlee = 29
               DIVIDE anneeControlee BY 4 GIVING quotientBissextile
                      REMAINDER resteBissextile
               IF resteBissextile NOT = 0
                   MOVE "N" TO dateValideSW
               END-IF
           END-IF.

       relireRecharge.
           OPEN INPUT FiRecharge.
           IF fiRechargeOK
               READ FiRecharge NEXT RECORD END-READ
               PERFORM UNTIL finFiRecharge OR NOT fiRechargeOK
                   ADD 1 TO nbFichesRelues
                   EVALUATE TRUE
                       WHEN plaqueActiveRech
                           ADD 1 TO nbActivesRelues
                       WHEN plaqueRadieeRech
                           ADD 1 TO nbRadieesRelues
                       WHEN plaqueTemporaireRech
                           ADD 1 TO nbTemporairesRelues
                   END-EVALUATE
                   READ FiRecharge NEXT RECORD END-READ
               END-PERFORM
           END-IF.
           CLOSE FiRecharge.

       prouverComptes.
           IF controleTrouve
              AND nbLignesHorsFiche = 0
              AND nbFichesLues = nbFichesAnnoncees
              AND nbActivesLues = nbActivesAnnoncees
              AND nbRadieesLues = nbRadieesAnnoncees
              AND nbTemporairesLues = nbTemporairesAnnoncees
              AND nbFichesRelues = nbFichesEcrites
              AND nbActivesRelues = nbActivesEcrites
              AND nbRadieesRelues = nbRadieesEcrites
              AND nbTemporairesRelues = nbTemporairesEcrites
              AND nbFichesEcrites + nbRejets = nbFichesLues
               MOVE "O" TO comptesProuvesSW
           END-IF.
           IF NOT controleTrouve
               DISPLAY "Ligne de controle absente du dechargement"
           END-IF.
           IF nbLignesHorsFiche NOT = 0
               MOVE nbLignesHorsFiche TO nbRejets-ed
               DISPLAY "Lignes hors fiche ou apres le controle: "
                       nbRejets-ed
           END-IF.

      *****************************************************************
      *    Les comptes etant prouves, le registre en service est
      *    recree a vide puis recopie du registre reconstruit, dans
      *    l'ordre des plaques, toujours sous verrou.
      *****************************************************************
       remplacerRegistre.
           OPEN INPUT FiRecharge.
           OPEN OUTPUT FiRegistre.
           IF NOT fiRegistreOK
               DISPLAY "Registre.idx non recree, statut: "
                       fs-fiRegistre
           ELSE
               READ FiRecharge NEXT RECORD END-READ
               PERFORM UNTIL finFiRecharge OR NOT fiRechargeOK
                   WRITE engRegistreCible FROM engRecharge
                       INVALID KEY
                           DISPLAY "Recopie impossible pour "
                                   plaqueRech ", statut: "
                                   fs-fiRegistre
                       NOT INVALID KEY
                           ADD 1 TO nbRecopiees
                   END-WRITE
                   READ FiRecharge NEXT RECORD END-READ
               END-PERFORM
           END-IF.
           CLOSE FiRecharge FiRegistre.

       afficherComptes.
           DISPLAY "                         fiches   actives   "
                   "radiees    tempor.".
           MOVE "Annonces (controle)" TO libelleComptes-ed.
           MOVE nbFichesAnnoncees TO nbFichesComptes-ed.
           MOVE nbActivesAnnoncees TO nbActivesComptes-ed.
           MOVE nbRadieesAnnoncees TO nbRadieesComptes-ed.
           MOVE nbTemporairesAnnoncees TO nbTempComptes-ed.
           DISPLAY ligneComptes.
           MOVE "Lus (dechargement)" TO libelleComptes-ed.
           MOVE nbFichesLues TO nbFichesComptes-ed.
           MOVE nbActivesLues TO nbActivesComptes-ed.
           MOVE nbRadieesLues TO nbRadieesComptes-ed.
           MOVE nbTemporairesLues TO nbTempComptes-ed.
           DISPLAY ligneComptes.
           MOVE "Ecrits (recharge)" TO libelleComptes-ed.
           MOVE nbFichesEcrites TO nbFichesComptes-ed.
           MOVE nbActivesEcrites TO nbActivesComptes-ed.
           MOVE nbRadieesEcrites TO nbRadieesComptes-ed.
           MOVE nbTemporairesEcrites TO nbTempComptes-ed.
           DISPLAY ligneComptes.
           MOVE "Relus (recharge)" TO libelleComptes-ed.
           MOVE nbFichesRelues TO nbFichesComptes-ed.
           MOVE nbActivesRelues TO nbActivesComptes-ed.
           MOVE nbRadieesRelues TO nbRadieesComptes-ed.
           MOVE nbTemporairesRelues TO nbTempComptes-ed.
           DISPLAY ligneComptes.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Fiches rejetees: " nbRejets-ed.

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
           MOVE "RegistreRechargement" TO programmeVerrou.
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
           STRING "lues=" nbFichesLues
                  ", rechargees=" nbRecopiees
                  ", rejets=" nbRejets
                  ", prouve=" comptesProuvesSW
                  DELIMITED BY SIZE INTO resumeAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY
                                             "RegistreRechargement"
                                         PROGED BY programmeAudit-ed
                                         RESUME BY resumeAudit
                                         RESUMEED BY resumeAudit-ed
                                         FSRAW BY fs-FiAudit
                                         ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDecharge
                         NOMFIC BY "Registre-Decharge.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRecharge
                         NOMFIC BY "Registre-Recharge.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExceptions
                         NOMFIC BY "RechargementExceptions.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVerrou
                         NOMFIC BY "Registre.lck".

       END PROGRAM RegistreRechargement.
