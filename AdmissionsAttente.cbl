       PROGRAM-ID. AdmissionsAttente AS "AdmissionsAttente".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiAttente ASSIGN TO DYNAMIC cheminFiAttente
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAttente.

           SELECT OPTIONAL FiReponses ASSIGN TO DYNAMIC cheminFiReponses
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiReponses.

           SELECT OPTIONAL FiCapacites
               ASSIGN TO DYNAMIC cheminFiCapacites
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiCapacites.

           SELECT OPTIONAL FiAbandons ASSIGN TO DYNAMIC cheminFiAbandons
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAbandons.

           SELECT OPTIONAL FiSections ASSIGN TO DYNAMIC cheminFiSections
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSections.

           SELECT FiLettres ASSIGN TO DYNAMIC cheminFiLettres
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiLettres.

           SELECT FiCourrier ASSIGN TO DYNAMIC cheminFiCourrier
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-FiCourrier.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.

           SELECT OPTIONAL FiParametres
               ASSIGN TO DYNAMIC cheminFiParametres
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiParametres.

           SELECT OPTIONAL FiVerrou ASSIGN TO DYNAMIC cheminFiVerrou
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiVerrou.

       DATA DIVISION.

       FILE SECTION.

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiAttente.
       01 engAttente.
           COPY "ListeAttente.cpy".

      *****************************************************************
      *    Reponses des candidats aux lettres d'offre, encodees par le
      *    secretariat : numero d'attente et O (accepte) ou N
      *    (refuse).
      *****************************************************************
       FD FiReponses.
       01 engReponse.
           02 numeroReponseX           PIC X(5).
           02 numeroReponseNum REDEFINES numeroReponseX PIC 9(5).
           02 FILLER                   PIC X.
           02 codeReponse              PIC X.
               88 reponseAcceptee      VALUE "O".
               88 reponseRefusee       VALUE "N".

       FD FiCapacites.
       01 engCapacite.
           02 codeSectionCapacite      PIC XX.
           02 FILLER                   PIC X.
           02 anneeCapacite            PIC 9.
           02 FILLER                   PIC X.
           02 plafondCapacite          PIC 999.

       FD FiAbandons.
       01 engAbandon.
           COPY "AbandonEtud.cpy".

       FD FiSections.
       01 engSection.
           02 codeSectionRef           PIC XX.
           02 FILLER                   PIC X.
           02 libelleSectionRef        PIC X(20).
           02 FILLER                   PIC X.
           02 familleSectionRef        PIC X.

       FD FiLettres.
       01 engLettre                    PIC X(80).

       FD FiCourrier.
       01 engCourrier.
           COPY "CourrierSortant.cpy".

       FD FiRejets.
       01 engRejet                     PIC X(80).

       FD FiParametres.
       01 engParametre.
           02 cleParametre             PIC X(20).
           02 valeurParametreX         PIC X(12).

      *****************************************************************
      *    Verrou d'execution sur FiEtud.seq, selon la convention de
      *    la chaine : marque datee posee avant la mise a jour et
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

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiAttente PIC X(80) VALUE "ListeAttente.seq".
       01 cheminFiReponses PIC X(80) VALUE "ReponsesOffres.seq".
       01 cheminFiCapacites PIC X(80) VALUE "CapacitesAdmission.seq".
       01 cheminFiAbandons PIC X(80) VALUE "EtudAbandons.seq".
       01 cheminFiSections PIC X(80) VALUE "Sections.seq".
       01 cheminFiLettres PIC X(80) VALUE "LettresOffre.seq".
       01 cheminFiCourrier PIC X(80) VALUE "CourrierSortant.seq".
       01 cheminFiRejets PIC X(80) VALUE "ReponsesRejets.seq".
       01 cheminFiRapport PIC X(80) VALUE "ListeAttenteRapport.seq".
       01 cheminFiParametres PIC X(80) VALUE "Parametres.seq".
       01 cheminFiVerrou PIC X(80) VALUE "FiEtud.lck".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAttente
                                        FSOK BY fiAttenteOK
                                        FSFIN BY finFiAttente
                                        FSABSENT BY fiAttenteAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReponses
                                        FSOK BY fiReponsesOK
                                        FSFIN BY finFiReponses
                                        FSABSENT BY fiReponsesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCapacites
                                        FSOK BY fiCapacitesOK
                                        FSFIN BY finFiCapacites
                                        FSABSENT BY fiCapacitesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAbandons
                                        FSOK BY fiAbandonsOK
                                        FSFIN BY finFiAbandons
                                        FSABSENT BY fiAbandonsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSections
                                        FSOK BY fiSectionsOK
                                        FSFIN BY finFiSections
                                        FSABSENT BY fiSectionsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiLettres
                                        FSOK BY fiLettresOK
                                        FSFIN BY fiLettresFin
                                        FSABSENT BY fiLettresAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourrier
                                        FSOK BY fiCourrierOK
                                        FSFIN BY fiCourrierFin
                                        FSABSENT BY fiCourrierAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

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

      *    Rang sur la liste : RANG-ATTENTE=SCORE classe par note
      *    d'admission decroissante, sinon par date de candidature;
      *    une offre sans reponse apres DELAI-OFFRE-JOURS jours
      *    expire et la place passe au suivant.
       01 critereRang                  PIC X(5) VALUE "DATE".
           88 rangParScore             VALUE "SCORE".
       01 delaiOffreJours              PIC 999 VALUE 10.
       01 valeurDelaiX                 PIC X(3).
       01 valeurDelaiNum REDEFINES valeurDelaiX PIC 999.

       01 dateJour                     PIC 9(8).
       01 dateTravail                  PIC 9(8).
       01 FILLER REDEFINES dateTravail.
           02 anneeTravail             PIC 9(4).
           02 moisTravail              PIC 99.
           02 jourTravail              PIC 99.
       01 joursAbsolus                 PIC 9(7).
       01 joursAbsolusJour             PIC 9(7).
       01 ageOffreJours                PIC 9(7).

       01 valSectionsDefaut.
           02 FILLER PIC X(23) VALUE "AUAutomobile          T".
           02 FILLER PIC X(23) VALUE "TITechniques indus.   T".
           02 FILLER PIC X(23) VALUE "MKMarketing           E".
           02 FILLER PIC X(23) VALUE "CPComptabilite        E".
           02 FILLER PIC X(23) VALUE "DRDroit               E".
           02 FILLER PIC X(23) VALUE "IGInformatique gestionE".
       01 tabSectionsDefaut REDEFINES valSectionsDefaut.
           02 sectionDefaut OCCURS 6   PIC X(23).
       01 tabSections.
           02 sectionTab OCCURS 20.
               03 codeSectionTab       PIC XX.
               03 libelleSectionTab    PIC X(20).
               03 familleSectionTab    PIC X.
       01 nbSections                   PIC 99 VALUE 0.
       01 indSection                   PIC 99.
       01 libelleCourant               PIC X(20).

       01 tabCapacites.
           02 capaciteTab OCCURS 60.
               03 cleCapaciteTab       PIC X(3).
               03 plafondTab           PIC 999.
               03 nbOccupesTab         PIC 9(4).
       01 nbCapacites                  PIC 99 VALUE 0.
       01 indCapacite                  PIC 99.
       01 indCapaciteTrouve            PIC 99.
       01 cleCapaciteCourante.
           02 codeSectionCleCap        PIC XX.
           02 anneeCleCap              PIC 9.

       01 tabRetires.
           02 matriculeRetireTab OCCURS 2000 PIC X(6).
       01 nbRetires                    PIC 9(4) VALUE 0.
       01 indRetire                    PIC 9(4).
       01 etudiantRetireSW             PIC X VALUE "N".
           88 etudiantRetire           VALUE "O".

       01 tabAttente.
           02 attenteTab OCCURS 999.
               03 cleTriAttTab.
                   04 cleCapaciteAttTab.
                       05 sectionAttTab PIC XX.
                       05 anneeAttTab  PIC 9.
                   04 critere1AttTab   PIC 9(8).
                   04 critere2AttTab   PIC 9(8).
                   04 numeroAttTab     PIC 9(5).
               03 nomAttTab            PIC X(30).
               03 lettreAttTab         PIC X.
               03 matriculeAttTab      PIC X(6).
               03 dateCandAttTab       PIC 9(8).
               03 scoreAttTab          PIC 999.
               03 statutAttTab         PIC X.
               03 dateOffreAttTab      PIC 9(8).
               03 dateRepAttTab        PIC 9(8).
       01 nbAttente                    PIC 999 VALUE 0.
       01 indAttente                   PIC 999.
       01 indAttenteTrouve             PIC 999.
       01 indBalaie                    PIC 999.
       01 indCompare                   PIC 999.
       01 attenteTemp                  PIC X(89).

       01 nbReponsesLues               PIC 9(4) VALUE 0.
       01 nbAdmis                      PIC 9(4) VALUE 0.
       01 nbRefus                      PIC 9(4) VALUE 0.
       01 nbExpirees                   PIC 9(4) VALUE 0.
       01 nbOffres                     PIC 9(4) VALUE 0.
       01 nbRejets                     PIC 9(4) VALUE 0.
       01 nbReponsesLues-ed            PIC ZZZ9.
       01 nbAdmis-ed                   PIC ZZZ9.
       01 nbRefus-ed                   PIC ZZZ9.
       01 nbExpirees-ed                PIC ZZZ9.
       01 nbOffres-ed                  PIC ZZZ9.
       01 nbRejets-ed                  PIC ZZZ9.

       01 ligneRejet.
           02 numeroRejet-ed           PIC X(5).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

       01 ligneLettreEntete.
           02 FILLER                   PIC X(26)
              VALUE "OFFRE DE PLACE no ".
           02 numeroLettre-ed          PIC 9(5).
           02 FILLER                   PIC X(5) VALUE " du ".
           02 dateLettre-ed            PIC 9999/99/99.
       01 ligneLettreCandidat.
           02 FILLER                   PIC X(26)
              VALUE "A l'attention de ".
           02 nomLettre-ed             PIC X(30).
       01 ligneLettreSection.
           02 FILLER                   PIC X(36)
              VALUE "Une place est disponible en section ".
           02 libelleLettre-ed         PIC X(20).
           02 FILLER                   PIC X(9) VALUE ", annee ".
           02 anneeLettre-ed           PIC 9.
       01 ligneLettreDelai.
           02 FILLER                   PIC X(40)
              VALUE "Merci de confirmer votre inscription au".
           02 FILLER                   PIC X(17)
              VALUE " secretariat sous".
           02 delaiLettre-ed           PIC ZZ9.
           02 FILLER                   PIC X(20)
              VALUE " jours.".
       01 ligneLettreSeparation        PIC X(60) VALUE ALL "-".

       01 titreEtatAttente             PIC X(40)
          VALUE "Liste d'attente des admissions".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteAttente.
           02 FILLER                   PIC X(49)
              VALUE "Sec An  Rang  Numero  Nom".
           02 FILLER                   PIC X(30)
              VALUE "Candidat Note Statut".
       01 rangCourant                  PIC 999.
       01 cleRupture                   PIC X(3) VALUE SPACES.
       01 ligneAttente.
           02 codeSectionAtt-ed        PIC XX.
           02 FILLER                   PIC XX VALUE SPACES.
           02 anneeAtt-ed              PIC 9.
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 rangAtt-ed               PIC ZZZ.
           02 FILLER                   PIC XX VALUE SPACES.
           02 numeroAtt-ed             PIC 9(5).
           02 FILLER                   PIC XX VALUE SPACES.
           02 nomAtt-ed                PIC X(30).
           02 FILLER                   PIC X VALUE SPACE.
           02 dateCandAtt-ed           PIC 9(8).
           02 FILLER                   PIC X VALUE SPACE.
           02 scoreAtt-ed              PIC ZZ9.
           02 FILLER                   PIC X VALUE SPACE.
           02 statutAtt-ed             PIC X(24).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           PERFORM lireParametres.
           PERFORM prendreVerrou.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM chargerSections.
           PERFORM chargerCapacites.
           PERFORM chargerAbandons.
           PERFORM chargerListeAttente.
           OPEN OUTPUT FiRejets.
           PERFORM traiterReponses.
           PERFORM expirerOffres.
           PERFORM compterOccupes.
           PERFORM trierListe.
           OPEN OUTPUT FiLettres.
           OPEN EXTEND FiCourrier.
           IF NOT fiCourrierOK AND fs-FiCourrier NOT = "05"
               OPEN OUTPUT FiCourrier
           END-IF.
           PERFORM VARYING indAttente FROM 1 BY 1
                   UNTIL indAttente > nbAttente
               IF statutAttTab(indAttente) = "A"
                   PERFORM attribuerPlace
               END-IF
           END-PERFORM.
           CLOSE FiLettres FiRejets FiCourrier.
           PERFORM reecrireListe.
           PERFORM imprimerListe.
           PERFORM libererVerrou.
           MOVE nbReponsesLues TO nbReponsesLues-ed.
           DISPLAY "Reponses lues: " nbReponsesLues-ed.
           MOVE nbAdmis TO nbAdmis-ed.
           DISPLAY "Candidats admis dans FiEtud: " nbAdmis-ed.
           MOVE nbRefus TO nbRefus-ed.
           DISPLAY "Offres refusees: " nbRefus-ed.
           MOVE nbExpirees TO nbExpirees-ed.
           DISPLAY "Offres expirees sans reponse: " nbExpirees-ed.
           MOVE nbOffres TO nbOffres-ed.
           DISPLAY "Nouvelles offres envoyees: " nbOffres-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Reponses rejetees: " nbRejets-ed.
           IF nbRejets NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       lireParametres.
           OPEN INPUT FiParametres.
           IF fiParametresOK
               READ FiParametres END-READ
               PERFORM UNTIL finFiParametres
                   EVALUATE cleParametre
                       WHEN "FORCE-VERROU"
                           IF valeurParametreX(1:1) = "O"
                               MOVE "O" TO forceVerrouSW
                           END-IF
                       WHEN "AGE-VERROU-HEURES"
                           MOVE valeurParametreX(1:3)
                                TO valeurAgeVerrouX
                           INSPECT valeurAgeVerrouX
                                   REPLACING LEADING " " BY "0"
                           IF valeurAgeVerrouX NUMERIC
                              AND valeurAgeVerrouNum NOT = 0
                               MOVE valeurAgeVerrouNum
                                    TO ageVerrouHeures
                           END-IF
                       WHEN "RANG-ATTENTE"
                           IF valeurParametreX(1:5) = "SCORE"
                               MOVE "SCORE" TO critereRang
                           END-IF
                       WHEN "DELAI-OFFRE-JOURS"
                           MOVE valeurParametreX(1:3) TO valeurDelaiX
                           INSPECT valeurDelaiX
                                   REPLACING LEADING " " BY "0"
                           IF valeurDelaiX NUMERIC
                              AND valeurDelaiNum NOT = 0
                               MOVE valeurDelaiNum TO delaiOffreJours
                           END-IF
                   END-EVALUATE
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
               DISPLAY "FiEtud.seq est verrouille par "
                       programmeVerrou " depuis " heureVerrou
                       ", arret (derogation: FORCE-VERROU=O)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FiVerrou.
           MOVE dateJourVerrou TO dateVerrou.
           ACCEPT heureJourVerrou FROM TIME.
           MOVE heureJourVerrou(1:6) TO heureVerrou.
           MOVE "AdmissionsAttente" TO programmeVerrou.
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

       chargerSections.
           OPEN INPUT FiSections.
           IF fiSectionsOK
               READ FiSections END-READ
               PERFORM UNTIL finFiSections OR nbSections >= 20
                   ADD 1 TO nbSections
                   MOVE codeSectionRef TO codeSectionTab(nbSections)
                   MOVE libelleSectionRef
                        TO libelleSectionTab(nbSections)
                   MOVE familleSectionRef
                        TO familleSectionTab(nbSections)
                   READ FiSections END-READ
               END-PERFORM
           ELSE
               PERFORM VARYING indSection FROM 1 BY 1
                       UNTIL indSection > 6
                   MOVE sectionDefaut(indSection)
                        TO sectionTab(indSection)
               END-PERFORM
               MOVE 6 TO nbSections
           END-IF.
           CLOSE FiSections.

       rechercherLibelleSection.
           MOVE sectionAttTab(indAttente) TO libelleCourant.
           PERFORM VARYING indSection FROM 1 BY 1
                   UNTIL indSection > nbSections
               IF codeSectionTab(indSection)
                  = sectionAttTab(indAttente)
                   MOVE libelleSectionTab(indSection)
                        TO libelleCourant
               END-IF
           END-PERFORM.

       chargerCapacites.
           OPEN INPUT FiCapacites.
           IF fiCapacitesOK
               READ FiCapacites END-READ
               PERFORM UNTIL finFiCapacites OR nbCapacites >= 60
                   IF plafondCapacite NUMERIC
                       ADD 1 TO nbCapacites
                       MOVE codeSectionCapacite
                            TO cleCapaciteTab(nbCapacites)(1:2)
                       MOVE anneeCapacite
                            TO cleCapaciteTab(nbCapacites)(3:1)
                       MOVE plafondCapacite TO plafondTab(nbCapacites)
                       MOVE 0 TO nbOccupesTab(nbCapacites)
                   END-IF
                   READ FiCapacites END-READ
               END-PERFORM
           ELSE
               DISPLAY "CapacitesAdmission.seq absent, aucun plafond "
                       "d'admission"
           END-IF.
           CLOSE FiCapacites.

       chercherCapacite.
           MOVE 0 TO indCapaciteTrouve.
           PERFORM VARYING indCapacite FROM 1 BY 1
                   UNTIL indCapacite > nbCapacites
                      OR indCapaciteTrouve NOT = 0
               IF cleCapaciteTab(indCapacite) = cleCapaciteCourante
                   MOVE indCapacite TO indCapaciteTrouve
               END-IF
           END-PERFORM.

       chargerAbandons.
           OPEN INPUT FiAbandons.
           IF fiAbandonsOK
               READ FiAbandons END-READ
               PERFORM UNTIL finFiAbandons OR nbRetires >= 2000
                   IF dateEffetAbandon <= dateJour
                       ADD 1 TO nbRetires
                       MOVE matriculeAbandon
                            TO matriculeRetireTab(nbRetires)
                   END-IF
                   READ FiAbandons END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAbandons.

       verifierAbandon.
           MOVE "N" TO etudiantRetireSW.
           PERFORM VARYING indRetire FROM 1 BY 1
                   UNTIL indRetire > nbRetires OR etudiantRetire
               IF matriculeRetireTab(indRetire) = matricule
                   MOVE "O" TO etudiantRetireSW
               END-IF
           END-PERFORM.

       chargerListeAttente.
           OPEN INPUT FiAttente.
           IF fiAttenteOK
               READ FiAttente END-READ
               PERFORM UNTIL finFiAttente OR nbAttente >= 999
                   ADD 1 TO nbAttente
                   MOVE codeSectionAttente TO sectionAttTab(nbAttente)
                   MOVE anneeAttente TO anneeAttTab(nbAttente)
                   MOVE numeroAttente TO numeroAttTab(nbAttente)
                   MOVE nomAttente TO nomAttTab(nbAttente)
                   MOVE lettreGroupeAttente TO lettreAttTab(nbAttente)
                   MOVE matriculeAttente TO matriculeAttTab(nbAttente)
                   MOVE dateCandidature TO dateCandAttTab(nbAttente)
                   MOVE scoreAdmission TO scoreAttTab(nbAttente)
                   MOVE statutAttente TO statutAttTab(nbAttente)
                   MOVE dateOffreAttente TO dateOffreAttTab(nbAttente)
                   MOVE dateReponseAttente TO dateRepAttTab(nbAttente)
                   IF rangParScore
                       COMPUTE critere1AttTab(nbAttente) =
                               999 - scoreAdmission
                       MOVE dateCandidature
                            TO critere2AttTab(nbAttente)
                   ELSE
                       MOVE dateCandidature
                            TO critere1AttTab(nbAttente)
                       COMPUTE critere2AttTab(nbAttente) =
                               999 - scoreAdmission
                   END-IF
                   READ FiAttente END-READ
               END-PERFORM
               IF NOT finFiAttente
                   DISPLAY "ATTENTION: plus de 999 candidats en "
                           "attente, suite ignoree"
               END-IF
           ELSE
               DISPLAY "ListeAttente.seq absent, aucun candidat en "
                       "attente"
           END-IF.
           CLOSE FiAttente.

      *****************************************************************
      *    Reponses aux offres : une acceptation admet le candidat
      *    d'office dans FiEtud (sans groupe, que GroupesAffectation
      *    attribuera; matricule a zero si le bureau ne l'a pas
      *    encore donne); un refus libere la place pour le suivant.
      *****************************************************************
       traiterReponses.
           OPEN INPUT FiReponses.
           IF fiReponsesOK
               OPEN EXTEND FiEtud
               IF fs-fiEtud NOT = "00" AND fs-fiEtud NOT = "05"
                   OPEN OUTPUT FiEtud
               END-IF
               READ FiReponses END-READ
               PERFORM UNTIL finFiReponses
                   ADD 1 TO nbReponsesLues
                   PERFORM traiterReponse
                   READ FiReponses END-READ
               END-PERFORM
               CLOSE FiEtud
           END-IF.
           CLOSE FiReponses.

       traiterReponse.
           MOVE 0 TO indAttenteTrouve.
           IF numeroReponseX NUMERIC
               PERFORM VARYING indAttente FROM 1 BY 1
                       UNTIL indAttente > nbAttente
                          OR indAttenteTrouve NOT = 0
                   IF numeroAttTab(indAttente) = numeroReponseNum
                       MOVE indAttente TO indAttenteTrouve
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN indAttenteTrouve = 0
                   MOVE "numero d'attente inconnu" TO raisonRejet-ed
                   PERFORM rejeterReponse
               WHEN statutAttTab(indAttenteTrouve) NOT = "O"
                   MOVE "aucune offre en cours pour ce numero"
                        TO raisonRejet-ed
                   PERFORM rejeterReponse
               WHEN reponseAcceptee
                   MOVE "C" TO statutAttTab(indAttenteTrouve)
                   MOVE dateJour TO dateRepAttTab(indAttenteTrouve)
                   PERFORM admettreCandidat
               WHEN reponseRefusee
                   MOVE "R" TO statutAttTab(indAttenteTrouve)
                   MOVE dateJour TO dateRepAttTab(indAttenteTrouve)
                   ADD 1 TO nbRefus
               WHEN OTHER
                   MOVE "reponse ni O ni N" TO raisonRejet-ed
                   PERFORM rejeterReponse
           END-EVALUATE.

       admettreCandidat.
           ADD 1 TO nbAdmis.
           MOVE SPACES TO engEtud.
           MOVE nomAttTab(indAttenteTrouve) TO nomPrenom.
           MOVE sectionAttTab(indAttenteTrouve) TO codeSection.
           MOVE anneeAttTab(indAttenteTrouve) TO annee.
           MOVE SPACE TO lettreGroupe.
           IF matriculeAttTab(indAttenteTrouve) NUMERIC
               MOVE matriculeAttTab(indAttenteTrouve) TO matricule
           ELSE
               MOVE ZEROS TO matricule
           END-IF.
           WRITE engEtud END-WRITE.

       rejeterReponse.
           ADD 1 TO nbRejets.
           MOVE numeroReponseX TO numeroRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

       expirerOffres.
           MOVE dateJour TO dateTravail.
           PERFORM calculerJoursAbsolus.
           MOVE joursAbsolus TO joursAbsolusJour.
           PERFORM VARYING indAttente FROM 1 BY 1
                   UNTIL indAttente > nbAttente
               IF statutAttTab(indAttente) = "O"
                   MOVE dateOffreAttTab(indAttente) TO dateTravail
                   PERFORM calculerJoursAbsolus
                   IF joursAbsolusJour > joursAbsolus
                       COMPUTE ageOffreJours =
                               joursAbsolusJour - joursAbsolus
                   ELSE
                       MOVE 0 TO ageOffreJours
                   END-IF
                   IF ageOffreJours > delaiOffreJours
                       MOVE "E" TO statutAttTab(indAttente)
                       MOVE dateJour TO dateRepAttTab(indAttente)
                       ADD 1 TO nbExpirees
                   END-IF
               END-IF
           END-PERFORM.

       calculerJoursAbsolus.
           IF moisTravail >= 1 AND moisTravail <= 12
               COMPUTE joursAbsolus =
                       (anneeTravail * 365)
                       + joursCumulesVer(moisTravail)
                       + jourTravail
           ELSE
               MOVE 0 TO joursAbsolus
           END-IF.

      *    Places prises : etudiants non retires de FiEtud (admis du
      *    jour compris, admis d'EtudImportCsv deja verses) et offres
      *    encore en attente de reponse. Un admis qui ne s'est pas
      *    presente est sorti par EtudAbandons et sa place revient a
      *    la liste.
       compterOccupes.
           OPEN INPUT FiEtud.
           IF fiEtudOK
               READ FiEtud END-READ
               PERFORM UNTIL finFiEtud
                   MOVE codeSection TO codeSectionCleCap
                   MOVE annee TO anneeCleCap
                   PERFORM chercherCapacite
                   IF indCapaciteTrouve NOT = 0
                       PERFORM verifierAbandon
                       IF NOT etudiantRetire
                           ADD 1 TO nbOccupesTab(indCapaciteTrouve)
                       END-IF
                   END-IF
                   READ FiEtud END-READ
               END-PERFORM
           END-IF.
           CLOSE FiEtud.
           PERFORM VARYING indAttente FROM 1 BY 1
                   UNTIL indAttente > nbAttente
               IF statutAttTab(indAttente) = "O"
                   MOVE cleCapaciteAttTab(indAttente)
                        TO cleCapaciteCourante
                   PERFORM chercherCapacite
                   IF indCapaciteTrouve NOT = 0
                       ADD 1 TO nbOccupesTab(indCapaciteTrouve)
                   END-IF
               END-IF
           END-PERFORM.

       trierListe.
           IF nbAttente > 1
               PERFORM VARYING indBalaie FROM 1 BY 1
                       UNTIL indBalaie > nbAttente - 1
                   PERFORM VARYING indCompare FROM 1 BY 1
                           UNTIL indCompare > nbAttente - indBalaie
                       IF cleTriAttTab(indCompare) >
                          cleTriAttTab(indCompare + 1)
                           PERFORM echangerAttente
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       echangerAttente.
           MOVE attenteTab(indCompare) TO attenteTemp.
           MOVE attenteTab(indCompare + 1) TO attenteTab(indCompare).
           MOVE attenteTemp TO attenteTab(indCompare + 1).

      *    La liste etant triee par rang, le premier candidat en
      *    attente d'une section et annee recoit la premiere place
      *    libre; une section et annee sans plafond n'a plus de
      *    raison de faire attendre.
       attribuerPlace.
           MOVE cleCapaciteAttTab(indAttente) TO cleCapaciteCourante.
           PERFORM chercherCapacite.
           IF indCapaciteTrouve = 0
               PERFORM envoyerOffre
           ELSE
               IF nbOccupesTab(indCapaciteTrouve)
                  < plafondTab(indCapaciteTrouve)
                   ADD 1 TO nbOccupesTab(indCapaciteTrouve)
                   PERFORM envoyerOffre
               END-IF
           END-IF.

       envoyerOffre.
           ADD 1 TO nbOffres.
           MOVE "O" TO statutAttTab(indAttente).
           MOVE dateJour TO dateOffreAttTab(indAttente).
           MOVE numeroAttTab(indAttente) TO numeroLettre-ed.
           MOVE dateJour TO dateLettre-ed.
           WRITE engLettre FROM ligneLettreEntete END-WRITE.
           MOVE nomAttTab(indAttente) TO nomLettre-ed.
           WRITE engLettre FROM ligneLettreCandidat END-WRITE.
           PERFORM rechercherLibelleSection.
           MOVE libelleCourant TO libelleLettre-ed.
           MOVE anneeAttTab(indAttente) TO anneeLettre-ed.
           WRITE engLettre FROM ligneLettreSection END-WRITE.
           MOVE delaiOffreJours TO delaiLettre-ed.
           WRITE engLettre FROM ligneLettreDelai END-WRITE.
           WRITE engLettre FROM ligneLettreSeparation END-WRITE.
           PERFORM deposerCourrier.

      *    Chaque offre passe aussi par la boite d'envoi commune,
      *    retrouvee par son numero d'attente dans LettresOffre.seq;
      *    l'adresse du candidat vient du carnet d'adresses a
      *    l'expedition.
       deposerCourrier.
           MOVE SPACES TO engCourrier.
           ACCEPT dateCourrier FROM DATE YYYYMMDD.
           MOVE "OFFR" TO typeCourrier.
           MOVE nomAttTab(indAttente) TO destinataireCourrier.
           MOVE 1 TO nbPagesCourrier.
           MOVE "LettresOffre.seq" TO documentCourrier.
           MOVE numeroAttTab(indAttente) TO cleDocumentCourrier.
           WRITE engCourrier END-WRITE.

       reecrireListe.
           OPEN OUTPUT FiAttente.
           PERFORM VARYING indAttente FROM 1 BY 1
                   UNTIL indAttente > nbAttente
               MOVE SPACES TO engAttente
               MOVE numeroAttTab(indAttente) TO numeroAttente
               MOVE nomAttTab(indAttente) TO nomAttente
               MOVE sectionAttTab(indAttente) TO codeSectionAttente
               MOVE anneeAttTab(indAttente) TO anneeAttente
               MOVE lettreAttTab(indAttente) TO lettreGroupeAttente
               MOVE matriculeAttTab(indAttente) TO matriculeAttente
               MOVE dateCandAttTab(indAttente) TO dateCandidature
               MOVE scoreAttTab(indAttente) TO scoreAdmission
               MOVE statutAttTab(indAttente) TO statutAttente
               MOVE dateOffreAttTab(indAttente) TO dateOffreAttente
               MOVE dateRepAttTab(indAttente) TO dateReponseAttente
               WRITE engAttente END-WRITE
           END-PERFORM.
           CLOSE FiAttente.

       imprimerListe.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteAttente TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiRapport
                                    titreEtatAttente
                                    enteteEtatTampon.
           PERFORM VARYING indAttente FROM 1 BY 1
                   UNTIL indAttente > nbAttente
               IF cleCapaciteAttTab(indAttente) NOT = cleRupture
                   MOVE cleCapaciteAttTab(indAttente) TO cleRupture
                   MOVE 0 TO rangCourant
               END-IF
               MOVE sectionAttTab(indAttente) TO codeSectionAtt-ed
               MOVE anneeAttTab(indAttente) TO anneeAtt-ed
               MOVE numeroAttTab(indAttente) TO numeroAtt-ed
               MOVE nomAttTab(indAttente) TO nomAtt-ed
               MOVE dateCandAttTab(indAttente) TO dateCandAtt-ed
               MOVE scoreAttTab(indAttente) TO scoreAtt-ed
               MOVE 0 TO rangAtt-ed
               EVALUATE statutAttTab(indAttente)
                   WHEN "A"
                       ADD 1 TO rangCourant
                       MOVE rangCourant TO rangAtt-ed
                       MOVE "en attente" TO statutAtt-ed
                   WHEN "O"
                       MOVE "offre envoyee" TO statutAtt-ed
                   WHEN "C"
                       MOVE "admis" TO statutAtt-ed
                   WHEN "R"
                       MOVE "offre refusee" TO statutAtt-ed
                   WHEN "E"
                       MOVE "offre expiree" TO statutAtt-ed
                   WHEN OTHER
                       MOVE "** statut inconnu" TO statutAtt-ed
               END-EVALUATE
               MOVE SPACES TO ligneEtatTampon
               MOVE ligneAttente TO ligneEtatTampon
               CALL "ETAT-LIGNE" USING ligneEtatTampon
           END-PERFORM.
           CALL "ETAT-FERMER".

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAttente
                         NOMFIC BY "ListeAttente.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReponses
                         NOMFIC BY "ReponsesOffres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCapacites
                         NOMFIC BY "CapacitesAdmission.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAbandons
                         NOMFIC BY "EtudAbandons.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSections
                         NOMFIC BY "Sections.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiLettres
                         NOMFIC BY "LettresOffre.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourrier
                         NOMFIC BY "CourrierSortant.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "ReponsesRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRapport
                         NOMFIC BY "ListeAttenteRapport.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVerrou
                         NOMFIC BY "FiEtud.lck".

       END PROGRAM AdmissionsAttente.
