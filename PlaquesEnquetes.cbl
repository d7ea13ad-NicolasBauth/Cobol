       PROGRAM-ID. PlaquesEnquetes AS "PlaquesEnquetes".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiDemandes ASSIGN TO DYNAMIC cheminFiDemandes
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiDemandes.

           SELECT FiReponses ASSIGN TO DYNAMIC cheminFiReponses
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiReponses.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistorique.

           SELECT OPTIONAL FiRegistre ASSIGN TO DYNAMIC cheminFiRegistre
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS plaqueRegistre
                           FILE STATUS IS fs-fiRegistre.

           SELECT OPTIONAL FiSignalees
               ASSIGN TO DYNAMIC cheminFiSignalees
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiSignalees.

           SELECT OPTIONAL FiCas ASSIGN TO DYNAMIC cheminFiCas
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiCas.

           SELECT OPTIONAL FiAudit ASSIGN TO DYNAMIC cheminFiAudit
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-FiAudit.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *    Demandes des services de police et des assureurs : le
      *    demandeur, sa reference, la plaque et la date a laquelle
      *    le titulaire est recherche (AAAAMMJJ, blanc = ce jour).
      *****************************************************************
       FD FiDemandes.
       01 engDemande.
           02 demandeurDemande         PIC X(10).
           02 FILLER                   PIC X.
           02 referenceDemande         PIC X(15).
           02 FILLER                   PIC X.
           02 plaqueDemande            PIC X(6).
           02 FILLER                   PIC X.
           02 dateDemandeX             PIC X(8).

       FD FiReponses.
       01 engReponse                   PIC X(140).

       FD FiHistorique.
       01 engHistorique.
           COPY "HistoMouvement.cpy".

       FD FiRegistre.
       01 engRegistre.
           COPY "PlaqueReg.cpy".

       FD FiSignalees.
       01 engSignalee.
           02 plaqueSignalee           PIC X(6).
           02 FILLER                   PIC X.
           02 codeRaisonSignalee       PIC X(3).
           02 FILLER                   PIC X.
           02 dateDeclarationSignalee  PIC 9(8).

       FD FiCas.
       01 engCas.
           02 numeroCas                PIC 9(6).
           02 FILLER                   PIC X.
           02 plaqueCas                PIC X(6).
           02 FILLER                   PIC X.
           02 codeRaisonCas            PIC X(3).
           02 FILLER                   PIC X.
           02 dateOuvertureCas         PIC 9(6).
           02 FILLER                   PIC X.
           02 statutCas                PIC X.
               88 casClos              VALUE "C".
           02 FILLER                   PIC X.
           02 gestionnaireCas          PIC X(10).

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
       01 cheminFiDemandes PIC X(80) VALUE "EnquetesDemandes.seq".
       01 cheminFiReponses PIC X(80) VALUE "EnquetesReponses.seq".
       01 cheminFiHistorique PIC X(80) VALUE
          "Mouvements-Historique.seq".
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".
       01 cheminFiSignalees PIC X(80) VALUE "Signalees.seq".
       01 cheminFiCas PIC X(80) VALUE "CasAlertes.seq".
       01 cheminFiAudit PIC X(80) VALUE "Audit.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiDemandes
                                        FSOK BY fiDemandesOK
                                        FSFIN BY finFiDemandes
                                        FSABSENT BY fiDemandesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReponses
                                        FSOK BY fiReponsesOK
                                        FSFIN BY fiReponsesFin
                                        FSABSENT BY fiReponsesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY fiHistoriqueFin
                                        FSABSENT BY fiHistoriqueAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegistre
                                        FSOK BY fiRegistreOK
                                        FSFIN BY fiRegistreFin
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSignalees
                                        FSOK BY fiSignaleesOK
                                        FSFIN BY finFiSignalees
                                        FSABSENT BY fiSignaleesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiCas
                                        FSOK BY fiCasOK
                                        FSFIN BY fiCasFin
                                        FSABSENT BY fiCasAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAudit
                                        FSOK BY fiAuditOK
                                        FSFIN BY fiAuditFin
                                        FSABSENT BY fiAuditAbsent.

       01 dateJour                     PIC 9(8).
       01 dateDemandeTravX             PIC X(8).
       01 FILLER REDEFINES dateDemandeTravX.
           02 anneeDemandeTrav         PIC 9(4).
           02 moisDemandeTrav          PIC 99.
           02 jourDemandeTrav          PIC 99.
       01 dateDemandeTrav REDEFINES dateDemandeTravX PIC 9(8).

      *    Etat de chaque plaque demandee a sa date de reference,
      *    rejoue depuis l'historique selon les memes regles que la
      *    reconstitution du registre; un etat blanc signifie que la
      *    plaque n'est pas au registre a cette date.
       01 tabDemandes.
           02 demandeTab OCCURS 2000.
               03 demandeurTab         PIC X(10).
               03 referenceTab         PIC X(15).
               03 plaqueTab            PIC X(6).
               03 dateRefTab           PIC 9(8).
               03 demandeLisibleSW     PIC X.
                   88 demandeLisible   VALUE "O".
               03 etatDateTab          PIC X.
               03 titulaireDateTab     PIC X(30).
               03 numeroDateTab        PIC 9(6).
               03 vuHistoriqueSW       PIC X.
                   88 vuHistorique     VALUE "O".
               03 apresDateVuSW        PIC X.
                   88 apresDateVu      VALUE "O".
       01 nbDemandes                   PIC 9(4) VALUE 0.
       01 indDemande                   PIC 9(4).

       01 tabSignalees.
           02 signaleeTab OCCURS 5000.
               03 plaqueSigTab         PIC X(6).
               03 codeRaisonSigTab     PIC X(3).
       01 nbSignalees                  PIC 9(4) VALUE 0.
       01 indSignalee                  PIC 9(4).

       01 tabCas.
           02 casTab OCCURS 2000.
               03 numeroCasTab         PIC 9(6).
               03 plaqueCasTab         PIC X(6).
               03 statutCasTab         PIC X.
       01 nbCas                        PIC 9(4) VALUE 0.
       01 indCas                       PIC 9(4).

       01 registreActifSW              PIC X VALUE "N".
           88 registreActif            VALUE "O".
       01 plaqueAuRegistreSW           PIC X VALUE "N".
           88 plaqueAuRegistre         VALUE "O".

       01 nbLues                       PIC 9(6) VALUE 0.
       01 nbTrouvees                   PIC 9(6) VALUE 0.
       01 nbSansTitulaire              PIC 9(6) VALUE 0.
       01 nbInconnues                  PIC 9(6) VALUE 0.
       01 nbIllisibles                 PIC 9(6) VALUE 0.
       01 nbSignalees-ed               PIC ZZZZZ9.
       01 nbSignaleesRep               PIC 9(6) VALUE 0.
       01 nbLues-ed                    PIC ZZZZZ9.
       01 nbTrouvees-ed                PIC ZZZZZ9.
       01 nbSansTitulaire-ed           PIC ZZZZZ9.
       01 nbInconnues-ed               PIC ZZZZZ9.
       01 nbIllisibles-ed              PIC ZZZZZ9.

      *****************************************************************
      *    Reponse, une ligne par demande : code reponse (T titulaire
      *    trouve a la date, D plaque sans titulaire a la date,
      *    N plaque inconnue, E demande illisible), titulaire et etat
      *    a la date, etat actuel au registre, raison du signalement
      *    et dossier de signalement ouvert s'il y en a un.
      *****************************************************************
       01 ligneReponse.
           02 demandeurReponse         PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 referenceReponse         PIC X(15).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 plaqueReponse            PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateReponse              PIC X(8).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 codeReponse              PIC X.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 numeroTitulaireReponse   PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 titulaireReponse         PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 etatDateReponse          PIC X.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 etatActuelReponse        PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonSignalReponse      PIC X(3) VALUE " - ".
           02 FILLER                   PIC X(3) VALUE " - ".
           02 numeroCasReponse         PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 statutCasReponse         PIC X.

       01 dateAudit                    PIC 9(8).
       01 heureAudit                   PIC 9(8).
       01 resumeAudit                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Enquetes groupees sur le registre : chaque demande recoit
      *    le titulaire de la plaque a la date demandee (historique
      *    rejoue, a defaut la fiche du registre pour une plaque sans
      *    mouvement), l'etat actuel au registre, le signalement et
      *    le dossier de signalement ouvert. Chaque demande est
      *    tracee au journal d'audit avec son demandeur, la
      *    communication des donnees du titulaire devant pouvoir etre
      *    justifiee.
      *****************************************************************
       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM chargerDemandes.
           PERFORM chargerSignalees.
           PERFORM chargerCas.
           PERFORM rejouerHistorique.
           OPEN INPUT FiRegistre.
           IF fiRegistreOK
               MOVE "O" TO registreActifSW
           ELSE
               DISPLAY "Registre des plaques indisponible, statut: "
                       fs-fiRegistre ", etat actuel non donne"
           END-IF.
           OPEN OUTPUT FiReponses.
           PERFORM VARYING indDemande FROM 1 BY 1
                   UNTIL indDemande > nbDemandes
               PERFORM repondreDemande
           END-PERFORM.
           CLOSE FiReponses FiRegistre.
           MOVE nbLues TO nbLues-ed.
           MOVE nbTrouvees TO nbTrouvees-ed.
           MOVE nbSansTitulaire TO nbSansTitulaire-ed.
           MOVE nbInconnues TO nbInconnues-ed.
           MOVE nbIllisibles TO nbIllisibles-ed.
           MOVE nbSignaleesRep TO nbSignalees-ed.
           DISPLAY "Demandes lues: " nbLues-ed.
           DISPLAY "Titulaire trouve a la date: " nbTrouvees-ed.
           DISPLAY "Sans titulaire a la date: " nbSansTitulaire-ed.
           DISPLAY "Plaques inconnues: " nbInconnues-ed.
           DISPLAY "Dont plaques signalees: " nbSignalees-ed.
           IF nbIllisibles NOT = 0
               DISPLAY "Demandes illisibles: " nbIllisibles-ed
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO resumeAudit.
           STRING "demandes=" nbLues
                  ", trouvees=" nbTrouvees
                  ", inconnues=" nbInconnues
                  ", illisibles=" nbIllisibles
                  DELIMITED BY SIZE INTO resumeAudit.
           PERFORM ecrireAudit.
           STOP RUN.

       chargerDemandes.
           OPEN INPUT FiDemandes.
           IF NOT fiDemandesOK
               DISPLAY "EnquetesDemandes.seq introuvable, statut: "
                       fs-fiDemandes
           ELSE
               READ FiDemandes END-READ
               PERFORM UNTIL finFiDemandes OR nbDemandes >= 2000
                   ADD 1 TO nbLues
                   ADD 1 TO nbDemandes
                   PERFORM enregistrerDemande
                   READ FiDemandes END-READ
               END-PERFORM
               IF NOT finFiDemandes
                   DISPLAY "Plus de 2000 demandes, les suivantes sont "
                           "a representer"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE FiDemandes.

       enregistrerDemande.
           MOVE demandeurDemande TO demandeurTab(nbDemandes).
           MOVE referenceDemande TO referenceTab(nbDemandes).
           MOVE plaqueDemande TO plaqueTab(nbDemandes).
           MOVE SPACE TO etatDateTab(nbDemandes).
           MOVE SPACES TO titulaireDateTab(nbDemandes).
           MOVE 0 TO numeroDateTab(nbDemandes).
           MOVE "N" TO vuHistoriqueSW(nbDemandes).
           MOVE "N" TO apresDateVuSW(nbDemandes).
           MOVE "O" TO demandeLisibleSW(nbDemandes).
           MOVE dateDemandeX TO dateDemandeTravX.
           IF dateDemandeTravX = SPACES
               MOVE dateJour TO dateDemandeTrav
           END-IF.
           IF dateDemandeTravX NOT NUMERIC
               MOVE "N" TO demandeLisibleSW(nbDemandes)
               MOVE 0 TO dateRefTab(nbDemandes)
           ELSE
               MOVE dateDemandeTrav TO dateRefTab(nbDemandes)
               IF moisDemandeTrav < 1 OR moisDemandeTrav > 12
                  OR jourDemandeTrav < 1 OR jourDemandeTrav > 31
                  OR dateDemandeTrav > dateJour
                   MOVE "N" TO demandeLisibleSW(nbDemandes)
               END-IF
           END-IF.
           IF plaqueDemande = SPACES OR demandeurDemande = SPACES
               MOVE "N" TO demandeLisibleSW(nbDemandes)
           END-IF.

       chargerSignalees.
           OPEN INPUT FiSignalees.
           IF fiSignaleesOK
               READ FiSignalees END-READ
               PERFORM UNTIL finFiSignalees OR nbSignalees >= 5000
                   ADD 1 TO nbSignalees
                   MOVE plaqueSignalee TO plaqueSigTab(nbSignalees)
                   MOVE codeRaisonSignalee
                        TO codeRaisonSigTab(nbSignalees)
                   READ FiSignalees END-READ
               END-PERFORM
           END-IF.
           CLOSE FiSignalees.

      *    Seuls les dossiers non clos sont retenus.
       chargerCas.
           OPEN INPUT FiCas.
           IF fiCasOK
               READ FiCas END-READ
               PERFORM UNTIL fiCasFin OR nbCas >= 2000
                   IF NOT casClos
                       ADD 1 TO nbCas
                       MOVE numeroCas TO numeroCasTab(nbCas)
                       MOVE plaqueCas TO plaqueCasTab(nbCas)
                       MOVE statutCas TO statutCasTab(nbCas)
                   END-IF
                   READ FiCas END-READ
               END-PERFORM
           END-IF.
           CLOSE FiCas.

       rejouerHistorique.
           IF nbDemandes NOT = 0
               OPEN INPUT FiHistorique
               IF NOT fiHistoriqueOK
                   DISPLAY "Mouvements-Historique.seq introuvable, "
                           "statut: " fs-fiHistorique
               ELSE
                   READ FiHistorique END-READ
                   PERFORM UNTIL fiHistoriqueFin
                       IF NOT histoAnnule
                           PERFORM VARYING indDemande FROM 1 BY 1
                                   UNTIL indDemande > nbDemandes
                               IF plaqueTab(indDemande) = plaqueHisto
                                  AND demandeLisible(indDemande)
                                   PERFORM rejouerPourDemande
                               END-IF
                           END-PERFORM
                       END-IF
                       READ FiHistorique END-READ
                   END-PERFORM
               END-IF
               CLOSE FiHistorique
           END-IF.

      *****************************************************************
      *    Les mouvements jusqu'a la date demandee sont rejoues; le
      *    premier mouvement posterieur a cette date donne, par son
      *    etat d'avant, la situation a la date lorsque la plaque n'a
      *    encore rien rejoue (mouvement anterieur a l'historique).
      *****************************************************************
       rejouerPourDemande.
           MOVE "O" TO vuHistoriqueSW(indDemande).
           IF dateHisto > dateRefTab(indDemande)
               IF NOT apresDateVu(indDemande)
                   MOVE "O" TO apresDateVuSW(indDemande)
                   IF etatDateTab(indDemande) = SPACE
                      AND NOT histoImmatriculation
                      AND NOT histoTemporaire
                       PERFORM amorcerDemande
                   END-IF
               END-IF
           ELSE
               IF etatDateTab(indDemande) = SPACE
                  AND NOT histoImmatriculation
                  AND NOT histoTemporaire
                   PERFORM amorcerDemande
               END-IF
               EVALUATE TRUE
                   WHEN histoImmatriculation
                       MOVE "A" TO etatDateTab(indDemande)
                       MOVE titulaireApresHisto
                            TO titulaireDateTab(indDemande)
                       MOVE numeroTitulaireApresHisto
                            TO numeroDateTab(indDemande)
                   WHEN histoTemporaire
                       MOVE "T" TO etatDateTab(indDemande)
                       MOVE titulaireApresHisto
                            TO titulaireDateTab(indDemande)
                       MOVE numeroTitulaireApresHisto
                            TO numeroDateTab(indDemande)
                   WHEN etatDateTab(indDemande) = SPACE
                       CONTINUE
                   WHEN histoTransfert
                       MOVE titulaireApresHisto
                            TO titulaireDateTab(indDemande)
                       MOVE numeroTitulaireApresHisto
                            TO numeroDateTab(indDemande)
                   WHEN histoRadiation OR histoVol
                       MOVE "R" TO etatDateTab(indDemande)
                   WHEN histoLiberation
                       MOVE SPACE TO etatDateTab(indDemande)
                       MOVE SPACES TO titulaireDateTab(indDemande)
                       MOVE 0 TO numeroDateTab(indDemande)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       amorcerDemande.
           MOVE etatAvantHisto TO etatDateTab(indDemande).
           MOVE titulaireAvantHisto TO titulaireDateTab(indDemande).
           IF numeroTitulaireAvantHisto NUMERIC
               MOVE numeroTitulaireAvantHisto
                    TO numeroDateTab(indDemande)
           ELSE
               MOVE 0 TO numeroDateTab(indDemande)
           END-IF.

       repondreDemande.
           MOVE demandeurTab(indDemande) TO demandeurReponse.
           MOVE referenceTab(indDemande) TO referenceReponse.
           MOVE plaqueTab(indDemande) TO plaqueReponse.
           MOVE dateRefTab(indDemande) TO dateDemandeTrav.
           MOVE dateDemandeTravX TO dateReponse.
           MOVE 0 TO numeroTitulaireReponse numeroCasReponse.
           MOVE SPACES TO titulaireReponse etatActuelReponse
                          raisonSignalReponse.
           MOVE SPACE TO etatDateReponse statutCasReponse.
           IF NOT demandeLisible(indDemande)
               MOVE "E" TO codeReponse
               ADD 1 TO nbIllisibles
           ELSE
               PERFORM lirePlaqueRegistre
               IF NOT vuHistorique(indDemande) AND plaqueAuRegistre
                  AND dateImmatRegistre <= dateRefTab(indDemande)
                   MOVE etatRegistre TO etatDateTab(indDemande)
                   MOVE titulaireRegistre
                        TO titulaireDateTab(indDemande)
                   MOVE numeroTitulaireRegistre
                        TO numeroDateTab(indDemande)
               END-IF
               EVALUATE TRUE
                   WHEN NOT vuHistorique(indDemande)
                        AND NOT plaqueAuRegistre
                       MOVE "N" TO codeReponse
                       ADD 1 TO nbInconnues
                   WHEN etatDateTab(indDemande) = SPACE
                        OR titulaireDateTab(indDemande) = SPACES
                       MOVE "D" TO codeReponse
                       ADD 1 TO nbSansTitulaire
                   WHEN OTHER
                       MOVE "T" TO codeReponse
                       ADD 1 TO nbTrouvees
               END-EVALUATE
               MOVE etatDateTab(indDemande) TO etatDateReponse
               MOVE titulaireDateTab(indDemande) TO titulaireReponse
               MOVE numeroDateTab(indDemande)
                    TO numeroTitulaireReponse
               PERFORM rechercherSignalement
           END-IF.
           WRITE engReponse FROM ligneReponse END-WRITE.
           MOVE SPACES TO resumeAudit.
           STRING "enquete " demandeurTab(indDemande)
                  " ref " referenceTab(indDemande)
                  " plaque " plaqueTab(indDemande)
                  " reponse " codeReponse
                  DELIMITED BY SIZE INTO resumeAudit.
           PERFORM ecrireAudit.

       lirePlaqueRegistre.
           MOVE "N" TO plaqueAuRegistreSW.
           MOVE "absente" TO etatActuelReponse.
           IF NOT registreActif
               MOVE "indispon." TO etatActuelReponse
           ELSE
               MOVE plaqueTab(indDemande) TO plaqueRegistre
               READ FiRegistre
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO plaqueAuRegistreSW
                       EVALUATE TRUE
                           WHEN plaqueActive
                               MOVE "active" TO etatActuelReponse
                           WHEN plaqueRadiee
                               MOVE "radiee" TO etatActuelReponse
                           WHEN plaqueTemporaire
                               MOVE "temporaire" TO etatActuelReponse
                           WHEN OTHER
                               MOVE "inconnu" TO etatActuelReponse
                       END-EVALUATE
               END-READ
           END-IF.

       rechercherSignalement.
           MOVE SPACES TO raisonSignalReponse.
           PERFORM VARYING indSignalee FROM 1 BY 1
                   UNTIL indSignalee > nbSignalees
                      OR raisonSignalReponse NOT = SPACES
               IF plaqueSigTab(indSignalee) = plaqueTab(indDemande)
                   MOVE codeRaisonSigTab(indSignalee)
                        TO raisonSignalReponse
               END-IF
           END-PERFORM.
           MOVE SPACE TO statutCasReponse.
           PERFORM VARYING indCas FROM 1 BY 1
                   UNTIL indCas > nbCas OR statutCasReponse NOT = SPACE
               IF plaqueCasTab(indCas) = plaqueTab(indDemande)
                   MOVE numeroCasTab(indCas) TO numeroCasReponse
                   MOVE statutCasTab(indCas) TO statutCasReponse
               END-IF
           END-PERFORM.
           IF raisonSignalReponse NOT = SPACES
              OR statutCasReponse NOT = SPACE
               ADD 1 TO nbSignaleesRep
           END-IF.

       ecrireAudit.
           COPY "AuditLog.cpy" REPLACING DATEAUDIT BY dateAudit
                                         HEUREAUDIT BY heureAudit
                                         DATEED BY dateAudit-ed
                                         HEUREED BY heureAudit-ed
                                         PROGNOM BY "PlaquesEnquetes"
                                         PROGED BY programmeAudit-ed
                                         RESUME BY resumeAudit
                                         RESUMEED BY resumeAudit-ed
                                         FSRAW BY fs-FiAudit
                                         ENGAUDIT BY engAudit.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiDemandes
                         NOMFIC BY "EnquetesDemandes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReponses
                         NOMFIC BY "EnquetesReponses.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "Mouvements-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSignalees
                         NOMFIC BY "Signalees.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCas
                         NOMFIC BY "CasAlertes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAudit
                         NOMFIC BY "Audit.seq".

       END PROGRAM PlaquesEnquetes.
