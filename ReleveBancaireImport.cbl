       PROGRAM-ID. ReleveBancaireImport AS "ReleveBancaireImport".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiReleve ASSIGN TO DYNAMIC cheminFiReleve
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiReleve.

           SELECT OPTIONAL FiClients ASSIGN TO DYNAMIC cheminFiClients
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiClients.

           SELECT OPTIONAL FiFactures
               ASSIGN TO DYNAMIC cheminFiFactures
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiFactures.

           SELECT OPTIONAL FiEtud ASSIGN TO DYNAMIC cheminFiEtud
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiEtud.

           SELECT OPTIONAL FiSuspens ASSIGN TO DYNAMIC cheminFiSuspens
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiSuspens.

           SELECT OPTIONAL FiAffectations
               ASSIGN TO DYNAMIC cheminFiAffectations
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAffectations.

           SELECT OPTIONAL FiImportes
               ASSIGN TO DYNAMIC cheminFiImportes
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiImportes.

           SELECT OPTIONAL FiPaiementsCli
               ASSIGN TO DYNAMIC cheminFiPaiementsCli
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiPaiementsCli.

           SELECT OPTIONAL FiPaiementsMin
               ASSIGN TO DYNAMIC cheminFiPaiementsMin
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiPaiementsMin.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.

       DATA DIVISION.

       FILE SECTION.

       FD FiReleve.
       01 engReleve.
           COPY "LigneReleve.cpy".

       FD FiClients.
       01 engClient.
           02 nomClient                PIC X(30).
           02 montAchatsClient         PIC 9(4)V99 OCCURS 12.

      *    Registre legal des factures tenu par FacturationClients.
       FD FiFactures.
       01 engFacture.
           02 numeroFacture            PIC 9(6).
           02 FILLER                   PIC X.
           02 dateFacture              PIC 9(6).
           02 FILLER                   PIC X.
           02 clientFacture            PIC X(30).
           02 FILLER                   PIC X.
           02 baseFacture              PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 tvaFacture               PIC 9(6)V99.
           02 FILLER                   PIC X.
           02 etatFacture              PIC X(8).

       FD FiEtud.
       01 engEtud.
           COPY "EtudRec.cpy".

       FD FiSuspens.
       01 engSuspens.
           COPY "SuspensBancaire.cpy".

      *****************************************************************
      *    Apurement du compte d'attente par le service financier :
      *    reference bancaire du credit en attente, C (client, par
      *    son nom) ou E (etudiant, par son matricule) et
      *    destinataire.
      *****************************************************************
       FD FiAffectations.
       01 engAffectation.
           02 referenceAffect          PIC X(10).
           02 FILLER                   PIC X.
           02 typeAffect               PIC X.
           02 FILLER                   PIC X.
           02 identifiantAffect        PIC X(30).

      *    Releves deja integres, pour refuser un second passage.
       FD FiImportes.
       01 engImporte.
           02 numeroImporte            PIC 9(5).
           02 FILLER                   PIC X.
           02 dateReleveImporte        PIC 9(8).
           02 FILLER                   PIC X.
           02 dateTraitementImporte    PIC 9(8).

      *    Paiements clients lus par ClientsReglements.
       FD FiPaiementsCli.
       01 engPaiementCli.
           02 nomClientPaie            PIC X(30).
           02 datePaie                 PIC 9(6).
           02 montantPaie              PIC 9(6)V99.

      *    Paiements du minerval lus par MinervalFacturation.
       FD FiPaiementsMin.
       01 engPaiementMin.
           02 matriculePaiement        PIC X(6).
           02 FILLER                   PIC X.
           02 datePaiement             PIC 9(6).
           02 FILLER                   PIC X.
           02 montantPaiement          PIC 9(7)V99.

       FD FiRejets.
       01 engRejet                     PIC X(100).

       WORKING-STORAGE SECTION.

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiReleve PIC X(80) VALUE "ReleveBancaire.seq".
       01 cheminFiClients PIC X(80) VALUE "Clients.seq".
       01 cheminFiFactures PIC X(80) VALUE "RegistreFactures.seq".
       01 cheminFiEtud PIC X(80) VALUE "FiEtud.seq".
       01 cheminFiSuspens PIC X(80) VALUE "CompteAttente.seq".
       01 cheminFiAffectations PIC X(80)
          VALUE "SuspensAffectations.seq".
       01 cheminFiImportes PIC X(80) VALUE "RelevesImportes.seq".
       01 cheminFiPaiementsCli PIC X(80) VALUE "Paiements.seq".
       01 cheminFiPaiementsMin PIC X(80)
          VALUE "MinervalPaiements.seq".
       01 cheminFiRejets PIC X(80) VALUE "ReleveRejets.seq".
       01 cheminFiControle PIC X(80) VALUE "ReleveControle.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiReleve
                                        FSOK BY fiReleveOK
                                        FSFIN BY finFiReleve
                                        FSABSENT BY fiReleveAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiClients
                                        FSOK BY fiClientsOK
                                        FSFIN BY finFiClients
                                        FSABSENT BY fiClientsAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiFactures
                                        FSOK BY fiFacturesOK
                                        FSFIN BY finFiFactures
                                        FSABSENT BY fiFacturesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiEtud
                                        FSOK BY fiEtudOK
                                        FSFIN BY finFiEtud
                                        FSABSENT BY fiEtudAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiSuspens
                                        FSOK BY fiSuspensOK
                                        FSFIN BY finFiSuspens
                                        FSABSENT BY fiSuspensAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiAffectations
                                        FSOK BY fiAffectationsOK
                                        FSFIN BY finFiAffectations
                                        FSABSENT BY fiAffectationsAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiImportes
                                        FSOK BY fiImportesOK
                                        FSFIN BY finFiImportes
                                        FSABSENT BY fiImportesAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiPaiementsCli
                                        FSOK BY fiPaiementsCliOK
                                        FSFIN BY fiPaiementsCliFin
                                        FSABSENT BY fiPaiementsCliAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiPaiementsMin
                                        FSOK BY fiPaiementsMinOK
                                        FSFIN BY fiPaiementsMinFin
                                        FSABSENT BY fiPaiementsMinAbs.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
                                        FSFIN BY fiRejetsFin
                                        FSABSENT BY fiRejetsAbsent.

       COPY "VerrouPeriodeZone.cpy".
       01 dateJour                     PIC 9(8).
       01 dateTravail                  PIC 9(8).
       01 FILLER REDEFINES dateTravail.
           02 anneeTravail             PIC 9(4).
           02 moisTravail              PIC 99.
           02 jourTravail              PIC 99.
       01 joursCumulesVal.
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
       01 REDEFINES joursCumulesVal.
           02 joursCumules OCCURS 12   PIC 9(3).
       01 joursAbsolus                 PIC 9(7).
       01 joursAbsolusJour             PIC 9(7).
       01 ageSuspensJours              PIC 9(7).

       01 numeroReleveCourant          PIC 9(5) VALUE 0.
       01 dateReleveCourante           PIC 9(8) VALUE 0.
       01 releveDejaImporteSW          PIC X VALUE "N".
           88 releveDejaImporte        VALUE "O".
       01 finReleveLueSW               PIC X VALUE "N".
           88 finReleveLue             VALUE "O".

       01 minuscules                   PIC X(26)
          VALUE "abcdefghijklmnopqrstuvwxyz".
       01 majuscules                   PIC X(26)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 tabClients.
           02 clientTab OCCURS 999.
               03 nomClientTab         PIC X(30).
               03 nomClientMajTab      PIC X(30).
       01 nbClients                    PIC 999 VALUE 0.
       01 indClient                    PIC 999.

      *    Factures emises seulement : une facture annulee ne peut
      *    plus etre payee.
       01 tabFactures.
           02 factureTab OCCURS 3000.
               03 numeroFactTab        PIC 9(6).
               03 clientFactTab        PIC X(30).
               03 totalFactTab         PIC 9(8)V99.
       01 nbFactures                   PIC 9(4) VALUE 0.
       01 indFacture                   PIC 9(4).

       01 tabEtudiants.
           02 etudiantTab OCCURS 3000.
               03 matriculeEtudTab     PIC X(6).
               03 nomEtudMajTab        PIC X(30).
       01 nbEtudiants                  PIC 9(4) VALUE 0.
       01 indEtudiant                  PIC 9(4).

       01 tabSuspens.
           02 suspensTab OCCURS 2000.
               03 referenceSusTab      PIC X(10).
               03 numeroReleveSusTab   PIC 9(5).
               03 dateValeurSusTab     PIC 9(8).
               03 montantSusTab        PIC 9(7)V99.
               03 communicationSusTab  PIC X(12).
               03 donneurSusTab        PIC X(30).
               03 motifSusTab          PIC XX.
               03 statutSusTab         PIC X.
               03 dateApurementSusTab  PIC 9(8).
               03 typeAffectSusTab     PIC X.
               03 identifiantSusTab    PIC X(30).
       01 nbSuspens                    PIC 9(4) VALUE 0.
       01 indSuspens                   PIC 9(4).
       01 indSuspensTrouve             PIC 9(4).

      *****************************************************************
      *    Communication structuree : 10 chiffres de base et 2 de
      *    controle (reste de la base par 97, 97 pour un reste nul).
      *    Base 1000nnnnnn = facture client nnnnnn du registre,
      *    base 2000nnnnnn = minerval du matricule nnnnnn.
      *****************************************************************
       01 communicationTravail         PIC X(12).
       01 FILLER REDEFINES communicationTravail.
           02 baseCommunication        PIC 9(10).
           02 FILLER REDEFINES baseCommunication.
               03 origineCommunication PIC X(4).
               03 identCommunication   PIC X(6).
           02 controleCommunication    PIC 99.
       01 quotientModulo               PIC 9(10).
       01 resteModulo                  PIC 99.

       01 nomDonneurMaj                PIC X(30).
       01 nbCandidats                  PIC 99.
       01 nbCandidatsMontant           PIC 99.
       01 typeCandidat                 PIC X.
       01 identCandidat                PIC X(30).
       01 typeCandidatMontant          PIC X.
       01 identCandidatMontant         PIC X(30).
       01 montantFactureTrouveSW       PIC X VALUE "N".
           88 montantFactureTrouve     VALUE "O".

       01 typeDestinataire             PIC X.
           88 destinataireClient       VALUE "C".
           88 destinataireEtudiant     VALUE "E".
       01 identDestinataire            PIC X(30).
       01 methodeRapprochement         PIC X(3).
       01 motifAttente                 PIC XX.
       01 destinataireTrouveSW         PIC X VALUE "N".
           88 destinataireTrouve       VALUE "O".
       01 montantPlafondCli            PIC 9(6)V99 VALUE 999999.99.

       01 nbMouvementsLus              PIC 9(5) VALUE 0.
       01 nbCredits                    PIC 9(5) VALUE 0.
       01 nbDebits                     PIC 9(5) VALUE 0.
       01 nbRapproches                 PIC 9(5) VALUE 0.
       01 nbMisEnAttente               PIC 9(5) VALUE 0.
       01 nbApures                     PIC 9(5) VALUE 0.
       01 nbRejets                     PIC 9(5) VALUE 0.
       01 totalCreditsLus              PIC 9(9)V99 VALUE 0.
       01 totalDebitsLus               PIC 9(9)V99 VALUE 0.
       01 totalRapproche               PIC 9(9)V99 VALUE 0.
       01 totalMisEnAttente            PIC 9(9)V99 VALUE 0.
       01 totalApure                   PIC 9(9)V99 VALUE 0.
       01 totalControle                PIC 9(9)V99 VALUE 0.
       01 nbMouvementsBanque           PIC 9(5) VALUE 0.
       01 totalCreditsBanque           PIC 9(9)V99 VALUE 0.
       01 totalDebitsBanque            PIC 9(9)V99 VALUE 0.
       01 controleEcartSW              PIC X VALUE "N".
           88 controleEcart            VALUE "O".

      *    Anciennete du compte d'attente par tranche de 30 jours.
       01 tabTranches.
           02 trancheTab OCCURS 4.
               03 nbTrancheTab         PIC 9(5).
               03 montantTrancheTab    PIC 9(9)V99.
       01 valLibellesTranches.
           02 FILLER PIC X(16) VALUE "0 a 30 jours".
           02 FILLER PIC X(16) VALUE "31 a 60 jours".
           02 FILLER PIC X(16) VALUE "61 a 90 jours".
           02 FILLER PIC X(16) VALUE "plus de 90 jours".
       01 REDEFINES valLibellesTranches.
           02 libelleTranche OCCURS 4  PIC X(16).
       01 indTranche                   PIC 9.

       01 nbMouvementsLus-ed           PIC ZZZZ9.
       01 nbRapproches-ed              PIC ZZZZ9.
       01 nbMisEnAttente-ed            PIC ZZZZ9.
       01 nbApures-ed                  PIC ZZZZ9.
       01 nbRejets-ed                  PIC ZZZZ9.

       01 raisonRejet                  PIC X(40).
       01 ligneRejet.
           02 typeLigneRejet-ed        PIC X.
           02 FILLER                   PIC X VALUE SPACE.
           02 referenceRejet-ed        PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 raisonRejet-ed           PIC X(40).

       01 titreEtatControle            PIC X(40)
          VALUE "Controle d'integration du releve".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.
       01 ligneEnteteControle.
           02 FILLER                   PIC X(48)
              VALUE "Ref banque  Date val.   Montant     Donneur".
           02 FILLER                   PIC X(20) VALUE SPACES.
           02 FILLER                   PIC X(28)
              VALUE "Resultat        Destinataire".
       01 ligneDetailControle.
           02 referenceCtl-ed          PIC X(10).
           02 FILLER                   PIC XX VALUE SPACES.
           02 dateValeurCtl-ed         PIC 9999/99/99.
           02 FILLER                   PIC XX VALUE SPACES.
           02 montantCtl-ed            PIC ZZZZZZ9.99.
           02 FILLER                   PIC XX VALUE SPACES.
           02 donneurCtl-ed            PIC X(30).
           02 FILLER                   PIC XX VALUE SPACES.
           02 resultatCtl-ed           PIC X(14).
           02 FILLER                   PIC XX VALUE SPACES.
           02 destinataireCtl-ed       PIC X(30).
       01 ligneReleveControle.
           02 FILLER                   PIC X(11) VALUE "Releve no ".
           02 numeroReleveCtl-ed       PIC 9(5).
           02 FILLER                   PIC X(5) VALUE " du ".
           02 dateReleveCtl-ed         PIC 9999/99/99.
       01 ligneTotalControle.
           02 libelleTotal-ed          PIC X(40).
           02 nbTotal-ed               PIC ZZZZ9.
           02 FILLER                   PIC XX VALUE SPACES.
           02 montantTotal-ed          PIC ZZZZZZZZ9.99.
           02 FILLER                   PIC XX VALUE SPACES.
           02 remarqueTotal-ed         PIC X(30).
       01 resultatCourant              PIC X(14).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateJour(1:6)==.
           IF periodeCloturee
               DISPLAY "Mois " periodeVerrou " cloture, releve non "
                       "importe"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FiReleve.
           IF NOT fiReleveOK
               DISPLAY "ReleveBancaire.seq introuvable, statut: "
                       fs-fiReleve
               CLOSE FiReleve
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FiReleve END-READ.
           IF finFiReleve OR NOT enteteReleve
              OR numeroReleve NOT NUMERIC
               DISPLAY "ReleveBancaire.seq sans ligne d'entete, "
                       "releve non integre"
               CLOSE FiReleve
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE numeroReleve TO numeroReleveCourant.
           IF dateReleve NUMERIC
               MOVE dateReleve TO dateReleveCourante
           ELSE
               MOVE dateJour TO dateReleveCourante
           END-IF.
           PERFORM verifierReleveImporte.
           IF releveDejaImporte
               DISPLAY "Releve no " numeroReleveCourant
                       " deja integre, second passage refuse"
               CLOSE FiReleve
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM chargerClients.
           PERFORM chargerFactures.
           PERFORM chargerEtudiants.
           PERFORM chargerSuspens.
           PERFORM ouvrirPaiements.
           OPEN OUTPUT FiRejets.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteControle TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiControle
                                    titreEtatControle
                                    enteteEtatTampon.
           MOVE numeroReleveCourant TO numeroReleveCtl-ed.
           MOVE dateReleveCourante TO dateReleveCtl-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneReleveControle TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           PERFORM appliquerAffectations.
           READ FiReleve END-READ.
           PERFORM UNTIL finFiReleve OR finReleveLue
               EVALUATE TRUE
                   WHEN mouvementReleve
                       ADD 1 TO nbMouvementsLus
                       PERFORM traiterMouvement
                   WHEN finReleve
                       MOVE "O" TO finReleveLueSW
                       PERFORM lireTotauxBanque
                   WHEN OTHER
                       MOVE SPACES TO referenceBanque
                       MOVE "type de ligne inconnu" TO raisonRejet
                       PERFORM rejeterLigne
               END-EVALUATE
               READ FiReleve END-READ
           END-PERFORM.
           CLOSE FiReleve FiPaiementsCli FiPaiementsMin FiRejets.
           PERFORM imprimerControle.
           PERFORM imprimerAnciennete.
           CALL "ETAT-FERMER".
           PERFORM reecrireSuspens.
           PERFORM enregistrerReleve.
           MOVE nbMouvementsLus TO nbMouvementsLus-ed.
           DISPLAY "Mouvements lus: " nbMouvementsLus-ed.
           MOVE nbRapproches TO nbRapproches-ed.
           DISPLAY "Credits rapproches: " nbRapproches-ed.
           MOVE nbMisEnAttente TO nbMisEnAttente-ed.
           DISPLAY "Credits mis en compte d'attente: "
                   nbMisEnAttente-ed.
           MOVE nbApures TO nbApures-ed.
           DISPLAY "Attentes apurees: " nbApures-ed.
           MOVE nbRejets TO nbRejets-ed.
           DISPLAY "Lignes rejetees: " nbRejets-ed.
           IF controleEcart
               DISPLAY "ATTENTION: ecart de controle avec les totaux "
                       "de la banque, voir ReleveControle.seq"
           END-IF.
           IF nbMisEnAttente NOT = 0 OR nbRejets NOT = 0
              OR controleEcart
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       verifierReleveImporte.
           OPEN INPUT FiImportes.
           IF fiImportesOK
               READ FiImportes END-READ
               PERFORM UNTIL finFiImportes OR releveDejaImporte
                   IF numeroImporte = numeroReleveCourant
                       MOVE "O" TO releveDejaImporteSW
                   END-IF
                   READ FiImportes END-READ
               END-PERFORM
           END-IF.
           CLOSE FiImportes.

       enregistrerReleve.
           OPEN EXTEND FiImportes.
           IF fs-fiImportes NOT = "00" AND fs-fiImportes NOT = "05"
               OPEN OUTPUT FiImportes
           END-IF.
           MOVE SPACES TO engImporte.
           MOVE numeroReleveCourant TO numeroImporte.
           MOVE dateReleveCourante TO dateReleveImporte.
           MOVE dateJour TO dateTraitementImporte.
           WRITE engImporte END-WRITE.
           CLOSE FiImportes.

       chargerClients.
           OPEN INPUT FiClients.
           IF fiClientsOK
               READ FiClients END-READ
               PERFORM UNTIL finFiClients OR nbClients >= 999
                   ADD 1 TO nbClients
                   MOVE nomClient TO nomClientTab(nbClients)
                   MOVE nomClient TO nomClientMajTab(nbClients)
                   INSPECT nomClientMajTab(nbClients)
                           CONVERTING minuscules TO majuscules
                   READ FiClients END-READ
               END-PERFORM
           END-IF.
           CLOSE FiClients.

       chargerFactures.
           OPEN INPUT FiFactures.
           IF fiFacturesOK
               READ FiFactures END-READ
               PERFORM UNTIL finFiFactures OR nbFactures >= 3000
                   IF etatFacture = "emise"
                      AND baseFacture NUMERIC
                      AND tvaFacture NUMERIC
                       ADD 1 TO nbFactures
                       MOVE numeroFacture TO numeroFactTab(nbFactures)
                       MOVE clientFacture TO clientFactTab(nbFactures)
                       COMPUTE totalFactTab(nbFactures) =
                               baseFacture + tvaFacture
                   END-IF
                   READ FiFactures END-READ
               END-PERFORM
           END-IF.
           CLOSE FiFactures.

       chargerEtudiants.
           OPEN INPUT FiEtud.
           IF fiEtudOK
               READ FiEtud END-READ
               PERFORM UNTIL finFiEtud OR nbEtudiants >= 3000
                   ADD 1 TO nbEtudiants
                   MOVE matricule TO matriculeEtudTab(nbEtudiants)
                   MOVE nomPrenom TO nomEtudMajTab(nbEtudiants)
                   INSPECT nomEtudMajTab(nbEtudiants)
                           CONVERTING minuscules TO majuscules
                   READ FiEtud END-READ
               END-PERFORM
           END-IF.
           CLOSE FiEtud.

       chargerSuspens.
           OPEN INPUT FiSuspens.
           IF fiSuspensOK
               READ FiSuspens END-READ
               PERFORM UNTIL finFiSuspens OR nbSuspens >= 2000
                   ADD 1 TO nbSuspens
                   MOVE referenceSuspens TO referenceSusTab(nbSuspens)
                   MOVE numeroReleveSuspens
                        TO numeroReleveSusTab(nbSuspens)
                   MOVE dateValeurSuspens
                        TO dateValeurSusTab(nbSuspens)
                   MOVE montantSuspens TO montantSusTab(nbSuspens)
                   MOVE communicationSuspens
                        TO communicationSusTab(nbSuspens)
                   MOVE donneurSuspens TO donneurSusTab(nbSuspens)
                   MOVE motifSuspens TO motifSusTab(nbSuspens)
                   MOVE statutSuspens TO statutSusTab(nbSuspens)
                   MOVE dateApurementSuspens
                        TO dateApurementSusTab(nbSuspens)
                   MOVE typeAffectSuspens
                        TO typeAffectSusTab(nbSuspens)
                   MOVE identifiantSuspens
                        TO identifiantSusTab(nbSuspens)
                   READ FiSuspens END-READ
               END-PERFORM
               IF NOT finFiSuspens
                   DISPLAY "ATTENTION: plus de 2000 attentes, "
                           "CompteAttente.seq non integre"
                   CLOSE FiSuspens
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FiSuspens.

       ouvrirPaiements.
           OPEN EXTEND FiPaiementsCli.
           IF fs-fiPaiementsCli NOT = "00"
              AND fs-fiPaiementsCli NOT = "05"
               OPEN OUTPUT FiPaiementsCli
           END-IF.
           OPEN EXTEND FiPaiementsMin.
           IF fs-fiPaiementsMin NOT = "00"
              AND fs-fiPaiementsMin NOT = "05"
               OPEN OUTPUT FiPaiementsMin
           END-IF.

      *****************************************************************
      *    Apurement : chaque affectation du service financier verse
      *    le credit en attente dans le fichier de paiements du
      *    destinataire. Une affectation deja appliquee au meme
      *    destinataire est ignoree, le fichier pouvant etre relu.
      *****************************************************************
       appliquerAffectations.
           OPEN INPUT FiAffectations.
           IF fiAffectationsOK
               READ FiAffectations END-READ
               PERFORM UNTIL finFiAffectations
                   PERFORM appliquerUneAffectation
                   READ FiAffectations END-READ
               END-PERFORM
           END-IF.
           CLOSE FiAffectations.

       appliquerUneAffectation.
           MOVE 0 TO indSuspensTrouve.
           PERFORM VARYING indSuspens FROM 1 BY 1
                   UNTIL indSuspens > nbSuspens
                      OR indSuspensTrouve NOT = 0
               IF referenceSusTab(indSuspens) = referenceAffect
                   MOVE indSuspens TO indSuspensTrouve
               END-IF
           END-PERFORM.
           MOVE typeAffect TO typeDestinataire.
           MOVE identifiantAffect TO identDestinataire.
           EVALUATE TRUE
               WHEN indSuspensTrouve = 0
                   MOVE "reference absente du compte d'attente"
                        TO raisonRejet
                   PERFORM rejeterAffectation
               WHEN statutSusTab(indSuspensTrouve) = "A"
                    AND typeAffectSusTab(indSuspensTrouve)
                        = typeAffect
                    AND identifiantSusTab(indSuspensTrouve)
                        = identifiantAffect
                   CONTINUE
               WHEN statutSusTab(indSuspensTrouve) = "A"
                   MOVE "attente deja apuree vers un autre"
                        TO raisonRejet
                   PERFORM rejeterAffectation
               WHEN OTHER
                   PERFORM verifierDestinataire
                   EVALUATE TRUE
                       WHEN NOT destinataireTrouve
                           MOVE "destinataire inconnu" TO raisonRejet
                           PERFORM rejeterAffectation
                       WHEN destinataireClient
                        AND montantSusTab(indSuspensTrouve)
                            > montantPlafondCli
                           MOVE "montant hors format paiements"
                                TO raisonRejet
                           PERFORM rejeterAffectation
                       WHEN OTHER
                           PERFORM apurerSuspens
                   END-EVALUATE
           END-EVALUATE.

      *    Le destinataire saisi doit exister : client de
      *    Clients.seq (nom repris tel qu'il y figure) ou matricule
      *    de FiEtud.
       verifierDestinataire.
           MOVE "N" TO destinataireTrouveSW.
           EVALUATE TRUE
               WHEN destinataireClient
                   MOVE identDestinataire TO nomDonneurMaj
                   INSPECT nomDonneurMaj
                           CONVERTING minuscules TO majuscules
                   PERFORM VARYING indClient FROM 1 BY 1
                           UNTIL indClient > nbClients
                              OR destinataireTrouve
                       IF nomClientMajTab(indClient) = nomDonneurMaj
                           MOVE "O" TO destinataireTrouveSW
                           MOVE nomClientTab(indClient)
                                TO identDestinataire
                       END-IF
                   END-PERFORM
               WHEN destinataireEtudiant
                   PERFORM VARYING indEtudiant FROM 1 BY 1
                           UNTIL indEtudiant > nbEtudiants
                              OR destinataireTrouve
                       IF matriculeEtudTab(indEtudiant)
                          = identDestinataire(1:6)
                           MOVE "O" TO destinataireTrouveSW
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       apurerSuspens.
           ADD 1 TO nbApures.
           ADD montantSusTab(indSuspensTrouve) TO totalApure.
           MOVE "A" TO statutSusTab(indSuspensTrouve).
           MOVE dateJour TO dateApurementSusTab(indSuspensTrouve).
           MOVE typeDestinataire TO typeAffectSusTab(indSuspensTrouve).
           MOVE identDestinataire
                TO identifiantSusTab(indSuspensTrouve).
           MOVE dateValeurSusTab(indSuspensTrouve) TO dateTravail.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateTravail(1:6)==.
           IF periodeCloturee
               MOVE dateJour TO dateTravail
           END-IF.
           MOVE montantSusTab(indSuspensTrouve) TO montantReleve.
           PERFORM ecrirePaiement.
           MOVE referenceSusTab(indSuspensTrouve) TO referenceCtl-ed.
           MOVE dateValeurSusTab(indSuspensTrouve) TO dateValeurCtl-ed.
           MOVE montantSusTab(indSuspensTrouve) TO montantCtl-ed.
           MOVE donneurSusTab(indSuspensTrouve) TO donneurCtl-ed.
           MOVE "apure" TO resultatCourant.
           PERFORM imprimerDetail.

      *****************************************************************
      *    Un mouvement du releve : les debits sont seulement
      *    totalises pour le controle; un credit est rapproche par
      *    communication structuree, puis par nom du donneur (le
      *    montant departageant plusieurs homonymes d'apres les
      *    factures emises), sinon verse au compte d'attente.
      *****************************************************************
       traiterMouvement.
           IF montantReleve NOT NUMERIC
               MOVE "montant non numerique" TO raisonRejet
               PERFORM rejeterLigne
           ELSE
               EVALUATE TRUE
                   WHEN debitReleve
                       ADD 1 TO nbDebits
                       ADD montantReleve TO totalDebitsLus
                   WHEN creditReleve
                       ADD 1 TO nbCredits
                       ADD montantReleve TO totalCreditsLus
                       PERFORM traiterCredit
                   WHEN OTHER
                       MOVE "sens ni credit ni debit" TO raisonRejet
                       PERFORM rejeterLigne
               END-EVALUATE
           END-IF.

       traiterCredit.
           IF dateValeurReleve NUMERIC
               MOVE dateValeurReleve TO dateTravail
           ELSE
               MOVE dateReleveCourante TO dateTravail
           END-IF.
           MOVE "N" TO destinataireTrouveSW.
           MOVE SPACES TO motifAttente.
           PERFORM rapprocherParCommunication.
           IF NOT destinataireTrouve
               PERFORM rapprocherParNom
           END-IF.
           IF destinataireTrouve
              AND destinataireClient
              AND montantReleve > montantPlafondCli
               MOVE "N" TO destinataireTrouveSW
               MOVE "HF" TO motifAttente
           END-IF.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateTravail(1:6)==.
           IF destinataireTrouve AND periodeCloturee
               MOVE "N" TO destinataireTrouveSW
               MOVE "PC" TO motifAttente
           END-IF.
           MOVE referenceBanque TO referenceCtl-ed.
           MOVE dateTravail TO dateValeurCtl-ed.
           MOVE montantReleve TO montantCtl-ed.
           MOVE donneurReleve TO donneurCtl-ed.
           IF destinataireTrouve
               ADD 1 TO nbRapproches
               ADD montantReleve TO totalRapproche
               PERFORM ecrirePaiement
               IF destinataireClient
                   MOVE "client" TO resultatCourant
               ELSE
                   MOVE "etudiant" TO resultatCourant
               END-IF
               MOVE methodeRapprochement TO resultatCourant(10:3)
           ELSE
               PERFORM mettreEnAttente
               MOVE "attente" TO resultatCourant
               MOVE motifAttente TO resultatCourant(10:2)
               MOVE SPACES TO identDestinataire
           END-IF.
           PERFORM imprimerDetail.

       rapprocherParCommunication.
           MOVE communicationReleve TO communicationTravail.
           IF communicationTravail NUMERIC
               DIVIDE baseCommunication BY 97 GIVING quotientModulo
                      REMAINDER resteModulo
               IF resteModulo = 0
                   MOVE 97 TO resteModulo
               END-IF
               IF resteModulo = controleCommunication
                   EVALUATE origineCommunication
                       WHEN "1000"
                           PERFORM chercherFacture
                       WHEN "2000"
                           MOVE "E" TO typeDestinataire
                           MOVE identCommunication
                                TO identDestinataire
                           PERFORM verifierDestinataire
                   END-EVALUATE
                   IF destinataireTrouve
                       MOVE "REF" TO methodeRapprochement
                   END-IF
               END-IF
           END-IF.

       chercherFacture.
           PERFORM VARYING indFacture FROM 1 BY 1
                   UNTIL indFacture > nbFactures
                      OR destinataireTrouve
               IF numeroFactTab(indFacture) = identCommunication
                   MOVE "O" TO destinataireTrouveSW
                   MOVE "C" TO typeDestinataire
                   MOVE clientFactTab(indFacture) TO identDestinataire
               END-IF
           END-PERFORM.

       rapprocherParNom.
           MOVE 0 TO nbCandidats.
           MOVE 0 TO nbCandidatsMontant.
           MOVE donneurReleve TO nomDonneurMaj.
           INSPECT nomDonneurMaj CONVERTING minuscules TO majuscules.
           IF nomDonneurMaj NOT = SPACES
               PERFORM VARYING indClient FROM 1 BY 1
                       UNTIL indClient > nbClients
                   IF nomClientMajTab(indClient) = nomDonneurMaj
                       ADD 1 TO nbCandidats
                       MOVE "C" TO typeCandidat
                       MOVE nomClientTab(indClient) TO identCandidat
                       PERFORM verifierMontantFacture
                       IF montantFactureTrouve
                           ADD 1 TO nbCandidatsMontant
                           MOVE "C" TO typeCandidatMontant
                           MOVE nomClientTab(indClient)
                                TO identCandidatMontant
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING indEtudiant FROM 1 BY 1
                       UNTIL indEtudiant > nbEtudiants
                   IF nomEtudMajTab(indEtudiant) = nomDonneurMaj
                       ADD 1 TO nbCandidats
                       MOVE "E" TO typeCandidat
                       MOVE matriculeEtudTab(indEtudiant)
                            TO identCandidat
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN nbCandidats = 0
                   MOVE "NI" TO motifAttente
               WHEN nbCandidats = 1
                   MOVE "O" TO destinataireTrouveSW
                   MOVE typeCandidat TO typeDestinataire
                   MOVE identCandidat TO identDestinataire
                   MOVE "NOM" TO methodeRapprochement
               WHEN nbCandidatsMontant = 1
                   MOVE "O" TO destinataireTrouveSW
                   MOVE typeCandidatMontant TO typeDestinataire
                   MOVE identCandidatMontant TO identDestinataire
                   MOVE "MNT" TO methodeRapprochement
               WHEN OTHER
                   MOVE "AM" TO motifAttente
           END-EVALUATE.

       verifierMontantFacture.
           MOVE "N" TO montantFactureTrouveSW.
           PERFORM VARYING indFacture FROM 1 BY 1
                   UNTIL indFacture > nbFactures
                      OR montantFactureTrouve
               IF clientFactTab(indFacture) = nomClientTab(indClient)
                  AND totalFactTab(indFacture) = montantReleve
                   MOVE "O" TO montantFactureTrouveSW
               END-IF
           END-PERFORM.

      *    Date de valeur dans dateTravail, montant dans
      *    montantReleve.
       ecrirePaiement.
           IF destinataireClient
               MOVE SPACES TO engPaiementCli
               MOVE identDestinataire TO nomClientPaie
               MOVE dateTravail(3:6) TO datePaie
               MOVE montantReleve TO montantPaie
               WRITE engPaiementCli END-WRITE
               MOVE identDestinataire TO destinataireCtl-ed
           ELSE
               MOVE SPACES TO engPaiementMin
               MOVE identDestinataire(1:6) TO matriculePaiement
               MOVE dateTravail(3:6) TO datePaiement
               MOVE montantReleve TO montantPaiement
               WRITE engPaiementMin END-WRITE
               MOVE identDestinataire(1:6) TO destinataireCtl-ed
           END-IF.

       mettreEnAttente.
           ADD 1 TO nbMisEnAttente.
           ADD montantReleve TO totalMisEnAttente.
           MOVE SPACES TO destinataireCtl-ed.
           IF nbSuspens >= 2000
               MOVE "compte d'attente plein" TO raisonRejet
               PERFORM rejeterLigne
           ELSE
               ADD 1 TO nbSuspens
               MOVE referenceBanque TO referenceSusTab(nbSuspens)
               MOVE numeroReleveCourant
                    TO numeroReleveSusTab(nbSuspens)
               MOVE dateTravail TO dateValeurSusTab(nbSuspens)
               MOVE montantReleve TO montantSusTab(nbSuspens)
               MOVE communicationReleve
                    TO communicationSusTab(nbSuspens)
               MOVE donneurReleve TO donneurSusTab(nbSuspens)
               MOVE motifAttente TO motifSusTab(nbSuspens)
               MOVE "O" TO statutSusTab(nbSuspens)
               MOVE 0 TO dateApurementSusTab(nbSuspens)
               MOVE SPACE TO typeAffectSusTab(nbSuspens)
               MOVE SPACES TO identifiantSusTab(nbSuspens)
           END-IF.

       lireTotauxBanque.
           IF nbMouvementsReleve NUMERIC
              AND totalCreditsReleve NUMERIC
              AND totalDebitsReleve NUMERIC
               MOVE nbMouvementsReleve TO nbMouvementsBanque
               MOVE totalCreditsReleve TO totalCreditsBanque
               MOVE totalDebitsReleve TO totalDebitsBanque
           ELSE
               MOVE "totaux de fin de releve illisibles"
                    TO raisonRejet
               MOVE SPACES TO referenceBanque
               PERFORM rejeterLigne
           END-IF.

       rejeterLigne.
           ADD 1 TO nbRejets.
           MOVE typeLigneReleve TO typeLigneRejet-ed.
           MOVE referenceBanque TO referenceRejet-ed.
           MOVE raisonRejet TO raisonRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

       rejeterAffectation.
           ADD 1 TO nbRejets.
           MOVE "A" TO typeLigneRejet-ed.
           MOVE referenceAffect TO referenceRejet-ed.
           MOVE raisonRejet TO raisonRejet-ed.
           WRITE engRejet FROM ligneRejet END-WRITE.

       imprimerDetail.
           MOVE resultatCourant TO resultatCtl-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDetailControle TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

      *****************************************************************
      *    Preuve du releve : total des credits annonce par la banque
      *    = credits rapproches + credits mis en compte d'attente.
      *    Le nombre de mouvements et le total des debits sont
      *    controles de la meme facon.
      *****************************************************************
       imprimerControle.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE "Mouvements annonces par la banque"
                TO libelleTotal-ed.
           MOVE nbMouvementsBanque TO nbTotal-ed.
           MOVE 0 TO montantTotal-ed.
           MOVE SPACES TO remarqueTotal-ed.
           IF nbMouvementsBanque NOT = nbMouvementsLus
               MOVE "O" TO controleEcartSW
               MOVE "** ECART NOMBRE **" TO remarqueTotal-ed
           END-IF.
           PERFORM imprimerTotal.
           MOVE "Credits annonces par la banque" TO libelleTotal-ed.
           MOVE 0 TO nbTotal-ed.
           MOVE totalCreditsBanque TO montantTotal-ed.
           PERFORM imprimerTotal.
           MOVE "Credits rapproches" TO libelleTotal-ed.
           MOVE nbRapproches TO nbTotal-ed.
           MOVE totalRapproche TO montantTotal-ed.
           PERFORM imprimerTotal.
           MOVE "Credits mis en compte d'attente" TO libelleTotal-ed.
           MOVE nbMisEnAttente TO nbTotal-ed.
           MOVE totalMisEnAttente TO montantTotal-ed.
           PERFORM imprimerTotal.
           COMPUTE totalControle = totalRapproche + totalMisEnAttente.
           MOVE "Rapproches + attente" TO libelleTotal-ed.
           MOVE nbCredits TO nbTotal-ed.
           MOVE totalControle TO montantTotal-ed.
           IF totalControle = totalCreditsBanque
              AND totalControle = totalCreditsLus
               MOVE "egal au releve" TO remarqueTotal-ed
           ELSE
               MOVE "O" TO controleEcartSW
               MOVE "** ECART CREDITS **" TO remarqueTotal-ed
           END-IF.
           PERFORM imprimerTotal.
           MOVE "Debits annonces par la banque" TO libelleTotal-ed.
           MOVE 0 TO nbTotal-ed.
           MOVE totalDebitsBanque TO montantTotal-ed.
           PERFORM imprimerTotal.
           MOVE "Debits lus (non traites)" TO libelleTotal-ed.
           MOVE nbDebits TO nbTotal-ed.
           MOVE totalDebitsLus TO montantTotal-ed.
           IF totalDebitsLus NOT = totalDebitsBanque
               MOVE "O" TO controleEcartSW
               MOVE "** ECART DEBITS **" TO remarqueTotal-ed
           END-IF.
           PERFORM imprimerTotal.
           MOVE "Attentes anterieures apurees" TO libelleTotal-ed.
           MOVE nbApures TO nbTotal-ed.
           MOVE totalApure TO montantTotal-ed.
           PERFORM imprimerTotal.
           IF NOT finReleveLue
               MOVE "O" TO controleEcartSW
               MOVE "Ligne de fin de releve absente"
                    TO libelleTotal-ed
               MOVE 0 TO nbTotal-ed
               MOVE 0 TO montantTotal-ed
               MOVE "** RELEVE INCOMPLET **" TO remarqueTotal-ed
               PERFORM imprimerTotal
           END-IF.

       imprimerTotal.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneTotalControle TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO remarqueTotal-ed.

      *    Compte d'attente encore ouvert, avec l'anciennete de
      *    chaque credit depuis sa date de valeur.
       imprimerAnciennete.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE "Compte d'attente ouvert" TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE dateJour TO dateTravail.
           PERFORM calculerJoursAbsolus.
           MOVE joursAbsolus TO joursAbsolusJour.
           PERFORM VARYING indTranche FROM 1 BY 1 UNTIL indTranche > 4
               MOVE 0 TO nbTrancheTab(indTranche)
               MOVE 0 TO montantTrancheTab(indTranche)
           END-PERFORM.
           PERFORM VARYING indSuspens FROM 1 BY 1
                   UNTIL indSuspens > nbSuspens
               IF statutSusTab(indSuspens) = "O"
                   PERFORM classerAttente
               END-IF
           END-PERFORM.
           PERFORM VARYING indTranche FROM 1 BY 1 UNTIL indTranche > 4
               MOVE libelleTranche(indTranche) TO libelleTotal-ed
               MOVE nbTrancheTab(indTranche) TO nbTotal-ed
               MOVE montantTrancheTab(indTranche) TO montantTotal-ed
               PERFORM imprimerTotal
           END-PERFORM.

       classerAttente.
           MOVE dateValeurSusTab(indSuspens) TO dateTravail.
           PERFORM calculerJoursAbsolus.
           IF joursAbsolusJour > joursAbsolus
               COMPUTE ageSuspensJours = joursAbsolusJour - joursAbsolus
           ELSE
               MOVE 0 TO ageSuspensJours
           END-IF.
           EVALUATE TRUE
               WHEN ageSuspensJours <= 30
                   MOVE 1 TO indTranche
               WHEN ageSuspensJours <= 60
                   MOVE 2 TO indTranche
               WHEN ageSuspensJours <= 90
                   MOVE 3 TO indTranche
               WHEN OTHER
                   MOVE 4 TO indTranche
           END-EVALUATE.
           ADD 1 TO nbTrancheTab(indTranche).
           ADD montantSusTab(indSuspens)
               TO montantTrancheTab(indTranche).
           MOVE referenceSusTab(indSuspens) TO referenceCtl-ed.
           MOVE dateValeurSusTab(indSuspens) TO dateValeurCtl-ed.
           MOVE montantSusTab(indSuspens) TO montantCtl-ed.
           MOVE donneurSusTab(indSuspens) TO donneurCtl-ed.
           MOVE "attente" TO resultatCourant.
           MOVE motifSusTab(indSuspens) TO resultatCourant(10:2).
           MOVE libelleTranche(indTranche) TO destinataireCtl-ed.
           PERFORM imprimerDetail.

       calculerJoursAbsolus.
           IF moisTravail >= 1 AND moisTravail <= 12
               COMPUTE joursAbsolus =
                       (anneeTravail * 365)
                       + joursCumules(moisTravail)
                       + jourTravail
           ELSE
               MOVE 0 TO joursAbsolus
           END-IF.

       reecrireSuspens.
           OPEN OUTPUT FiSuspens.
           PERFORM VARYING indSuspens FROM 1 BY 1
                   UNTIL indSuspens > nbSuspens
               MOVE SPACES TO engSuspens
               MOVE referenceSusTab(indSuspens) TO referenceSuspens
               MOVE numeroReleveSusTab(indSuspens)
                    TO numeroReleveSuspens
               MOVE dateValeurSusTab(indSuspens) TO dateValeurSuspens
               MOVE montantSusTab(indSuspens) TO montantSuspens
               MOVE communicationSusTab(indSuspens)
                    TO communicationSuspens
               MOVE donneurSusTab(indSuspens) TO donneurSuspens
               MOVE motifSusTab(indSuspens) TO motifSuspens
               MOVE statutSusTab(indSuspens) TO statutSuspens
               MOVE dateApurementSusTab(indSuspens)
                    TO dateApurementSuspens
               MOVE typeAffectSusTab(indSuspens) TO typeAffectSuspens
               MOVE identifiantSusTab(indSuspens)
                    TO identifiantSuspens
               WRITE engSuspens END-WRITE
           END-PERFORM.
           CLOSE FiSuspens.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiReleve
                         NOMFIC BY "ReleveBancaire.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiClients
                         NOMFIC BY "Clients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiFactures
                         NOMFIC BY "RegistreFactures.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEtud
                         NOMFIC BY "FiEtud.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiSuspens
                         NOMFIC BY "CompteAttente.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAffectations
                         NOMFIC BY "SuspensAffectations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiImportes
                         NOMFIC BY "RelevesImportes.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaiementsCli
                         NOMFIC BY "Paiements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaiementsMin
                         NOMFIC BY "MinervalPaiements.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "ReleveRejets.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiControle
                         NOMFIC BY "ReleveControle.seq".

       END PROGRAM ReleveBancaireImport.
