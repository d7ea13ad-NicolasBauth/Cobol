                           RECORD KEY IS plaqueRegistre
                           FILE STATUS IS fs-fiRegistre.

           SELECT OPTIONAL FiVehicules
               ASSIGN TO DYNAMIC cheminFiVehicules
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS plaqueVehicule
                           ALTERNATE RECORD KEY IS vinVehicule
                               WITH DUPLICATES
                           FILE STATUS IS fs-fiVehicules.

       DATA DIVISION.

       FILE SECTION.
       01 engRegistre.
           COPY "PlaqueReg.cpy".

       FD FiVehicules.
       01 engVehicule.
           COPY "VehiculeReg.cpy".

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiRegistre PIC X(80) VALUE "Registre.idx".
       01 cheminFiVehicules PIC X(80) VALUE "Vehicules.idx".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegistre
                                        FSFIN BY fiRegistreFin
                                        FSABSENT BY fiRegistreAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiVehicules
                                        FSOK BY fiVehiculesOK
                                        FSFIN BY fiVehiculesFin
                                        FSABSENT BY fiVehiculesAbsent.

      *    Une saisie de plus de six caracteres est un numero de
      *    chassis : les enquetes partent du vehicule.
       01 demandeSaisie                PIC X(17).
       01 plaqueDemandee               PIC X(6).
       01 vinDemande                   PIC X(17).
       01 vehiculesActifsSW            PIC X VALUE "N".
           88 vehiculesActifs          VALUE "O".
       01 finVinSW                     PIC X VALUE "N".
           88 finVin                   VALUE "O".
       01 nbPlaquesVin                 PIC 99.
       01 nbPlaquesVin-ed              PIC Z9.
       01 plaqueTrouveeSW              PIC X VALUE "N".
           88 plaqueTrouvee            VALUE "O".

           02 FILLER                   PIC X(3) VALUE " - ".
           02 titulaireFiche-ed        PIC X(30).

       01 ligneVehicule.
           02 FILLER                   PIC X(11) VALUE "  vehicule ".
           02 vinVehicule-ed           PIC X(17).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 marqueVehicule-ed        PIC X(15).
           02 FILLER                   PIC X VALUE SPACE.
           02 modeleVehicule-ed        PIC X(20).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 categorieVehicule-ed     PIC X(2).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateMiseCirc-ed          PIC 9999/99/99.

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PlaquesConsultation"
                         NIVEAU BY "L".
           OPEN INPUT FiRegistre.
           IF NOT fiRegistreOK
               DISPLAY "Registre des plaques indisponible, statut: "
                       fs-fiRegistre
               STOP RUN
           END-IF.
           OPEN INPUT FiVehicules.
           IF fiVehiculesOK
               MOVE "O" TO vehiculesActifsSW
           ELSE
               DISPLAY "Vehicules.idx absent, statut: " fs-fiVehicules
                       ", fiches sans vehicule"
           END-IF.
           PERFORM obtenirPlaqueDemandee.
           PERFORM UNTIL demandeSaisie = "zzz"
                      OR demandeSaisie = "ZZZ"
               ADD 1 TO nbConsultations
               IF demandeSaisie(7:11) = SPACES
                   MOVE demandeSaisie TO plaqueDemandee
                   PERFORM consulterPlaque
               ELSE
                   MOVE demandeSaisie TO vinDemande
                   PERFORM consulterVin
               END-IF
               PERFORM obtenirPlaqueDemandee
           END-PERFORM.
           CLOSE FiRegistre FiVehicules.
           MOVE nbConsultations TO nbConsultations-ed.
           DISPLAY "Consultations effectuees: " nbConsultations-ed.
           STOP RUN.

       obtenirPlaqueDemandee.
           DISPLAY "Plaque ou VIN a consulter (zzz pour terminer): "
                   NO ADVANCING.
           MOVE SPACES TO demandeSaisie.
           ACCEPT demandeSaisie.

       consulterPlaque.
           MOVE "N" TO plaqueTrouveeSW.
                   MOVE "active" TO libelleEtat
               WHEN plaqueRadiee
                   MOVE "radiee" TO libelleEtat
               WHEN plaqueTemporaire
                   MOVE "temporaire" TO libelleEtat
               WHEN OTHER
                   MOVE "inconnu" TO libelleEtat
           END-EVALUATE.
           MOVE libelleEtat TO etatFiche-ed.
           MOVE titulaireRegistre TO titulaireFiche-ed.
           DISPLAY ligneFiche.
           PERFORM afficherVehicule.

       afficherVehicule.
           IF vehiculesActifs
               MOVE plaqueRegistre TO plaqueVehicule
               READ FiVehicules
                   INVALID KEY
                       DISPLAY "  vehicule non renseigne"
                   NOT INVALID KEY
                       MOVE vinVehicule TO vinVehicule-ed
                       MOVE marqueVehicule TO marqueVehicule-ed
                       MOVE modeleVehicule TO modeleVehicule-ed
                       MOVE categorieVehicule TO categorieVehicule-ed
                       MOVE dateMiseCircVehicule TO dateMiseCirc-ed
                       DISPLAY ligneVehicule
               END-READ
           END-IF.

      *****************************************************************
      *    Recherche par numero de chassis : chaque plaque ayant porte
      *    ce vehicule est affichee avec sa fiche du registre, la
      *    plaque active comme les plaques radiees.
      *****************************************************************
       consulterVin.
           MOVE 0 TO nbPlaquesVin.
           MOVE "N" TO finVinSW.
           IF NOT vehiculesActifs
               MOVE "O" TO finVinSW
           ELSE
               MOVE vinDemande TO vinVehicule
               START FiVehicules KEY IS = vinVehicule
                   INVALID KEY
                       MOVE "O" TO finVinSW
               END-START
           END-IF.
           PERFORM UNTIL finVin
               READ FiVehicules NEXT RECORD
                   AT END
                       MOVE "O" TO finVinSW
               END-READ
               IF NOT finVin
                   IF vinVehicule NOT = vinDemande
                       MOVE "O" TO finVinSW
                   ELSE
                       ADD 1 TO nbPlaquesVin
                       MOVE plaqueVehicule TO plaqueDemandee
                       PERFORM consulterPlaqueVin
                   END-IF
               END-IF
           END-PERFORM.
           IF nbPlaquesVin = 0
               DISPLAY "VIN " vinDemande " inconnu du fichier des "
                       "vehicules"
           ELSE
               MOVE nbPlaquesVin TO nbPlaquesVin-ed
               DISPLAY "Plaques pour ce VIN: " nbPlaquesVin-ed
           END-IF.

      *    La fiche vehicule est deja en zone : seule la fiche du
      *    registre est relue, la lecture suivante par VIN reprend
      *    ensuite la ou elle s'est arretee.
       consulterPlaqueVin.
           MOVE plaqueDemandee TO plaqueRegistre.
           READ FiRegistre
               INVALID KEY
                   DISPLAY "Plaque " plaqueDemandee
                           " absente du registre"
               NOT INVALID KEY
                   MOVE plaqueRegistre TO plaqueFiche-ed
                   MOVE dateImmatRegistre TO dateImmatFiche-ed
                   EVALUATE TRUE
                       WHEN plaqueActive
                           MOVE "active" TO libelleEtat
                       WHEN plaqueRadiee
                           MOVE "radiee" TO libelleEtat
                       WHEN plaqueTemporaire
                           MOVE "temporaire" TO libelleEtat
                       WHEN OTHER
                           MOVE "inconnu" TO libelleEtat
                   END-EVALUATE
                   MOVE libelleEtat TO etatFiche-ed
                   MOVE titulaireRegistre TO titulaireFiche-ed
                   DISPLAY ligneFiche
           END-READ.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistre
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiVehicules
                         NOMFIC BY "Vehicules.idx".

       END PROGRAM PlaquesConsultation.
