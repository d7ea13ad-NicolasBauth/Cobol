       PROGRAM-ID. PlaquesReconstitution AS "PlaquesReconstitution".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL FiHistorique
               ASSIGN TO DYNAMIC cheminFiHistorique
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS fs-fiHistorique.

           SELECT FiInstantane ASSIGN TO DYNAMIC cheminFiInstantane
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS plaqueInst
                           FILE STATUS IS fs-fiInstantane.

           SELECT OPTIONAL FiRegistreScan
               ASSIGN TO DYNAMIC cheminFiRegistreScan
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS plaqueRegScan
                           FILE STATUS IS fs-fiRegScan.

       DATA DIVISION.

       FILE SECTION.

       FD FiHistorique.
       01 engHistorique.
           COPY "HistoMouvement.cpy".

      *****************************************************************
      *    Registre reconstitue (RegistreReconstitue.idx), au format
      *    du registre des plaques : il se relit, se consulte et se
      *    compare comme Registre.idx lui-meme.
      *****************************************************************
       FD FiInstantane.
       01 engInstantane.
           COPY "PlaqueReg.cpy"
               REPLACING plaqueRegistre BY plaqueInst
                         dateImmatRegistre BY dateImmatInst
                         etatRegistre BY etatInst
                         plaqueActive BY plaqueActiveInst
                         plaqueRadiee BY plaqueRadieeInst
                         plaqueTemporaire BY plaqueTemporaireInst
                         titulaireRegistre BY titulaireInst
                         numeroTitulaireRegistre
                             BY numeroTitulaireInst
                         dateExpirationRegistre
                             BY dateExpirationInst.

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

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiHistorique PIC X(80) VALUE
          "Mouvements-Historique.seq".
       01 cheminFiInstantane PIC X(80) VALUE
          "RegistreReconstitue.idx".
       01 cheminFiRegistreScan PIC X(80) VALUE "Registre.idx".
       01 cheminFiExtrait PIC X(80) VALUE "ExtraitReconstitue.seq".
       01 cheminFiEcarts PIC X(80) VALUE "EcartsReconstitution.seq".


       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiHistorique
                                        FSOK BY fiHistoriqueOK
                                        FSFIN BY fiHistoriqueFin
                                        FSABSENT BY fiHistoriqueAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiInstantane
                                        FSOK BY fiInstantaneOK
                                        FSFIN BY finFiInstantane
                                        FSABSENT BY fiInstantaneAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRegScan
                                        FSOK BY fiRegScanOK
                                        FSFIN BY finFiRegScan
                                        FSABSENT BY fiRegScanAbsent.

       01 dateJour                     PIC 9(8).
       01 dateDemandeeX                PIC X(8).
       01 dateDemandee REDEFINES dateDemandeeX PIC 9(8).
       01 dateDemandee-ed              PIC 9999/99/99.

      *    Filtre de l'extrait : six chiffres designent un numero de
      *    titulaire, toute autre saisie une plaque, blanc = tout.
       01 filtreSaisi                  PIC X(6).
       01 numeroFiltre REDEFINES filtreSaisi PIC 9(6).
       01 typeFiltreSW                 PIC X VALUE SPACE.
           88 filtreAucun              VALUE SPACE.
           88 filtreTitulaire          VALUE "N".
           88 filtrePlaque             VALUE "P".
       01 retenueSW                    PIC X VALUE "N".
           88 plaqueRetenue            VALUE "O".
       01 instConnueSW                 PIC X VALUE "N".
           88 instConnue               VALUE "O".

       01 nbLignesLues                 PIC 9(7) VALUE 0.
       01 nbLignesRejouees             PIC 9(7) VALUE 0.
       01 nbLignesIgnorees             PIC 9(7) VALUE 0.
       01 nbPlaquesAmorcees            PIC 9(6) VALUE 0.
       01 nbPlaquesExtraites           PIC 9(6) VALUE 0.
       01 nbPlaquesComparees           PIC 9(6) VALUE 0.
       01 nbEcarts                     PIC 9(6) VALUE 0.
       01 nbLignesRejouees-ed          PIC Z(6)9.
       01 nbLignesIgnorees-ed          PIC Z(6)9.
       01 nbPlaquesAmorcees-ed         PIC ZZZZZ9.
       01 nbPlaquesExtraites-ed        PIC ZZZZZ9.
       01 nbPlaquesComparees-ed        PIC ZZZZZ9.
       01 nbEcarts-ed                  PIC ZZZZZ9.

       01 libelleEtat                  PIC X(10).
       01 libelleEcart                 PIC X(40).

       01 titreEtatExtrait             PIC X(40)
          VALUE "Registre des plaques reconstitue".
       01 titreEtatEcarts              PIC X(40)
          VALUE "Ecarts registre reconstitue / registre".
       01 enteteEtatTampon             PIC X(120) VALUE SPACES.
       01 ligneEtatTampon              PIC X(120) VALUE SPACES.

       01 ligneEnteteExtrait.
           02 FILLER                   PIC X(9) VALUE "Plaque - ".
           02 FILLER                   PIC X(13) VALUE "immatr.    - ".
           02 FILLER                   PIC X(13) VALUE "etat       - ".
           02 FILLER                   PIC X(9) VALUE "numero - ".
           02 FILLER                   PIC X(33) VALUE "titulaire".
           02 FILLER                   PIC X(9) VALUE "expire le".

       01 ligneDateExtrait.
           02 FILLER                   PIC X(24)
              VALUE "Etat du registre au :  ".
           02 dateExtrait-ed           PIC 9999/99/99.
           02 FILLER                   PIC X(12) VALUE "   filtre : ".
           02 filtreExtrait-ed         PIC X(6).

       01 ligneDetailExtrait.
           02 plaqueExtrait-ed         PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 dateImmatExtrait-ed      PIC 9999/99/99.
           02 FILLER                   PIC X(3) VALUE " - ".
           02 etatExtrait-ed           PIC X(10).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 numeroExtrait-ed         PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 titulaireExtrait-ed      PIC X(30).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 expirationExtrait-ed     PIC 9999/99/99.
           02 FILLER REDEFINES expirationExtrait-ed.
               03 expirationExtraitX   PIC X(10).

       01 ligneEnteteEcarts.
           02 FILLER                   PIC X(9) VALUE "Plaque - ".
           02 FILLER                   PIC X(43) VALUE "ecart".
           02 FILLER                   PIC X(28)
              VALUE "reconstitue / registre".

       01 ligneDetailEcart.
           02 plaqueEcart-ed           PIC X(6).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 libelleEcart-ed          PIC X(40).
           02 FILLER                   PIC X(3) VALUE " - ".
           02 etatInstEcart-ed         PIC X.
           02 FILLER                   PIC X VALUE SPACE.
           02 numeroInstEcart-ed       PIC 9(6).
           02 FILLER                   PIC X(3) VALUE " / ".
           02 etatRegEcart-ed          PIC X.
           02 FILLER                   PIC X VALUE SPACE.
           02 numeroRegEcart-ed        PIC 9(6).

       PROCEDURE DIVISION.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PlaquesReconstitution"
                         NIVEAU BY "L".
           ACCEPT dateJour FROM DATE YYYYMMDD.
           PERFORM obtenirDateDemandee.
           PERFORM obtenirFiltre.
           PERFORM rejouerHistorique.
           PERFORM imprimerExtrait.
           MOVE dateDemandee TO dateDemandee-ed.
           DISPLAY "Registre reconstitue au " dateDemandee-ed.
           MOVE nbLignesRejouees TO nbLignesRejouees-ed.
           DISPLAY "Mouvements rejoues: " nbLignesRejouees-ed.
           MOVE nbLignesIgnorees TO nbLignesIgnorees-ed.
           DISPLAY "Mouvements ignores (annules ou posterieurs): "
                   nbLignesIgnorees-ed.
           MOVE nbPlaquesAmorcees TO nbPlaquesAmorcees-ed.
           DISPLAY "Plaques anterieures a l'historique: "
                   nbPlaquesAmorcees-ed.
           MOVE nbPlaquesExtraites TO nbPlaquesExtraites-ed.
           DISPLAY "Plaques a l'extrait: " nbPlaquesExtraites-ed.
           IF dateDemandee = dateJour
               PERFORM rapprocherRegistre
           END-IF.
           STOP RUN.

       obtenirDateDemandee.
           MOVE SPACES TO dateDemandeeX.
           DISPLAY "Date de reconstitution AAAAMMJJ "
                   "(blanc = aujourd'hui): " NO ADVANCING.
           ACCEPT dateDemandeeX.
           IF dateDemandeeX = SPACES
               MOVE dateJour TO dateDemandee
           END-IF.
           PERFORM UNTIL dateDemandeeX NUMERIC
                         AND dateDemandeeX(5:2) >= "01"
                         AND dateDemandeeX(5:2) <= "12"
                         AND dateDemandee <= dateJour
               DISPLAY "Date invalide ou future, ressaisir: "
                       NO ADVANCING
               MOVE SPACES TO dateDemandeeX
               ACCEPT dateDemandeeX
               IF dateDemandeeX = SPACES
                   MOVE dateJour TO dateDemandee
               END-IF
           END-PERFORM.

       obtenirFiltre.
           MOVE SPACES TO filtreSaisi.
           DISPLAY "Plaque ou numero de titulaire a extraire "
                   "(blanc = tout le registre): " NO ADVANCING.
           ACCEPT filtreSaisi.
           EVALUATE TRUE
               WHEN filtreSaisi = SPACES
                   MOVE SPACE TO typeFiltreSW
               WHEN filtreSaisi NUMERIC
                   MOVE "N" TO typeFiltreSW
               WHEN OTHER
                   INSPECT filtreSaisi
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE "P" TO typeFiltreSW
           END-EVALUATE.

      *****************************************************************
      *    L'historique permanent est rejoue dans l'ordre d'ecriture
      *    jusqu'a la date demandee. Les mouvements annules et les
      *    annulations (statut X) s'effacent mutuellement et ne sont
      *    pas rejoues. Une plaque dont le premier mouvement rejoue
      *    n'est pas une immatriculation existait avant l'historique :
      *    elle est amorcee avec l'etat d'avant ce mouvement.
      *****************************************************************
       rejouerHistorique.
           OPEN OUTPUT FiInstantane.
           CLOSE FiInstantane.
           OPEN I-O FiInstantane.
           IF NOT fiInstantaneOK
               DISPLAY "RegistreReconstitue.idx non cree, statut: "
                       fs-fiInstantane
               STOP RUN
           END-IF.
           OPEN INPUT FiHistorique.
           IF NOT fiHistoriqueOK
               DISPLAY "Mouvements-Historique.seq introuvable, "
                       "statut: " fs-fiHistorique
           ELSE
               READ FiHistorique END-READ
               PERFORM UNTIL fiHistoriqueFin
                   ADD 1 TO nbLignesLues
                   IF histoAnnule OR dateHisto > dateDemandee
                       ADD 1 TO nbLignesIgnorees
                   ELSE
                       ADD 1 TO nbLignesRejouees
                       PERFORM rejouerMouvement
                   END-IF
                   READ FiHistorique END-READ
               END-PERFORM
           END-IF.
           CLOSE FiHistorique FiInstantane.

       rejouerMouvement.
           MOVE "N" TO instConnueSW.
           MOVE plaqueHisto TO plaqueInst.
           READ FiInstantane
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO instConnueSW
           END-READ.
           IF NOT instConnue
              AND NOT histoImmatriculation AND NOT histoTemporaire
              AND etatAvantHisto NOT = SPACE
               PERFORM amorcerPlaque
           END-IF.
           EVALUATE TRUE
               WHEN histoImmatriculation
                   MOVE plaqueHisto TO plaqueInst
                   MOVE dateHisto TO dateImmatInst
                   MOVE "A" TO etatInst
                   MOVE titulaireApresHisto TO titulaireInst
                   MOVE numeroTitulaireApresHisto
                        TO numeroTitulaireInst
                   MOVE 0 TO dateExpirationInst
                   PERFORM ecrireInstantane
               WHEN histoTemporaire
                   MOVE plaqueHisto TO plaqueInst
                   MOVE dateHisto TO dateImmatInst
                   MOVE "T" TO etatInst
                   MOVE titulaireApresHisto TO titulaireInst
                   MOVE numeroTitulaireApresHisto
                        TO numeroTitulaireInst
                   IF dateExpirationHisto NUMERIC
                       MOVE dateExpirationHisto TO dateExpirationInst
                   ELSE
                       MOVE 0 TO dateExpirationInst
                   END-IF
                   PERFORM ecrireInstantane
               WHEN NOT instConnue
                   DISPLAY "Plaque " plaqueHisto " inconnue au "
                           dateHisto ", mouvement " codeHisto
                           " ignore"
               WHEN histoTransfert
                   MOVE titulaireApresHisto TO titulaireInst
                   MOVE numeroTitulaireApresHisto
                        TO numeroTitulaireInst
                   PERFORM ecrireInstantane
               WHEN histoRadiation OR histoVol
                   MOVE "R" TO etatInst
                   PERFORM ecrireInstantane
               WHEN histoLiberation
                   DELETE FiInstantane RECORD END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       amorcerPlaque.
           ADD 1 TO nbPlaquesAmorcees.
           MOVE plaqueHisto TO plaqueInst.
           MOVE etatAvantHisto TO etatInst.
           IF dateImmatAvantHisto NUMERIC
               MOVE dateImmatAvantHisto TO dateImmatInst
           ELSE
               MOVE 0 TO dateImmatInst
           END-IF.
           MOVE titulaireAvantHisto TO titulaireInst.
           IF numeroTitulaireAvantHisto NUMERIC
               MOVE numeroTitulaireAvantHisto TO numeroTitulaireInst
           ELSE
               MOVE 0 TO numeroTitulaireInst
           END-IF.
           IF dateExpirationHisto NUMERIC
               MOVE dateExpirationHisto TO dateExpirationInst
           ELSE
               MOVE 0 TO dateExpirationInst
           END-IF.
           WRITE engInstantane END-WRITE.
           MOVE "O" TO instConnueSW.

       ecrireInstantane.
           IF instConnue
               REWRITE engInstantane END-REWRITE
           ELSE
               WRITE engInstantane END-WRITE
               MOVE "O" TO instConnueSW
           END-IF.

      *****************************************************************
      *    L'extrait imprime les fiches reconstituees retenues par le
      *    filtre, dans l'ordre des plaques.
      *****************************************************************
       imprimerExtrait.
           MOVE SPACES TO enteteEtatTampon.
           MOVE ligneEnteteExtrait TO enteteEtatTampon.
           CALL "ETAT-OUVRIR" USING cheminFiExtrait
                                    titreEtatExtrait
                                    enteteEtatTampon.
           MOVE dateDemandee TO dateExtrait-ed.
           IF filtreAucun
               MOVE "tout" TO filtreExtrait-ed
           ELSE
               MOVE filtreSaisi TO filtreExtrait-ed
           END-IF.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDateExtrait TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           MOVE SPACES TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.
           OPEN INPUT FiInstantane.
           IF fiInstantaneOK
               READ FiInstantane NEXT RECORD END-READ
               PERFORM UNTIL finFiInstantane OR NOT fiInstantaneOK
                   PERFORM appliquerFiltre
                   IF plaqueRetenue
                       ADD 1 TO nbPlaquesExtraites
                       PERFORM imprimerFiche
                   END-IF
                   READ FiInstantane NEXT RECORD END-READ
               END-PERFORM
           END-IF.
           CLOSE FiInstantane.
           CALL "ETAT-FERMER".

       appliquerFiltre.
           MOVE "N" TO retenueSW.
           EVALUATE TRUE
               WHEN filtreAucun
                   MOVE "O" TO retenueSW
               WHEN filtreTitulaire
                   IF numeroTitulaireInst = numeroFiltre
                       MOVE "O" TO retenueSW
                   END-IF
               WHEN filtrePlaque
                   IF plaqueInst = filtreSaisi
                       MOVE "O" TO retenueSW
                   END-IF
           END-EVALUATE.

       imprimerFiche.
           EVALUATE TRUE
               WHEN plaqueActiveInst
                   MOVE "active" TO libelleEtat
               WHEN plaqueRadieeInst
                   MOVE "radiee" TO libelleEtat
               WHEN plaqueTemporaireInst
                   MOVE "temporaire" TO libelleEtat
               WHEN OTHER
                   MOVE etatInst TO libelleEtat
           END-EVALUATE.
           MOVE plaqueInst TO plaqueExtrait-ed.
           MOVE dateImmatInst TO dateImmatExtrait-ed.
           MOVE libelleEtat TO etatExtrait-ed.
           MOVE numeroTitulaireInst TO numeroExtrait-ed.
           MOVE titulaireInst TO titulaireExtrait-ed.
           MOVE dateExpirationInst TO expirationExtrait-ed.
           IF dateExpirationInst = 0
               MOVE SPACES TO expirationExtraitX
           END-IF.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDetailExtrait TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

      *****************************************************************
      *    Reconstitue a la date du jour, le registre rejoue doit
      *    egaler Registre.idx : les deux fichiers sont parcourus
      *    ensemble dans l'ordre des plaques et chaque difference est
      *    portee a l'etat des ecarts. Une plaque du registre que
      *    l'historique ne connait pas y figure comme anterieure a
      *    l'historique. Des ecarts donnent le code retour 4.
      *****************************************************************
       rapprocherRegistre.
           OPEN INPUT FiRegistreScan.
           IF NOT fiRegScanOK
               DISPLAY "Registre des plaques indisponible, statut: "
                       fs-fiRegScan ", pas de rapprochement"
               CLOSE FiRegistreScan
           ELSE
               MOVE SPACES TO enteteEtatTampon
               MOVE ligneEnteteEcarts TO enteteEtatTampon
               CALL "ETAT-OUVRIR" USING cheminFiEcarts
                                        titreEtatEcarts
                                        enteteEtatTampon
               OPEN INPUT FiInstantane
               READ FiInstantane NEXT RECORD END-READ
               READ FiRegistreScan NEXT RECORD END-READ
               PERFORM UNTIL (finFiInstantane OR NOT fiInstantaneOK)
                         AND (finFiRegScan OR NOT fiRegScanOK)
                   PERFORM comparerPlaque
               END-PERFORM
               CLOSE FiInstantane FiRegistreScan
               CALL "ETAT-FERMER"
               MOVE nbPlaquesComparees TO nbPlaquesComparees-ed
               DISPLAY "Plaques rapprochees du registre: "
                       nbPlaquesComparees-ed
               MOVE nbEcarts TO nbEcarts-ed
               DISPLAY "Ecarts avec le registre: " nbEcarts-ed
               IF nbEcarts NOT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       comparerPlaque.
           EVALUATE TRUE
               WHEN finFiInstantane OR NOT fiInstantaneOK
                   MOVE "anterieure a l'historique" TO libelleEcart
                   PERFORM imprimerEcartRegistre
                   READ FiRegistreScan NEXT RECORD END-READ
               WHEN finFiRegScan OR NOT fiRegScanOK
                   MOVE "absente du registre" TO libelleEcart
                   PERFORM imprimerEcartInstantane
                   READ FiInstantane NEXT RECORD END-READ
               WHEN plaqueInst < plaqueRegScan
                   MOVE "absente du registre" TO libelleEcart
                   PERFORM imprimerEcartInstantane
                   READ FiInstantane NEXT RECORD END-READ
               WHEN plaqueInst > plaqueRegScan
                   MOVE "anterieure a l'historique" TO libelleEcart
                   PERFORM imprimerEcartRegistre
                   READ FiRegistreScan NEXT RECORD END-READ
               WHEN OTHER
                   ADD 1 TO nbPlaquesComparees
                   PERFORM comparerFiches
                   READ FiInstantane NEXT RECORD END-READ
                   READ FiRegistreScan NEXT RECORD END-READ
           END-EVALUATE.

      *    La date d'expiration n'est comparee que pour une plaque
      *    temporaire : l'annulation d'une temporaire la remet a zero
      *    sur la fiche sans que l'historique la rejoue.
       comparerFiches.
           MOVE SPACES TO libelleEcart.
           EVALUATE TRUE
               WHEN etatInst NOT = etatRegScan
                   MOVE "etat different" TO libelleEcart
               WHEN numeroTitulaireInst NOT = numeroTitulaireRegScan
                   MOVE "numero de titulaire different"
                        TO libelleEcart
               WHEN titulaireInst NOT = titulaireRegScan
                   MOVE "nom du titulaire different" TO libelleEcart
               WHEN dateImmatInst NOT = dateImmatRegScan
                   MOVE "date d'immatriculation differente"
                        TO libelleEcart
               WHEN plaqueTemporaireInst
                    AND dateExpirationInst NOT = dateExpirationRegScan
                   MOVE "date d'expiration differente" TO libelleEcart
           END-EVALUATE.
           IF libelleEcart NOT = SPACES
               MOVE plaqueInst TO plaqueEcart-ed
               MOVE etatInst TO etatInstEcart-ed
               MOVE numeroTitulaireInst TO numeroInstEcart-ed
               MOVE etatRegScan TO etatRegEcart-ed
               MOVE numeroTitulaireRegScan TO numeroRegEcart-ed
               PERFORM imprimerLigneEcart
           END-IF.

       imprimerEcartInstantane.
           MOVE plaqueInst TO plaqueEcart-ed.
           MOVE etatInst TO etatInstEcart-ed.
           MOVE numeroTitulaireInst TO numeroInstEcart-ed.
           MOVE SPACE TO etatRegEcart-ed.
           MOVE 0 TO numeroRegEcart-ed.
           PERFORM imprimerLigneEcart.

       imprimerEcartRegistre.
           MOVE plaqueRegScan TO plaqueEcart-ed.
           MOVE SPACE TO etatInstEcart-ed.
           MOVE 0 TO numeroInstEcart-ed.
           MOVE etatRegScan TO etatRegEcart-ed.
           MOVE numeroTitulaireRegScan TO numeroRegEcart-ed.
           PERFORM imprimerLigneEcart.

       imprimerLigneEcart.
           ADD 1 TO nbEcarts.
           MOVE libelleEcart TO libelleEcart-ed.
           MOVE SPACES TO ligneEtatTampon.
           MOVE ligneDetailEcart TO ligneEtatTampon.
           CALL "ETAT-LIGNE" USING ligneEtatTampon.

       resoudreEmplacements.
           ACCEPT dossierDonnees FROM ENVIRONMENT "DOSSIER_FICHIERS".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiHistorique
                         NOMFIC BY "Mouvements-Historique.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiInstantane
                         NOMFIC BY "RegistreReconstitue.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRegistreScan
                         NOMFIC BY "Registre.idx".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiExtrait
                         NOMFIC BY "ExtraitReconstitue.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiEcarts
                         NOMFIC BY "EcartsReconstitution.seq".

       END PROGRAM PlaquesReconstitution.
