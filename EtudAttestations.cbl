                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiAttestations.

           SELECT FiCourrier ASSIGN TO DYNAMIC cheminFiCourrier
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-FiCourrier.

           SELECT FiRejets ASSIGN TO DYNAMIC cheminFiRejets
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS fs-fiRejets.
       FD FiAttestations.
       01 engAttestation               PIC X(80).

       FD FiCourrier.
       01 engCourrier.
           COPY "CourrierSortant.cpy".

       FD FiRejets.
       01 engRejet                     PIC X(70).

       01 cheminFiNonEnRegle PIC X(80) VALUE "EtudiantsNonEnRegle.seq".
       01 cheminFiSequence PIC X(80) VALUE "AttestationsSequence.seq".
       01 cheminFiAttestations PIC X(80) VALUE "Attestations.seq".
       01 cheminFiCourrier PIC X(80) VALUE "CourrierSortant.seq".
       01 cheminFiRejets PIC X(80) VALUE "AttestationsRejets.seq".


                                        FSOK BY fiAttestationsOK
                                        FSFIN BY fiAttestationsFin
                                        FSABSENT BY fiAttestationsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourrier
                                        FSOK BY fiCourrierOK
                                        FSFIN BY fiCourrierFin
                                        FSABSENT BY fiCourrierAbsent.

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-fiRejets
                                        FSOK BY fiRejetsOK
           END-IF.
           OPEN OUTPUT FiAttestations.
           OPEN OUTPUT FiRejets.
           OPEN EXTEND FiCourrier.
           IF NOT fiCourrierOK AND fs-FiCourrier NOT = "05"
               OPEN OUTPUT FiCourrier
           END-IF.
           READ FiDemandes END-READ.
           PERFORM UNTIL finFiDemandes
               ADD 1 TO nbDemandesLues
               PERFORM traiterDemande
               READ FiDemandes END-READ
           END-PERFORM.
           CLOSE FiDemandes FiAttestations FiRejets FiCourrier.
           PERFORM ecrireSequence.
           MOVE nbDemandesLues TO nbDemandesLues-ed.
           DISPLAY "Demandes lues: " nbDemandesLues-ed.
                TO groupeAtt-ed.
           WRITE engAttestation FROM ligneAttSection END-WRITE.
           WRITE engAttestation FROM ligneAttSeparation END-WRITE.
           PERFORM deposerCourrier.

      *    Chaque attestation passe aussi par la boite d'envoi
      *    commune, retrouvee par son numero dans Attestations.seq;
      *    l'adresse de l'etudiant vient du carnet d'adresses a
      *    l'expedition.
       deposerCourrier.
           MOVE SPACES TO engCourrier.
           ACCEPT dateCourrier FROM DATE YYYYMMDD.
           MOVE "ATTE" TO typeCourrier.
           MOVE nomEtudAtt(indEtudiantTrouve) TO destinataireCourrier.
           MOVE 1 TO nbPagesCourrier.
           MOVE "Attestations.seq" TO documentCourrier.
           MOVE numeroAttestation TO cleDocumentCourrier.
           WRITE engCourrier END-WRITE.

       rechercherLibelleSection.
           MOVE codeSectionEtudAtt(indEtudiantTrouve)
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiAttestations
                         NOMFIC BY "Attestations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourrier
                         NOMFIC BY "CourrierSortant.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiRejets
                         NOMFIC BY "AttestationsRejets.seq".
