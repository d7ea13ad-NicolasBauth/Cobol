           02 plaqueSignalee           PIC X(6).
           02 FILLER                   PIC X.
           02 codeRaisonSignalee       PIC X(3).
           02 FILLER                   PIC X.
           02 dateDeclarationSignalee  PIC 9(8).

       FD FiMouvementsSig.
       01 engMouvementSig.

       WORKING-STORAGE SECTION.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees               PIC X(50) VALUE SPACES.
       01 cheminFiSignalees PIC X(80) VALUE "Signalees.seq".
       01 cheminFiMouvementsSig PIC X(80) VALUE
                                        FSABSENT BY fiRejetsAbsent.

       01 dateJour                     PIC 9(6).
       01 dateJourSiecle               PIC 9(8).

       01 tabSignalees.
           02 signaleeTab OCCURS 5000.
               03 plaqueSigTab         PIC X(6).
               03 codeRaisonSigTab     PIC X(3).
               03 dateDeclSigTab       PIC 9(8).
               03 sigRetireeSW         PIC X.
                   88 sigRetiree       VALUE "O".
       01 nbSignalees                  PIC 9(4) VALUE 0.

       main.
           PERFORM resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "SignaleesMaintenance"
                         NIVEAU BY "M".
           ACCEPT dateJour FROM DATE.
           ACCEPT dateJourSiecle FROM DATE YYYYMMDD.
           PERFORM chargerSignalees.
           OPEN OUTPUT FiRejets.
           PERFORM appliquerMouvements.
                   MOVE plaqueSignalee TO plaqueSigTab(nbSignalees)
                   MOVE codeRaisonSignalee
                        TO codeRaisonSigTab(nbSignalees)
                   PERFORM chargerDateDeclaration
                   MOVE "N" TO sigRetireeSW(nbSignalees)
                   READ FiSignalees END-READ
               END-PERFORM
           END-IF.
           CLOSE FiSignalees.

      *    Les signalements anterieurs a la date de declaration n'en
      *    portent pas : zero.
       chargerDateDeclaration.
           IF dateDeclarationSignalee NUMERIC
               MOVE dateDeclarationSignalee
                    TO dateDeclSigTab(nbSignalees)
           ELSE
               MOVE 0 TO dateDeclSigTab(nbSignalees)
           END-IF.

      *****************************************************************
      *    Les mouvements dont la date d'effet n'est pas atteinte
      *    restent dans SignaleesMouvements.seq et seront repris au
                   MOVE plaqueMvtSig TO plaqueSigTab(nbSignalees)
                   MOVE codeRaisonMvtSig
                        TO codeRaisonSigTab(nbSignalees)
                   MOVE dateJourSiecle TO dateDeclSigTab(nbSignalees)
                   MOVE "N" TO sigRetireeSW(nbSignalees)
                   ADD 1 TO nbAjouts
               END-IF
                   MOVE plaqueSigTab(indSignalee) TO plaqueSignalee
                   MOVE codeRaisonSigTab(indSignalee)
                        TO codeRaisonSignalee
                   MOVE dateDeclSigTab(indSignalee)
                        TO dateDeclarationSignalee
                   WRITE engSignalee END-WRITE
               END-IF
           END-PERFORM.
