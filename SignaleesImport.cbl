           02 plaqueSignalee           PIC X(6).
           02 FILLER                   PIC X.
           02 codeRaisonSignalee       PIC X(3).
           02 FILLER                   PIC X.
           02 dateDeclarationSignalee  PIC 9(8).

       FD FiNational.
       01 engNational.
           02 signaleeTab OCCURS 5000.
               03 plaqueSigTab         PIC X(6).
               03 codeRaisonSigTab     PIC X(3).
               03 dateDeclSigTab       PIC 9(8).
       01 nbSignalees                  PIC 9(4) VALUE 0.
       01 indSignalee                  PIC 9(4).
       01 indSigTrouvee                PIC 9(4).
       01 indCode                      PIC 999.
       01 codeRaisonTrouve             PIC X(3).

       01 dateJourSiecle               PIC 9(8).

       01 nbLignesNational             PIC 9(6) VALUE 0.
       01 nbImportees                  PIC 9(6) VALUE 0.
       01 nbDejaPresentes              PIC 9(6) VALUE 0.

       main.
           PERFORM resoudreEmplacements.
           ACCEPT dateJourSiecle FROM DATE YYYYMMDD.
           PERFORM chargerCodes.
           IF nbCodes = 0
               DISPLAY "CodesSignalees.seq absent ou vide, import "
                   MOVE plaqueSignalee TO plaqueSigTab(nbSignalees)
                   MOVE codeRaisonSignalee
                        TO codeRaisonSigTab(nbSignalees)
                   IF dateDeclarationSignalee NUMERIC
                       MOVE dateDeclarationSignalee
                            TO dateDeclSigTab(nbSignalees)
                   ELSE
                       MOVE 0 TO dateDeclSigTab(nbSignalees)
                   END-IF
                   READ FiSignalees END-READ
               END-PERFORM
           END-IF.
                            TO plaqueSigTab(nbSignalees)
                       MOVE codeRaisonTrouve
                            TO codeRaisonSigTab(nbSignalees)
                       MOVE dateJourSiecle
                            TO dateDeclSigTab(nbSignalees)
                       ADD 1 TO nbImportees
                   END-IF
               END-IF
               MOVE plaqueSigTab(indSignalee) TO plaqueSignalee
               MOVE codeRaisonSigTab(indSignalee)
                    TO codeRaisonSignalee
               MOVE dateDeclSigTab(indSignalee)
                    TO dateDeclarationSignalee
               WRITE engSignalee END-WRITE
           END-PERFORM.
           CLOSE FiSignalees.
