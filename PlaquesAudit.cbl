                         etatRegistre BY etatRegScan
                         plaqueActive BY plaqueActiveScan
                         plaqueRadiee BY plaqueRadieeScan
                         plaqueTemporaire BY plaqueTemporaireScan
                         titulaireRegistre BY titulaireRegScan
                         numeroTitulaireRegistre
                             BY numeroTitulaireRegScan
                         dateExpirationRegistre
                             BY dateExpirationRegScan.

       FD FiPlaquesLibres.
       01 engPlaqueLibre               PIC X(6).
               PERFORM signalerAnomalie
           END-IF.
           PERFORM controlerDateImmat.
           IF plaqueActiveScan OR plaqueTemporaireScan
               PERFORM rechercherDansLibres
               IF plaqueDansLibres
                   ADD 1 TO nbActivesLibres
