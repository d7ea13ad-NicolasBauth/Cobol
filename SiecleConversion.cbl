                   MOVE dateLongue TO dateImmatRegistre
                   MOVE etatRegAncien TO etatRegistre
                   MOVE titulaireRegAncien TO titulaireRegistre
                   MOVE 0 TO numeroTitulaireRegistre
                   MOVE 0 TO dateExpirationRegistre
                   WRITE engRegistre END-WRITE
                   ADD 1 TO nbConverties
                   READ FiRegistreAncien NEXT RECORD END-READ
