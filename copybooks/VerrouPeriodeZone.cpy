      *****************************************************************
      *    Verrou des periodes cloturees : mois AAAAMM de la date de
      *    l'operation a comptabiliser et reponse de ClotureMensuelle
      *    (O = mois cloture, l'operation est refusee; X = controle
      *    impossible, l'operation est refusee de meme).
      *****************************************************************
       01 periodeVerrou                PIC 9(6).
       01 statutVerrou                 PIC X VALUE "N".
           88 periodeCloturee          VALUE "O" "X".
           88 periodeOuverte           VALUE "N".
           88 verrouIndisponible       VALUE "X".
