           02 heuresSuppHisto pic x(3).
           02 filler pic x.
           02 salaireBrutHisto pic x(8).
           02 filler pic x.
           02 statutVirementHisto pic x.
       FD FiBaremesPaie.
       01 engBaremePaie.
           02 typeBareme pic x(4).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiPaieHistorique pic x(80) value "Paie-Historique.seq".
       01 cheminFiBaremesPaie pic x(80) value "BaremesPaie.seq".
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PaieCertificats"
                         NIVEAU BY "L".
           perform lireModeAuto.
           if modeAuto
               if anneeParam numeric
                            to bornePrecompte(nbTranches)
                       move tauxBrutNum to tauxPrecompte(nbTranches)
                   end-if
      *    Charges patronales : servent au cout des heures dans
      *    ClientsRentabilite et au journal de PaieComptabilisation,
      *    sans effet sur le bulletin.
               when "PATR"
                   continue
               when other
                   display "Ligne de bareme inconnue ignoree: "
                           typeBareme
