           02 heuresSuppHisto pic x(3).
           02 filler pic x.
           02 salaireBrutHisto pic x(8).
           02 filler pic x.
           02 statutVirementHisto pic x.
       FD FiOuvriersMaitre.
       01 engOuvrierMaitre.
           COPY "OuvrierMaitre.cpy".
       FD FiTauxHistorique.
       01 engTauxHistorique.
           02 nomOuvrierTaux pic x(30).

       working-storage section.

       COPY "HabilitationZone.cpy".

       01 dossierDonnees pic x(50) value spaces.
       01 cheminFiPaieHistorique pic x(80) value "Paie-Historique.seq".
       01 cheminFiOuvriersMaitre pic x(80) value "Ouvriers.seq".
       procedure division.
       main.
           perform resoudreEmplacements.
           COPY "Habilitation.cpy"
               REPLACING PROGNOM BY "PaieRetro"
                         NIVEAU BY "M".
           perform lireParametres.
           if modeAuto
               if periodeParam numeric
