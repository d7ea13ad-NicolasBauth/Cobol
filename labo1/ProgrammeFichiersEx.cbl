           select optional FiPaliers assign to dynamic cheminFiPaliers
                   organization is line sequential
                   file status is fs-FiPaliers.
           select optional FiPaliersAcquis
               assign to dynamic cheminFiPaliersAcquis
                   organization is line sequential
                   file status is fs-FiPaliersAcquis.
           select optional FiParametres
               assign to dynamic cheminFiParametres
                   organization is line sequential
       FD FiPaliers.
       01 engPalier pic x(70).

       FD FiPaliersAcquis.
       01 engPalierAcquis.
           COPY "PalierAcquis.cpy".

       working-storage section.

       01 dossierDonnees               pic x(50) value spaces.
          "D:\EclipseCobol\workspace\FichiersCobol\BaremeFidelite.seq".
       01 cheminFiPaliers pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\PaliersClients.seq".
       01 cheminFiPaliersAcquis pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\PaliersAcquis.seq".
       01 cheminFiParametres pic x(80) value
          "D:\EclipseCobol\workspace\FichiersCobol\Parametres.seq".
       01 cheminFiAudit pic x(80) value
                                        FSOK BY fiPaliersOK
                                        FSFIN BY fiPaliersFin
                                        FSABSENT BY fiPaliersAbsent.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiPaliersAcquis
                                        FSOK BY fiPaliersAcquisOK
                                        FSFIN BY finFiPaliersAcquis
                                        FSABSENT BY fiPaliersAcquisAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiArrieres
                                        FSOK BY fiArrieresOK
                                        FSFIN BY fiArrieresFin
       01 nbPaliers pic 99 value 0.
       01 indPalier pic 99.
       01 indPalierChoisi pic 99.
       01 indPalierAcquis pic 99.
       01 tabPaliersAcquis.
           02 palierAcquisTab occurs 999.
               03 nomClientAcquisTab pic x(30).
               03 nomPalierAcquisTab pic x(10).
       01 nbPaliersAcquis pic 999 value 0.
       01 indAcquis pic 999.
       01 seuilBrut pic x(9).
       01 seuilBrutNum redefines seuilBrut pic 9(7)v99.
       01 tauxBrut pic x(4).
           02 filler pic x(3) value " - ".
           02 tauxRemise-ed pic z9.99.
           02 filler pic x(2) value " %".
           02 marquePalier-ed pic x(4).
       01 ligneVIP.
           02 nomVIP pic x(30).
           02 filler pic x(3) value " - ".
           perform lireParametres.
           perform chargerArrieres.
           perform chargerBareme.
           perform chargerPaliersAcquis.
           perform chargerClientsMaster.
           open input FiClients.
           if not fiClientsOK
           end-if.
           close FiBareme.

      *    Paliers acquis sur l'exercice clos (ClientsCloture).
       chargerPaliersAcquis.
           open input FiPaliersAcquis.
           if fiPaliersAcquisOK
               read FiPaliersAcquis end-read
               perform until finFiPaliersAcquis
                      or nbPaliersAcquis >= 999
                   add 1 to nbPaliersAcquis
                   move nomClientAcquis
                        to nomClientAcquisTab(nbPaliersAcquis)
                   move nomPalierAcquis
                        to nomPalierAcquisTab(nbPaliersAcquis)
                   read FiPaliersAcquis end-read
               end-perform
           end-if.
           close FiPaliersAcquis.

       chargerClientsMaster.
           open input FiClientsMaster.
           if fiClientsMasterOK
                            to nomPalier-ed
                       move tauxRemiseTab(indPalierChoisi)
                            to tauxRemise-ed
                       if indPalierAcquis = indPalierChoisi
                           move " (A)" to marquePalier-ed
                       else
                           move spaces to marquePalier-ed
                       end-if
                       write engPalier from lignePalier end-write
                   end-if
               end-perform
           end-if.

      *    Le palier retenu est celui dont le seuil est le plus haut
      *    parmi ceux que le total annuel du client atteint. Le
      *    palier acquis sur l'exercice clos reste garanti toute
      *    l'annee (marque (A) quand c'est lui qui est retenu).
       classerClientPalier.
           move 0 to indPalierChoisi.
           perform varying indPalier from 1 by 1
                   end-if
               end-if
           end-perform.
           move 0 to indPalierAcquis.
           perform varying indAcquis from 1 by 1
                   until indAcquis > nbPaliersAcquis
               if nomClientAcquisTab(indAcquis) = nomTab(indTop)
                   perform varying indPalier from 1 by 1
                           until indPalier > nbPaliers
                       if nomPalierTab(indPalier)
                          = nomPalierAcquisTab(indAcquis)
                           move indPalier to indPalierAcquis
                       end-if
                   end-perform
               end-if
           end-perform.
           if indPalierAcquis not = 0
               if indPalierChoisi = 0
                   move indPalierAcquis to indPalierChoisi
               else
                   if seuilPalierTab(indPalierAcquis) >
                      seuilPalierTab(indPalierChoisi)
                       move indPalierAcquis to indPalierChoisi
                   end-if
               end-if
           end-if.

       trierClientsParTotal.
           if nbClients > 1
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaliers
                         NOMFIC BY "PaliersClients.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiPaliersAcquis
                         NOMFIC BY "PaliersAcquis.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiParametres
                         NOMFIC BY "Parametres.seq".
