           02 heuresPtX pic xx.
       FD FiOuvriersMaitre.
       01 engOuvrierMaitre.
           COPY "OuvrierMaitre.cpy".
       FD FiParametres.
       01 engParametre.
           02 cleParametre pic x(20).
           02 ouvrierMaitreTab occurs 200.
               03 nomOuvrierMaitreTab pic x(30).
               03 txHorMaitreTab pic 99v99.
               03 statutOuvrierMaitreTab pic x.
                   88 ouvrierMaitreSortiTab value "S".
               03 dateSortieMaitreTab pic 9(8).
       01 nbOuvriersMaitre pic 999 value 0.
       01 indOuvrierMaitre pic 999.
       01 ouvrierConnuSW pic x value "N".
           88 ouvrierConnu value "O".
       01 txHorCourant pic 99v99.
       COPY "VerrouPeriodeZone.cpy".
      *    Les pointages sont dates en aammjj, la sortie en aaaammjj.
       01 dateComparee.
           02 filler pic 99 value 20.
           02 dateComparee6 pic 9(6).
       01 dateComparee8 redefines dateComparee pic 9(8).

       01 tabConsolide.
           02 consolideTab occurs 2000.
                        to nomOuvrierMaitreTab(nbOuvriersMaitre)
                   move txHorMaitre
                        to txHorMaitreTab(nbOuvriersMaitre)
                   move statutOuvrierMaitre
                        to statutOuvrierMaitreTab(nbOuvriersMaitre)
                   move 0 to dateSortieMaitreTab(nbOuvriersMaitre)
                   if ouvrierMaitreSorti
                      and dateSortieMaitreX numeric
                       move dateSortieMaitre
                            to dateSortieMaitreTab(nbOuvriersMaitre)
                   end-if
                   read FiOuvriersMaitre end-read
               end-perform
           end-if.
           end-if.
           close FiPointages.

      *    Un pointage d'un mois cloture est refuse : les heures de
      *    ce mois ont deja ete payees et facturees.
       validerPointage.
           perform rechercherOuvrierMaitre.
           COPY "VerrouPeriode.cpy" REPLACING ==PERIODE== BY
                                             ==dateComparee8(1:6)==.
           move 0 to heuresPt.
           inspect heuresPtX replacing leading " " by "0".
           if heuresPtX numeric
                   move "ouvrier inconnu du maitre"
                        to raisonRejet-ed
                   perform rejeterPointage
               when periodeCloturee
                   move "mois cloture, pointage refuse"
                        to raisonRejet-ed
                   perform rejeterPointage
               when ouvrierMaitreSortiTab(indOuvrierMaitre)
                    and dateComparee8
                        > dateSortieMaitreTab(indOuvrierMaitre)
                   move "ouvrier sorti a cette date"
                        to raisonRejet-ed
                   perform rejeterPointage
               when heuresPtX not numeric or heuresPt = 0
                   move "heures illisibles ou nulles"
                        to raisonRejet-ed
                   move "O" to ouvrierConnuSW
               end-if
           end-perform.
           if ouvrierConnu
               subtract 1 from indOuvrierMaitre
           end-if.
           move datePointage to dateComparee6.

       cumulerPointage.
           move 0 to indConsTrouve.
           end-perform.
           close FiCompletude.

      *    Les journees posterieures a la sortie d'un ouvrier ne
      *    lui sont plus reclamees.
       controlerJourOuvrier.
           move dateVue(indDate) to dateComparee6.
           if ouvrierMaitreSortiTab(indOuvrierMaitre)
              and dateComparee8
                  > dateSortieMaitreTab(indOuvrierMaitre)
               continue
           else
               move 0 to indConsTrouve
               perform varying indParcours from 1 by 1
                       until indParcours > nbConsolides
                          or indConsTrouve not = 0
                   if nomOuvrierCons(indParcours)
                      = nomOuvrierMaitreTab(indOuvrierMaitre)
                      and dateCons(indParcours) = dateVue(indDate)
                       move indParcours to indConsTrouve
                   end-if
               end-perform
               if indConsTrouve = 0
                   move "N" to dateManquanteSW
                   move nomOuvrierMaitreTab(indOuvrierMaitre)
                        to nomOuvrierComp-ed
                   move dateVue(indDate) to dateManquante-ed
                   write engCompletude from ligneCompletude end-write
               end-if
           end-if.

       resoudreEmplacements.
