               assign to dynamic cheminAlertesSeuil
               organization is line sequential
               file status is fs-FiAlertesSeuil.
           select optional FiAlertesDurees
               assign to dynamic cheminAlertesDurees
               organization is line sequential
               file status is fs-FiAlertesDurees.
           select optional FiRapportAudit
               assign to dynamic cheminRapportAudit
               organization is line sequential
               03 filler pic x.
               03 ecritsHistoX pic x(6).
               03 ecartHistoX pic x.
           02 filler pic x.
           02 typeExecutionHistoX pic x.
           02 horaireEtapeHisto occurs 8.
               03 filler pic x.
               03 debutHistoX pic x(6).
               03 filler pic x.
               03 finHistoX pic x(6).
       FD FiAlertesSeuil.
       01 engAlerteSeuil.
           02 dateAlerteSeuilX pic x(10).
           02 resteAlerteSeuil pic x(52).
       FD FiAlertesDurees.
       01 engAlerteDuree.
           02 dateAlerteDureeX pic x(8).
           02 filler pic x.
           02 heureAlerteDureeX pic x(6).
           02 filler pic x.
           02 etapeAlerteDuree pic 9.
           02 filler pic x.
           02 libelleAlerteDuree pic x(22).
           02 filler pic x.
           02 dureeAlerteDureeX pic x(5).
           02 filler pic x.
           02 habituelleAlerteDureeX pic x(5).
       FD FiRapportAudit.
       01 engRapportAudit pic x(100).
       FD FiSynthese.
       01 cheminVerdict pic x(80) value "PreVolVerdict.seq".
       01 cheminJobHisto pic x(80) value "JobHistorique.seq".
       01 cheminAlertesSeuil pic x(80) value "AlertesSeuil.seq".
       01 cheminAlertesDurees pic x(80) value "AlertesDurees.seq".
       01 cheminRapportAudit pic x(80) value "RapportAudit.seq".
       01 cheminSynthese pic x(80) value "RapportExploitation.seq".

                                        FSOK BY fiAlertesSeuilOK
                                        FSFIN BY finFiAlertesSeuil
                                        FSABSENT BY fiAlertesSeuilAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiAlertesDurees
                                        FSOK BY fiAlertesDureesOK
                                        FSFIN BY finFiAlertesDurees
                                        FSABSENT BY fiAlertesDureesAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiRapportAudit
                                        FSOK BY fiRapportAuditOK
                                        FSFIN BY finFiRapportAudit
       01 feuPreVol pic 9 value 9.
       01 feuJob pic 9 value 9.
       01 feuSeuils pic 9 value 0.
       01 feuDurees pic 9 value 0.
       01 feuAudit pic 9 value 9.
       01 feuGlobal pic 9 value 0.
       01 libelleFeu pic x(8).
       01 nbPart pic 99 value 0.
       01 nbEcartsJob pic 9 value 0.
       01 nbAlertesJour pic 99 value 0.
       01 nbDepassementsJour pic 99 value 0.
       01 derniereEtapeDepassee pic 9 value 0.
       01 nbAbsencesAudit pic 99 value 0.
       01 ligneJobDuJourSW pic x value "N".
           88 ligneJobDuJour value "O".
           perform examinerPreVol.
           perform examinerJobHisto.
           perform examinerAlertesSeuil.
           perform examinerAlertesDurees.
           perform examinerRapportAudit.
           perform ecrireSynthese.
           display "Synthese d'exploitation ecrite, etat global "
               move 4 to feuSeuils
           end-if.

      *****************************************************************
      *    Durees des etapes : une etape de la nuit qui a depasse sa
      *    duree habituelle met le feu a l'orange, la fenetre du
      *    batch etant menacee.
      *****************************************************************
       examinerAlertesDurees.
           open input FiAlertesDurees.
           if fiAlertesDureesOK
               read FiAlertesDurees end-read
               perform until finFiAlertesDurees
                   if dateAlerteDureeX = dateJour
                       add 1 to nbDepassementsJour
                       move etapeAlerteDuree to derniereEtapeDepassee
                   end-if
                   read FiAlertesDurees end-read
               end-perform
           end-if.
           close FiAlertesDurees.
           if nbDepassementsJour not = 0
               move 4 to feuDurees
           end-if.

      *****************************************************************
      *    Controle d'audit : les lignes ** ABSENT ** du rapport
      *    signalent des traitements attendus sans execution, feu
           string "alertes du jour: " nbAlertesJour
                  delimited by size into detailFeu-ed.
           write engSynthese from ligneFeu end-write.
           move "Durees des etapes" to libelleSousSysteme-ed.
           move feuDurees to feuGlobal.
           perform editerFeu.
           move spaces to detailFeu-ed.
           if nbDepassementsJour = 0
               move "aucun depassement" to detailFeu-ed
           else
               string "depassements: " nbDepassementsJour
                      " (etape " derniereEtapeDepassee ")"
                      delimited by size into detailFeu-ed
           end-if.
           write engSynthese from ligneFeu end-write.
           move "Controle d'audit" to libelleSousSysteme-ed.
           move feuAudit to feuGlobal.
           perform editerFeu.
           if feuSeuils > feuGlobal
               move feuSeuils to feuGlobal
           end-if.
           if feuDurees > feuGlobal
               move feuDurees to feuGlobal
           end-if.
           if feuAudit not = 9 and feuAudit > feuGlobal
               move feuAudit to feuGlobal
           end-if.
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminAlertesSeuil
                         NOMFIC BY "AlertesSeuil.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminAlertesDurees
                         NOMFIC BY "AlertesDurees.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminRapportAudit
                         NOMFIC BY "RapportAudit.seq".
