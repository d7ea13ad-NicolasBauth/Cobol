               assign to dynamic cheminFiConvocations
               organization is line sequential
               file status is fs-FiConvocations.
           select FiCourrier assign to dynamic cheminFiCourrier
               organization is line sequential
               file status is fs-FiCourrier.

       data division.
       file section.
           02 valeurParametreX pic x(12).
       FD FiConvocations.
       01 engConvocation pic x(80).
       FD FiCourrier.
       01 engCourrier.
           COPY "CourrierSortant.cpy".

       working-storage section.

       01 cheminFiEtud pic x(80) value "FiEtud.seq".
       01 cheminFiParametres pic x(80) value "Parametres.seq".
       01 cheminFiConvocations pic x(80) value "Convocations.seq".
       01 cheminFiCourrier pic x(80) value "CourrierSortant.seq".

       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiDecisionsExt
                                        FSOK BY fiDecisionsExtOK
                                        FSOK BY fiConvocationsOK
                                        FSFIN BY fiConvocationsFin
                                        FSABSENT BY fiConvocationsAbs.
       COPY "FileStatus.cpy" REPLACING FSCHAMP BY fs-FiCourrier
                                        FSOK BY fiCourrierOK
                                        FSFIN BY fiCourrierFin
                                        FSABSENT BY fiCourrierAbsent.

       01 dateSession2 pic 9(6) value 0.
       01 valeurParam pic x(12).
           perform completerGroupes.
           perform trierParGroupe.
           open output FiConvocations.
           perform ouvrirCourrier.
           perform varying indAjourne from 1 by 1
                   until indAjourne > nbAjournes
               perform ecrireConvocation
           end-perform.
           perform ecrireComptesCopies.
           close FiConvocations FiCourrier.
           move nbConvocations to nbConvocations-ed.
           display "Convocations emises: " nbConvocations-ed.
           stop run.
                     end-write
           end-if.
           write engConvocation from ligneConvSeparation end-write.
           perform deposerCourrier.

      *    Chaque convocation passe aussi par la boite d'envoi
      *    commune; l'etudiant n'ayant pas d'adresse dans FiEtud,
      *    celle-ci vient du carnet d'adresses a l'expedition.
       ouvrirCourrier.
           open extend FiCourrier.
           if not fiCourrierOK and fs-FiCourrier not = "05"
               open output FiCourrier
           end-if.

       deposerCourrier.
           move spaces to engCourrier.
           accept dateCourrier from date yyyymmdd.
           move "CONV" to typeCourrier.
           move nomAjourne(indAjourne) to destinataireCourrier.
           move 1 to nbPagesCourrier.
           move "Convocations.seq" to documentCourrier.
           move nomAjourne(indAjourne) to cleDocumentCourrier.
           write engCourrier end-write.

       controlerEchecCours.
           move coteCoursX to coteBrute.
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiConvocations
                         NOMFIC BY "Convocations.seq".
           COPY "Emplacement.cpy"
               REPLACING CHEMIN BY cheminFiCourrier
                         NOMFIC BY "CourrierSortant.seq".

       end program ConvocationsSession2.
