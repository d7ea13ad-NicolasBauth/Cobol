      *****************************************************************
      *    Compte d'attente bancaire (CompteAttente.seq) : credit du
      *    releve que ReleveBancaireImport n'a pu attribuer a un
      *    client ni a un etudiant (NI non identifie, AM ambigu, HF
      *    montant hors format du fichier de paiements, PC valeur
      *    dans un mois deja cloture). Le service
      *    financier l'apure en l'affectant : statut O ouvert, A
      *    apure, avec date et destinataire de l'affectation (C
      *    client par son nom, E etudiant par son matricule).
      *****************************************************************
           02 referenceSuspens         PIC X(10).
           02 FILLER                   PIC X.
           02 numeroReleveSuspens      PIC 9(5).
           02 FILLER                   PIC X.
           02 dateValeurSuspens        PIC 9(8).
           02 FILLER                   PIC X.
           02 montantSuspens           PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 communicationSuspens     PIC X(12).
           02 FILLER                   PIC X.
           02 donneurSuspens           PIC X(30).
           02 FILLER                   PIC X.
           02 motifSuspens             PIC XX.
               88 suspensNonIdentifie  VALUE "NI".
               88 suspensAmbigu        VALUE "AM".
               88 suspensHorsFormat    VALUE "HF".
               88 suspensPeriodeCloturee VALUE "PC".
           02 FILLER                   PIC X.
           02 statutSuspens            PIC X.
               88 suspensOuvert        VALUE "O".
               88 suspensApure         VALUE "A".
           02 FILLER                   PIC X.
           02 dateApurementSuspens     PIC 9(8).
           02 FILLER                   PIC X.
           02 typeAffectSuspens        PIC X.
           02 FILLER                   PIC X.
           02 identifiantSuspens       PIC X(30).
