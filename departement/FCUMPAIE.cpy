      ***** FCUMPAIE.cpy ***************************************************
      *    Enregistrement du fichier des cumuls annuels de paie
      *    (paie-cumuls.dat), 73 caracteres, une ligne par employe et
      *    par annee civile, cle CUM-EMPLOYE-ID + CUM-ANNEE : salaire
      *    brut verse (apres retenues d'absence sans solde), retenues,
      *    cotisations salariales et patronales, net vire et nombre de
      *    jours sans solde depuis janvier. CUM-DERNIER-MOIS est le
      *    dernier mois paye et cumule : un mois egal ou anterieur
      *    n'est jamais cumule ni vire une seconde fois. Tenu par
      *    deppaie.cbl (resultat ecrit dans paie-cumuls.new).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-CUMUL.
           05  CUM-EMPLOYE-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  CUM-ANNEE          PIC 9(04).
           05  FILLER             PIC X(01).
           05  CUM-DERNIER-MOIS   PIC 9(02).
           05  FILLER             PIC X(01).
           05  CUM-NB-MOIS        PIC 9(02).
           05  FILLER             PIC X(01).
           05  CUM-BRUT           PIC 9(7)V99.
           05  FILLER             PIC X(01).
           05  CUM-RETENUE        PIC 9(7)V99.
           05  FILLER             PIC X(01).
           05  CUM-COTIS-SAL      PIC 9(7)V99.
           05  FILLER             PIC X(01).
           05  CUM-COTIS-PAT      PIC 9(7)V99.
           05  FILLER             PIC X(01).
           05  CUM-NET            PIC 9(7)V99.
           05  FILLER             PIC X(01).
           05  CUM-JOURS-SS       PIC 9(03).
