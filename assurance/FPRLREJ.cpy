      ***** FPRLREJ.cpy ****************************************************
      *    Enregistrement du fichier des prelevements rejetes retournes
      *    par la banque (prelev-rejets.dat), 42 caracteres, cumulatif :
      *    contrat, echeance du prelevement rejete, montant, motif de
      *    rejet SEPA (AC04 compte clos, AM04 provision insuffisante,
      *    MD01 pas de mandat...) et date du rejet. Lu par assursdd.cbl
      *    (liste de controle), assurrec.cbl et assurrel.cbl : le
      *    montant rejete est deduit du total remis, le contrat
      *    redevient impaye et entre dans l'echelle de relance.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-PRLREJ.
           05  REJ-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  REJ-DATE-ECHEANCE  PIC 9(08).
           05  FILLER             PIC X(01).
           05  REJ-MONTANT        PIC 9(8)V99.
           05  FILLER             PIC X(01).
           05  REJ-MOTIF          PIC X(04).
           05  FILLER             PIC X(01).
           05  REJ-DATE-REJET     PIC 9(08).
