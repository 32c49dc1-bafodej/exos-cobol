      ***** FPRELEV.cpy ****************************************************
      *    Enregistrement d'un prelevement SEPA emis, 179 caracteres :
      *    contrat preleve, client debiteur, mandat (RUM, date de
      *    signature, IBAN, BIC), montant, echeance couverte, date
      *    d'emission et nom du debiteur. Meme layout pour le fichier
      *    de remise a la banque prelevements.dat (recree a chaque
      *    passage) et pour le journal cumulatif prelevements-hist.dat
      *    (en ajout seul), tous deux ecrits par assursdd.cbl. Le
      *    journal sert a ne jamais presenter deux fois la meme
      *    echeance et tient lieu de remise pour le rapprochement
      *    (assurrec.cbl, assurrel.cbl), les prelevements rejetes par
      *    la banque (prelev-rejets.dat, FPRLREJ.cpy) venant en
      *    deduction.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-PRELEV.
           05  PRL-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  PRL-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  PRL-RUM            PIC X(35).
           05  FILLER             PIC X(01).
           05  PRL-DATE-SIGNATURE PIC 9(08).
           05  FILLER             PIC X(01).
           05  PRL-IBAN           PIC X(34).
           05  FILLER             PIC X(01).
           05  PRL-BIC            PIC X(11).
           05  FILLER             PIC X(01).
           05  PRL-MONTANT        PIC 9(8)V99.
           05  FILLER             PIC X(01).
           05  PRL-DATE-ECHEANCE  PIC 9(08).
           05  FILLER             PIC X(01).
           05  PRL-DATE-EMISSION  PIC 9(08).
           05  FILLER             PIC X(01).
           05  PRL-NOM-DEBITEUR   PIC X(40).
