      ***** FVIREMT.cpy ****************************************************
      *    Enregistrement d'un virement de remboursement emis, 170
      *    caracteres : numero d'ordre (FREMBT.cpy), contrat et client
      *    rembourses, IBAN et BIC du beneficiaire, montant, date
      *    d'emission, nom du beneficiaire et libelle du virement. Meme
      *    layout pour le fichier de remise a la banque
      *    virements-rmb.dat (recree a chaque passage) et pour le
      *    journal cumulatif remboursements-hist.dat (en ajout seul),
      *    tous deux ecrits par assurrmb.cbl. Le journal sert a ne
      *    jamais virer deux fois le meme ordre et vient en deduction
      *    des remises dans le rapprochement (assurrec.cbl).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-VIREMT.
           05  VIR-NUM-ORDRE      PIC 9(08).
           05  FILLER             PIC X(01).
           05  VIR-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  VIR-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  VIR-IBAN           PIC X(34).
           05  FILLER             PIC X(01).
           05  VIR-BIC            PIC X(11).
           05  FILLER             PIC X(01).
           05  VIR-MONTANT        PIC 9(8)V99.
           05  FILLER             PIC X(01).
           05  VIR-DATE-EMISSION  PIC 9(08).
           05  FILLER             PIC X(01).
           05  VIR-NOM-BENEF      PIC X(40).
           05  FILLER             PIC X(01).
           05  VIR-LIBELLE        PIC X(35).
