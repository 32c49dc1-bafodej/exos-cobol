      ***** FREMBT.cpy *****************************************************
      *    Enregistrement d'un ordre de remboursement de trop-percu
      *    (remboursements.dat), 153 caracteres : numero d'ordre,
      *    contrat et client rembourses, montant, coordonnees bancaires
      *    du client (IBAN, BIC), motif, statut d'approbation, date de
      *    creation, operateurs ayant vise l'ordre et date d'emission
      *    du virement. Statuts : 'P' en attente de visa, '1' premier
      *    visa donne (ordre au-dessus du seuil de double visa), 'V'
      *    approuve, 'E' emis a la banque, 'R' refuse. Tenu par
      *    assurrmb.cbl, qui reecrit le fichier dans remboursements.new.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-REMBT.
           05  RMB-NUM-ORDRE      PIC 9(08).
           05  FILLER             PIC X(01).
           05  RMB-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  RMB-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  RMB-MONTANT        PIC 9(8)V99.
           05  FILLER             PIC X(01).
           05  RMB-IBAN           PIC X(34).
           05  FILLER             PIC X(01).
           05  RMB-BIC            PIC X(11).
           05  FILLER             PIC X(01).
           05  RMB-MOTIF          PIC X(30).
           05  FILLER             PIC X(01).
           05  RMB-STATUT         PIC X(01).
               88  RMB-EN-ATTENTE     VALUE 'P'.
               88  RMB-PREMIER-VISA   VALUE '1'.
               88  RMB-APPROUVE       VALUE 'V'.
               88  RMB-EMIS           VALUE 'E'.
               88  RMB-REFUSE         VALUE 'R'.
           05  FILLER             PIC X(01).
           05  RMB-DATE-CREATION  PIC 9(08).
           05  FILLER             PIC X(01).
           05  RMB-VISA-1         PIC X(08).
           05  FILLER             PIC X(01).
           05  RMB-VISA-2         PIC X(08).
           05  FILLER             PIC X(01).
           05  RMB-DATE-EMISSION  PIC 9(08).
