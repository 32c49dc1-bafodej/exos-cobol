      *    (soldes par agence et chevauchements).
      *
      *    2026-09-02  Creation.
      *    2026-10-15  Type SANS-SOLDE (conge sans solde) repere par
      *                 ABS-SANS-SOLDE : retenu sur le salaire du mois
      *                 par deppaie.cbl.
      **********************************************************************
       01  REC-ABSENCE.
           05  ABS-EMPLOYE-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  ABS-TYPE           PIC X(10).
               88  ABS-SANS-SOLDE     VALUE 'SANS-SOLDE'.
           05  FILLER             PIC X(01).
           05  ABS-DATE-DEBUT     PIC 9(08).
           05  FILLER             PIC X(01).
