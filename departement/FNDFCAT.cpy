      ***** FNDFCAT.cpy ****************************************************
      *    Enregistrement de la reference des categories de frais
      *    (ndf-categories.txt), 47 caracteres : code, libelle, type
      *    'K' (frais kilometriques, valorises au bareme
      *    ndf-bareme-km.txt) ou 'M' (montant saisi) et plafond par
      *    depense en euros (a zero = sans plafond). Lu par depndf.cbl
      *    (saisie) et depndfr.cbl (libelles du rapport).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-NDFCAT.
           05  CAT-CODE           PIC X(06).
           05  FILLER             PIC X(01).
           05  CAT-LIBELLE        PIC X(30).
           05  FILLER             PIC X(01).
           05  CAT-TYPE           PIC X(01).
               88  CAT-KILOMETRIQUE   VALUE 'K'.
               88  CAT-MONTANT        VALUE 'M'.
           05  FILLER             PIC X(01).
           05  CAT-PLAFOND        PIC 9(5)V99.
