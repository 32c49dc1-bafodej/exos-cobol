      ***** FTRAITE.cpy ****************************************************
      *    Enregistrement du referentiel des traites de reassurance en
      *    quote-part (assur-traites.txt), 72 caracteres : un traite
      *    couvre un WS-TYPE-ASSU pour une periode de validite et fixe
      *    le pourcentage de prime cedee au reassureur et le taux de
      *    commission de reassurance retrocede a la compagnie.
      *    TRT-DATE-FIN a zero = traite sans terme. Lu par assurces.cbl
      *    (bordereau trimestriel de cession).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-TRAITE.
           05  TRT-REFERENCE      PIC X(08).
           05  FILLER             PIC X(01).
           05  TRT-TYPE-ASSU      PIC X(13).
           05  FILLER             PIC X(01).
           05  TRT-TAUX-CESSION   PIC 9(03)V99.
           05  FILLER             PIC X(01).
           05  TRT-TAUX-COMMISSION PIC 9(02)V99.
           05  FILLER             PIC X(01).
           05  TRT-DATE-DEBUT     PIC 9(08).
           05  FILLER             PIC X(01).
           05  TRT-DATE-FIN       PIC 9(08).
           05  FILLER             PIC X(01).
           05  TRT-REASSUREUR     PIC X(20).
