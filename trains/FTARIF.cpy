      ***** FTARIF.cpy *****************************************************
      *    Enregistrement du bareme des prix (trains-tarifs.txt),
      *    23 caracteres : pour un TRAIN3-TYPE et une classe ('1' ou
      *    '2'), la prise en charge et le prix du kilometre (montants
      *    sans virgule, decimales implicites) et le prix minimal d'un
      *    billet. Pour un meme type et une meme classe, la derniere
      *    ligne gagne. Lu par la routine partagee TARIF.cpy.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  F-TARIF.
           05  TRF-TYPE       PIC X(03).
           05  FILLER         PIC X(01).
           05  TRF-CLASSE     PIC X(01).
           05  FILLER         PIC X(01).
           05  TRF-BASE       PIC 9(03)V99.
           05  FILLER         PIC X(01).
           05  TRF-PRIX-KM    PIC 9(01)V9(04).
           05  FILLER         PIC X(01).
           05  TRF-MINIMUM    PIC 9(03)V99.
