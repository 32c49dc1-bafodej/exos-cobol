      ***** Champs de travail de la routine partagee de controle du ****
      ***** consentement a la prospection (CONSENT.cpy)             ****
      *    2026-10-15  Creation. CS-CODE-CLT et CS-CANAL (EMAIL, TEL,
      *                 POSTE ou SMS) sont les entrees de
      *                 9910-CONSENTEMENT, CS-ACCORD sa sortie ('O' si
      *                 la personne a consenti pour ce canal, 'N'
      *                 sinon). CS-NB-REFUS compte les controles
      *                 negatifs du programme. Les autres zones sont
      *                 internes a la routine.
      **********************************************************************
       01  CS-CODE-CLT        PIC X(8).
       01  CS-CANAL           PIC X(5).
       01  CS-ACCORD          PIC X(1).
           88  CS-CONSENTI        VALUE 'O'.
       01  CS-NB-REFUS        PIC 9(7) VALUE 0.
       01  CS-CHARGE          PIC X(1) VALUE 'N'.
           88  CS-CONSENT-CHARGES VALUE 'O'.
       01  CS-CONSENT-STATUS  PIC X(2).
           88  CS-CONSENT-OK      VALUE 00.
           88  CS-CONSENT-END     VALUE 10.

      ***** Consentements de consentements.dat charges en memoire ******
       01  DATA-CONSENT.
           05  CONSENT-LGTH   PIC 9(5) VALUE 0.
           05  CONSENT-TBL
               OCCURS 1 TO 40000 TIMES
               DEPENDING ON CONSENT-LGTH
               INDEXED BY IDX-CONSENT.
               10  TBL-CNS-CODE   PIC X(8).
               10  TBL-CNS-CANAL  PIC X(5).
               10  TBL-CNS-ACCORD PIC X(1).
