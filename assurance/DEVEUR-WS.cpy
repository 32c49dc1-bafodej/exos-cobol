      ***** Champs de travail de la routine partagee de conversion ****
      ***** en euros (DEVEUR.cpy)                                  *****
      *    2026-10-15  Creation. DV-DEVISE, DV-MONTANT et DV-CONTRAT
      *                 (pour le message d'arret) sont les entrees de
      *                 9880-CONVERTIT-EUR, DV-MONTANT-EUR sa sortie.
      *                 DV-AGE-MAX est l'age maximal d'un taux en
      *                 jours (2 par defaut, comme calcdev.cbl).
      *                 La table des taux garde, par devise, le nombre
      *                 de contrats convertis (TBL-DEV-NB) pour l'etat
      *                 des taux appliques en tete d'edition ;
      *                 DV-DATE-TAUX-MIN est la date du plus ancien
      *                 taux applique (zero si aucune conversion).
      **********************************************************************
       01  DV-DEVISE          PIC X(3).
       01  DV-MONTANT         PIC 9(8)V99.
       01  DV-CONTRAT         PIC X(8).
       01  DV-MONTANT-EUR     PIC 9(9)V99.
       01  DV-AGE-MAX         PIC 9(3) VALUE 2.
       01  DV-DATE-JOUR       PIC 9(8) VALUE 0.
       01  DV-DATE-TAUX-MIN   PIC 9(8) VALUE 0.
       01  DV-NB-CONVERTIS    PIC 9(7) VALUE 0.
       01  DV-CHARGE          PIC X(1) VALUE 'N'.
           88  DV-TAUX-CHARGES    VALUE 'O'.
       01  DV-DEVISES-STATUS  PIC X(2).
           88  DV-DEVISES-OK      VALUE 00.
           88  DV-DEVISES-END     VALUE 10.

      ***** Taux de calc-devises.txt charges en memoire ****************
       01  DATA-DEVISE.
           05  DEVISE-LGTH    PIC 9(3) VALUE 0.
           05  DEVISE-TBL
               OCCURS 1 TO 100 TIMES
               DEPENDING ON DEVISE-LGTH
               INDEXED BY IDX-DEVISE.
               10  TBL-DEV-CODE   PIC X(3).
               10  TBL-DEV-TAUX   PIC 9(2)V9(6).
               10  TBL-DEV-DATE   PIC 9(8).
               10  TBL-DEV-NB     PIC 9(7).

      *    Ligne d'etat d'un taux applique (9890-LIBELLE-TAUX) et age
      *    d'un taux refuse.
       01  DV-LIBELLE         PIC X(80).
       01  DV-EDIT-TAUX       PIC Z9,999999.
       01  DV-EDIT-NB         PIC ZZZZZZ9.
       01  DV-EDIT-JOURS      PIC ZZZZZ9.
