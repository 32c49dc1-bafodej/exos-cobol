      ***** Champs de travail de la routine partagee de controle *******
      ***** d'IBAN (IBANCHK.cpy)                                  *****
      *    2026-10-15  Creation. IB-IBAN est l'entree de 9800-CONTROLE-
      *                 IBAN, cadre a gauche et complete a blancs ; le
      *                 resultat est depose dans IB-EST-VALIDE ('O'
      *                 IBAN correct, 'N' sinon). Les autres zones sont
      *                 internes a la routine.
      **********************************************************************
       01  IB-IBAN            PIC X(34).
       01  IB-EST-VALIDE      PIC X(1).
           88  IB-IBAN-VALIDE     VALUE 'O'.
       01  IB-LONGUEUR        PIC 9(2).
       01  IB-REARRANGE       PIC X(34).
       01  IB-POS             PIC 9(2).
       01  IB-CAR             PIC X(1).
       01  IB-CHIFFRE         PIC 9(1).
       01  IB-RANG-LETTRE     PIC 9(2).
       01  IB-VALEUR          PIC 9(2).
       01  IB-RESTE           PIC 9(2).
       01  IB-CUMUL           PIC 9(5).
       01  IB-QUOTIENT        PIC 9(5).
       01  IB-ALPHABET        PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
