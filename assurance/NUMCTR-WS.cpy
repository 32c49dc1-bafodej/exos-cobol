      ***** Champs de travail de la routine partagee des numeros *******
      ***** de contrat (NUMCTR.cpy)                               *****
      *    2026-10-15  Creation. NC-NUM-CONTRAT est l'entree de
      *                 9850-CONTROLE-CONTRAT et la sortie de
      *                 9870-NOUVEAU-NUMERO ; NC-SEQUENCE est l'entree
      *                 de 9870-NOUVEAU-NUMERO. Le resultat du controle
      *                 est depose dans NC-EST-VALIDE : 'O' numero a
      *                 cle correcte, 'A' ancien numero CTRnnnnn
      *                 (anterieur a l'attribution centrale, sans cle,
      *                 accepte tel quel), 'N' numero refuse. Les autres
      *                 zones sont internes a la routine.
      **********************************************************************
       01  NC-NUM-CONTRAT     PIC X(8).
       01  NC-EST-VALIDE      PIC X(1).
           88  NC-CONTRAT-VALIDE  VALUE 'O' 'A'.
           88  NC-ANCIEN-FORMAT   VALUE 'A'.
       01  NC-SEQUENCE        PIC 9(6).
       01  NC-SEQUENCE-R REDEFINES NC-SEQUENCE.
           05  NC-CHIFFRE     PIC 9(1) OCCURS 6 TIMES.
       01  NC-CLE             PIC 9(1).
       01  NC-POS             PIC 9(1).
       01  NC-DOUBLE          PIC X(1).
       01  NC-VALEUR          PIC 9(2).
       01  NC-SOMME           PIC 9(3).
       01  NC-QUOTIENT        PIC 9(3).
       01  NC-RESTE           PIC 9(1).
