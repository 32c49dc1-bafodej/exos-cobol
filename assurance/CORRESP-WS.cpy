      ***** Champs de travail de la routine partagee du registre du ****
      ***** courrier sortant (CORRESP.cpy)                          ****
      *    2026-10-15  Creation. CR-CODE-CLT, CR-NUM-CONTRAT,
      *                 CR-TYPE-DOC, CR-PROGRAMME et CR-FICHIER sont les
      *                 entrees de 9900-ENREG-COURRIER, CR-REFERENCE sa
      *                 sortie (numero a imprimer sur le document).
      *                 CR-NB-ENREG compte les documents enregistres
      *                 par le programme. Les autres zones sont
      *                 internes a la routine.
      **********************************************************************
       01  CR-CODE-CLT        PIC X(8).
       01  CR-NUM-CONTRAT     PIC X(8).
       01  CR-TYPE-DOC        PIC X(8).
       01  CR-PROGRAMME       PIC X(8).
       01  CR-FICHIER         PIC X(12).
       01  CR-REFERENCE       PIC 9(8) VALUE 0.
       01  CR-NB-ENREG        PIC 9(7) VALUE 0.
       01  CR-DERNIERE-REF    PIC 9(8) VALUE 0.
       01  CR-CHARGE          PIC X(1) VALUE 'N'.
           88  CR-REF-CHARGEE     VALUE 'O'.
       01  CR-CORRESP-STATUS  PIC X(2).
           88  CR-CORRESP-OK      VALUE 00.
           88  CR-CORRESP-END     VALUE 10.
