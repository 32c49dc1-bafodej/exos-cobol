      ***** Champs de travail de la routine partagee des echeances ****
      ***** de reclamation (RECLECH.cpy)                           *****
      *    2026-10-15  Creation. RE-DATE-RECEPTION est l'entree de
      *                 9820-ECHEANCES-RECL, RE-ECH-ACCUSE (reception
      *                 + RE-DELAI-ACCUSE jours ouvres) et
      *                 RE-ECH-REPONSE (reception + RE-DELAI-REPONSE
      *                 mois, ramenee au dernier jour du mois si le
      *                 quantieme n'y existe pas) ses sorties. Les
      *                 delais sont ceux de la reglementation.
      **********************************************************************
       01  RE-DATE-RECEPTION  PIC 9(8).
       01  RE-ECH-ACCUSE      PIC 9(8).
       01  RE-ECH-REPONSE     PIC 9(8).
       01  RE-DELAI-ACCUSE    PIC 9(3) VALUE 10.
       01  RE-DELAI-REPONSE   PIC 9(2) VALUE 2.
       01  RE-DATE-CALCUL     PIC 9(8).
       01  RE-DATE-CALCUL-R REDEFINES RE-DATE-CALCUL.
           05  RE-AAAA        PIC 9(4).
           05  RE-MM          PIC 9(2).
           05  RE-JJ          PIC 9(2).
       01  RE-JJ-RECEPTION    PIC 9(2).
