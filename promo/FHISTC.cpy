      *    promo-hist-prior.dat pour promevo.cbl.
      *
      *    2026-09-02  Creation.
      *    2026-10-15  Code du terme (HISTC-TERME, ex: 2026S1, donne
      *                 en ligne de commande de promo.cbl) : le fichier
      *                 devient un historique pluri-annuel, promo.cbl
      *                 n'y remplace que les lignes du terme traite.
      *                 Un cours repasse parait une fois par terme ;
      *                 les lecteurs retiennent toute ligne reussie
      *                 (note au seuil ou dispense). Longueur portee de
      *                 48 a 54 ; les lignes a l'ancien format se
      *                 relisent avec un terme a blanc.
      **********************************************************************
       01  F-HIST-COURS.
           05  HISTC-KEY         PIC 9(02).
           05  HISTC-LABEL       PIC X(21).
           05  HISTC-GRADE       PIC 9(02)V99.
           05  HISTC-EXEMPT      PIC X(01).
           05  HISTC-TERME       PIC X(06).
