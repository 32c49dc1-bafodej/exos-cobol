      ***** FDEVIS.cpy *****************************************************
      *    Enregistrement du fichier des devis (devis.dat), 80
      *    caracteres, cle DVS-NUM-DEVIS. DVS-CODE-TIERS est le code du
      *    client (fichierclient.txt) ou, tant que le prospect n'y est
      *    pas cree, un code prospect provisoire. La prime proposee est
      *    en euros et controlee contre le catalogue produits
      *    (FCATALOG.cpy) a la saisie. DVS-EMPLOYE est l'employe
      *    emetteur : son agence est celle du devis. Un devis 'O'uvert
      *    dont DVS-DATE-VALIDITE est depassee est repute expire ; il
      *    ne peut plus etre accepte. DVS-DATE-DECISION (acceptation
      *    ou refus) reste a zero tant que le devis est ouvert.
      *    Partage par assurdvs.cbl (mise a jour par mouvements,
      *    acceptation -> mouvement 'A' d'assumaj.dat) et assurdvr.cbl
      *    (suivi hebdomadaire et taux de transformation).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-DEVIS.
           05  DVS-NUM-DEVIS      PIC X(08).
           05  FILLER             PIC X(01).
           05  DVS-CODE-TIERS     PIC X(08).
           05  FILLER             PIC X(01).
           05  DVS-TYPE-ASSU      PIC X(13).
           05  FILLER             PIC X(01).
           05  DVS-PRIME          PIC 9(08)V99.
           05  FILLER             PIC X(01).
           05  DVS-DATE-EMISSION  PIC 9(08).
           05  FILLER             PIC X(01).
           05  DVS-DATE-VALIDITE  PIC 9(08).
           05  FILLER             PIC X(01).
           05  DVS-EMPLOYE        PIC X(08).
           05  FILLER             PIC X(01).
           05  DVS-STATUT         PIC X(01).
               88  DVS-OUVERT         VALUE 'O'.
               88  DVS-ACCEPTE        VALUE 'A'.
               88  DVS-REFUSE         VALUE 'R'.
           05  FILLER             PIC X(01).
           05  DVS-DATE-DECISION  PIC 9(08).
