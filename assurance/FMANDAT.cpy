      ***** FMANDAT.cpy ****************************************************
      *    Enregistrement du fichier des mandats de prelevement SEPA
      *    (mandats.dat), 102 caracteres : un mandat par client, cle
      *    MDT-CODE-CLT (le CODE-CLT de fichierclient.txt, porte par
      *    WS-NUM-CLIENT sur les contrats), avec IBAN et BIC du compte
      *    a debiter, reference unique du mandat (RUM), date de
      *    signature et statut. Partage par assurmdt.cbl (mise a jour
      *    par mouvements, controle de la cle IBAN) et assursdd.cbl
      *    (prelevement des echeances).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-MANDAT.
           05  MDT-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  MDT-IBAN           PIC X(34).
           05  FILLER             PIC X(01).
           05  MDT-BIC            PIC X(11).
           05  FILLER             PIC X(01).
           05  MDT-RUM            PIC X(35).
           05  FILLER             PIC X(01).
           05  MDT-DATE-SIGNATURE PIC 9(08).
           05  FILLER             PIC X(01).
           05  MDT-STATUT         PIC X(01).
               88  MDT-ACTIF          VALUE 'A'.
               88  MDT-SUSPENDU       VALUE 'S'.
               88  MDT-REVOQUE        VALUE 'R'.
