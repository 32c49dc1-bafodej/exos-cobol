      *    reexploitable en calcul sans reparser un CSV.
      *
      *    2026-08-21  Creation.
      *    2026-10-15  Decision du conseil de classe (HIST-DECISION :
      *                 P passage, R redoublement, E renvoi en session
      *                 de rattrapage, S sursis a statuer) et date de
      *                 la seance, portees par promcons.cbl apres le
      *                 conseil ; reprises par promo.cbl /
      *                 promcorr.cbl a la reecriture du fichier (cle de
      *                 classe et nom/prenom), a blanc pour un eleve
      *                 nouveau. Longueur portee de 47 a 56 ; un
      *                 ancien fichier de 47 caracteres se relit sans
      *                 decision.
      **********************************************************************
       01  F-HIST.
           05  HIST-KEY          PIC 9(02).
           05  HIST-LASTNAME     PIC X(20).
           05  HIST-FIRSTNAME    PIC X(20).
           05  HIST-MOYENNE      PIC 9(03)V99.
           05  HIST-DECISION     PIC X(01).
           05  HIST-DATE-CONSEIL PIC X(08).
