      ***** Champs de travail de la routine partagee de controle ********
      ***** des copies de sauvegarde (SVGCTL.cpy)                  *****
      *    2026-10-15  Creation. SC-OCTET recoit l'octet lu ; les
      *                 cumuls SC-NB-OCTETS, SC-NB-ENREG et SC-CONTROLE
      *                 sont remis a zero par 9800-CONTROLE-INIT avant
      *                 chaque fichier et arretes par 9850-CONTROLE-FIN
      *                 apres le dernier octet.
      **********************************************************************
       01  SC-OCTET           PIC X(1).
           88  SC-FIN-LIGNE   VALUE X'0A'.
       01  SC-DERNIER         PIC X(1).
           88  SC-DERNIER-FIN-LIGNE VALUE X'0A'.
       01  SC-NB-OCTETS       PIC 9(10).
       01  SC-NB-ENREG        PIC 9(7).
       01  SC-CONTROLE        PIC 9(10).
       01  SC-CALCUL          PIC 9(12).
       01  SC-QUOTIENT        PIC 9(12).
