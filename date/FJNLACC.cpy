      ***** FJNLACC.cpy ****************************************************
      *    Enregistrement du journal des acces operateurs
      *    (acces-operateurs.jnl), 97 caracteres, en ajout seul : une
      *    ligne par tentative de lancement d'un programme sensible,
      *    autorisee ('A') ou refusee ('R'), avec l'operateur declare
      *    (a blanc s'il n'a rien declare), le motif du refus et le
      *    detail de la demande (parametres du lancement ou choix du
      *    menu). Ecrit par la routine OPECTL.cpy, relu chaque mois
      *    par opeacc.cbl pour les auditeurs.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-JNLACC.
           05  JAC-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  JAC-HEURE          PIC 9(06).
           05  FILLER             PIC X(01).
           05  JAC-OPERATEUR      PIC X(08).
           05  FILLER             PIC X(01).
           05  JAC-PROGRAMME      PIC X(08).
           05  FILLER             PIC X(01).
           05  JAC-RESULTAT       PIC X(01).
               88  JAC-AUTORISE       VALUE 'A'.
               88  JAC-REFUSE         VALUE 'R'.
           05  FILLER             PIC X(01).
           05  JAC-MOTIF          PIC X(30).
           05  FILLER             PIC X(01).
           05  JAC-DETAIL         PIC X(30).
