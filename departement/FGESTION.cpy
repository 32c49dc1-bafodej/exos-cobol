      ***** FGESTION.cpy ***************************************************
      *    Enregistrement du fichier d'affectation des clients a un
      *    gestionnaire de compte (gestionnaires.dat), 26 caracteres,
      *    une ligne par client, cle GST-CODE-CLT : EMPLOYE-ID du
      *    gestionnaire (un employe de l'agence du client) et date
      *    d'affectation. Un client absent du fichier reste suivi par
      *    toute son agence. Tenu par depgst.cbl (mouvements
      *    gestionmaj.dat, resultat dans gestionnaires.new, journal
      *    gestionnaires.jnl), lu par la routine partagee GESTION.cpy
      *    et par le reequilibrage des portefeuilles depgsr.cbl.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-GESTION.
           05  GST-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  GST-EMPLOYE-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  GST-DATE-AFFECT    PIC 9(08).
