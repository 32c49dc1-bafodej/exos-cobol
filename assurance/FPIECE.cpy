      ***** FPIECE.cpy *****************************************************
      *    Enregistrement du fichier des pieces justificatives recues
      *    (pieces.dat), 64 caracteres, cle PCE-NUM-CONTRAT +
      *    PCE-CODE-PIECE : une ligne par piece recue pour un contrat,
      *    le code piece etant l'un de ceux que le catalogue produits
      *    (FCATALOG.cpy, CAT-PIECE-CODE) exige pour le WS-TYPE-ASSU du
      *    contrat. PCE-EMPLOYE est l'employe qui a enregistre la
      *    piece. Une piece non conforme (PCE-ETAT 'N' : illisible,
      *    perimee, non signee...) reste a fournir. Tenu par
      *    assurpce.cbl (mouvements piecemaj.dat), lu par assurpcr.cbl
      *    (contrats actifs aux pieces manquantes).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-PIECE.
           05  PCE-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  PCE-CODE-PIECE     PIC X(04).
           05  FILLER             PIC X(01).
           05  PCE-DATE-RECEPTION PIC 9(08).
           05  FILLER             PIC X(01).
           05  PCE-EMPLOYE        PIC X(08).
           05  FILLER             PIC X(01).
           05  PCE-ETAT           PIC X(01).
               88  PCE-CONFORME       VALUE 'C'.
               88  PCE-NON-CONFORME   VALUE 'N'.
               88  PCE-ETAT-VALIDE    VALUE 'C' 'N'.
           05  FILLER             PIC X(01).
           05  PCE-COMMENTAIRE    PIC X(30).
