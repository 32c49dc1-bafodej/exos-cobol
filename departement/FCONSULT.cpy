      ***** FCONSULT.cpy ***************************************************
      *    Enregistrement du journal des consultations de clients
      *    (consultations-clients.jnl), 70 caracteres, en ajout seul,
      *    ecrit par aff.cbl : une ligne par client montre a l'ecran,
      *    en liste (code, nom, agence) ou en fiche complete, avec
      *    l'operateur declare (variable d'environnement OPERATEUR, a
      *    blanc s'il n'a rien declare), la date et l'heure du debut
      *    de la consultation et le critere saisi. Une consultation
      *    qui ne montre aucun client (client inconnu, aucun resultat,
      *    trop de resultats) laisse une ligne JCS-AUCUN a code blanc.
      *    JCS-RANG numerote les lignes d'une meme consultation a
      *    partir de 1 : une ligne de rang 1 = une consultation.
      *    Relu par affcon.cbl (interrogation par client ou par
      *    operateur) et affsur.cbl (surveillance quotidienne).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-CONSULT.
           05  JCS-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  JCS-HEURE          PIC 9(06).
           05  FILLER             PIC X(01).
           05  JCS-OPERATEUR      PIC X(08).
           05  FILLER             PIC X(01).
           05  JCS-RANG           PIC 9(03).
           05  FILLER             PIC X(01).
           05  JCS-TYPE           PIC X(01).
               88  JCS-LISTE          VALUE 'L'.
               88  JCS-FICHE          VALUE 'F'.
               88  JCS-AUCUN          VALUE 'N'.
           05  FILLER             PIC X(01).
           05  JCS-CRITERE        PIC X(30).
           05  FILLER             PIC X(01).
           05  JCS-CODE-CLT       PIC X(08).
