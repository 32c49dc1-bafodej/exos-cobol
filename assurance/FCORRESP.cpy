      ***** FCORRESP.cpy ***************************************************
      *    Enregistrement du registre du courrier sortant
      *    (correspondance.dat), 73 caracteres, en ajout seul : une
      *    ligne par document emis vers l'exterieur (lettre de
      *    relance, avis d'echeance, conditions particulieres, releve
      *    de commissions). COR-REFERENCE est le numero sequentiel
      *    imprime sur le document ; COR-CODE-CLT est le destinataire
      *    (code client, ou code apporteur pour un releve de
      *    commissions), COR-NUM-CONTRAT le contrat concerne (a blanc
      *    pour un releve). COR-FICHIER est l'edition ou le document a
      *    ete imprime. Alimente par la routine partagee CORRESP.cpy,
      *    consulte par assurcor.cbl.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-CORRESP.
           05  COR-REFERENCE      PIC 9(08).
           05  FILLER             PIC X(01).
           05  COR-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  COR-HEURE          PIC 9(06).
           05  FILLER             PIC X(01).
           05  COR-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  COR-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  COR-TYPE-DOC       PIC X(08).
           05  FILLER             PIC X(01).
           05  COR-PROGRAMME      PIC X(08).
           05  FILLER             PIC X(01).
           05  COR-FICHIER        PIC X(12).
