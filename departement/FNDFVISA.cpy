      ***** FNDFVISA.cpy ***************************************************
      *    Enregistrement du fichier des visas de notes de frais
      *    (ndf-visas.dat), 44 caracteres, en ajout seul : une
      *    decision par note, cle de la note (employe, date de la
      *    depense, categorie), identifiant du responsable qui a vise,
      *    decision 'A' (approuvee) ou 'R' (refusee) et date de la
      *    decision. Alimente par depndfv.cbl, lu par depndfr.cbl.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-NDFVISA.
           05  VIS-EMPLOYE-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  VIS-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  VIS-CATEGORIE      PIC X(06).
           05  FILLER             PIC X(01).
           05  VIS-APPROBATEUR    PIC X(08).
           05  FILLER             PIC X(01).
           05  VIS-DECISION       PIC X(01).
               88  VIS-APPROUVEE      VALUE 'A'.
               88  VIS-REFUSEE        VALUE 'R'.
           05  FILLER             PIC X(01).
           05  VIS-DATE-DECISION  PIC 9(08).
