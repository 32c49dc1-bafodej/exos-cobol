      ***** FADRESSE.cpy ***************************************************
      *    Enregistrement du fichier des adresses postales des clients
      *    (adresses.dat), 115 caracteres, une ligne par client, cle
      *    ADR-CODE-CLT (CODE-CLT de fichierclient.txt) : deux lignes
      *    d'adresse (voie, complement), code postal, commune et date
      *    de derniere mise a jour. Tenu a cote du fichier client,
      *    comme segments.dat, pour ne pas elargir le gabarit FPERS.cpy
      *    partage avec le personnel. Tenu par depadr.cbl (mouvements
      *    adressemaj.dat, resultat dans adresses.new, historique
      *    adresses.jnl), controle par depcpo.cbl contre le referentiel
      *    postal codes-postaux.txt.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-ADRESSE.
           05  ADR-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  ADR-LIGNE1         PIC X(32).
           05  FILLER             PIC X(01).
           05  ADR-LIGNE2         PIC X(32).
           05  FILLER             PIC X(01).
           05  ADR-CODE-POSTAL    PIC X(05).
           05  FILLER             PIC X(01).
           05  ADR-VILLE          PIC X(25).
           05  FILLER             PIC X(01).
           05  ADR-DATE-MAJ       PIC 9(08).
