      ***** FCPOSTAL.cpy ***************************************************
      *    Enregistrement du referentiel officiel des codes postaux
      *    (codes-postaux.txt), 77 caracteres, extrait de la base
      *    nationale des codes postaux : une ligne par couple commune /
      *    code postal (une commune peut avoir plusieurs codes, un code
      *    plusieurs communes). CPR-CODE-INSEE porte le departement de
      *    la commune (2 premiers caracteres, 3 outre-mer), y compris
      *    2A/2B pour la Corse ; CPR-LIBELLE-ACHEM est le libelle
      *    d'acheminement imprime sur le courrier. Noms en majuscules
      *    sans accents. Lu par depcpo.cbl.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-CPOSTAL.
           05  CPR-CODE-INSEE     PIC X(05).
           05  FILLER             PIC X(01).
           05  CPR-COMMUNE        PIC X(32).
           05  FILLER             PIC X(01).
           05  CPR-CODE-POSTAL    PIC X(05).
           05  FILLER             PIC X(01).
           05  CPR-LIBELLE-ACHEM  PIC X(32).
