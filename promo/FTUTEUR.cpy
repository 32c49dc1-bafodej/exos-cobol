      ***** FTUTEUR.cpy *****************************************************
      *    Enregistrement du fichier des responsables legaux des eleves
      *    (promo-tuteurs.dat), 231 caracteres : une ligne par eleve et
      *    par responsable (parents separes : une ligne chacun). L'eleve
      *    est repere par son nom et son prenom tels qu'ils paraissent
      *    sur l'enregistrement '01' d'input.dat et sur le bulletin,
      *    comme dans le registre des presences (FPRES.cpy). Le
      *    responsable porte son lien avec l'eleve (PERE, MERE,
      *    TUTEUR, ...), son adresse postale, son courriel et s'il doit
      *    recevoir le bulletin (TUT-DESTINATAIRE 'O' ou 'N'). Lu par
      *    prommail.cbl pour le publipostage des bulletins.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  F-TUTEUR.
           05  TUT-LASTNAME      PIC X(20).
           05  TUT-FIRSTNAME     PIC X(20).
           05  FILLER            PIC X(01).
           05  TUT-NOM           PIC X(38).
           05  FILLER            PIC X(01).
           05  TUT-LIEN          PIC X(10).
           05  FILLER            PIC X(01).
           05  TUT-LIGNE1        PIC X(32).
           05  FILLER            PIC X(01).
           05  TUT-LIGNE2        PIC X(32).
           05  FILLER            PIC X(01).
           05  TUT-CODE-POSTAL   PIC X(05).
           05  FILLER            PIC X(01).
           05  TUT-VILLE         PIC X(25).
           05  FILLER            PIC X(01).
           05  TUT-EMAIL         PIC X(40).
           05  FILLER            PIC X(01).
           05  TUT-DESTINATAIRE  PIC X(01).
               88  TUT-RECOIT        VALUE 'O'.
               88  TUT-NE-RECOIT-PAS VALUE 'N'.
