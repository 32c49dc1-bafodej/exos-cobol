      ***** FSEGMENT.cpy ***************************************************
      *    Enregistrement du fichier des segments clients
      *    (segments.dat), 51 caracteres, une ligne par client du
      *    fichier maitre (role 'E' exclu), cle SEG-CODE-CLT : segment
      *    de valeur A (meilleurs clients) a D attribue par le passage
      *    trimestriel depseg.cbl, avec le score total sur 100 et les
      *    mesures qui l'ont produit (contrats actifs, primes annuelles
      *    en euros, anciennete en annees, niveau de relance le plus
      *    haut, contacts des douze derniers mois). SEG-SEGMENT-PREC
      *    est le segment du passage precedent (a blanc pour un client
      *    nouveau). Ecrit dans segments.new par depseg, a basculer
      *    comme fichierclient.new ; lu par aff.cbl et tltcamp.cbl.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-SEGMENT.
           05  SEG-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  SEG-SEGMENT        PIC X(01).
               88  SEG-SEGMENT-VALIDE VALUE 'A' 'B' 'C' 'D'.
           05  FILLER             PIC X(01).
           05  SEG-SCORE          PIC 9(03).
           05  FILLER             PIC X(01).
           05  SEG-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  SEG-SEGMENT-PREC   PIC X(01).
           05  FILLER             PIC X(01).
           05  SEG-NB-CONTRATS    PIC 9(03).
           05  FILLER             PIC X(01).
           05  SEG-PRIMES         PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  SEG-ANCIENNETE     PIC 9(03).
           05  FILLER             PIC X(01).
           05  SEG-NIVEAU-RELANCE PIC 9(01).
           05  FILLER             PIC X(01).
           05  SEG-NB-CONTACTS    PIC 9(03).
