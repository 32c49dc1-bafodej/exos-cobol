      ***** FFORMAT.cpy ****************************************************
      *    Enregistrement du fichier des formations reglementaires du
      *    personnel commercial (formations.dat), 51 caracteres, en
      *    ajout seul : une ligne par formation suivie par un employe,
      *    cle FOR-EMPLOYE-ID, avec l'intitule du cours, le nombre
      *    d'heures, la date d'achevement (AAAAMMJJ) et, quand la
      *    formation delivre ou renouvelle la certification de
      *    distribution, la date d'expiration du certificat (a zero
      *    pour une formation sans certificat). L'employe est certifie
      *    a une date donnee s'il a une ligne achevee au plus tard ce
      *    jour-la et expirant au plus tot ce jour-la. Alimente par
      *    depfor.cbl (saisie), lu par depforr.cbl (alertes par agence
      *    et controle des contrats vendus).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-FORMATION.
           05  FOR-EMPLOYE-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  FOR-COURS          PIC X(20).
           05  FILLER             PIC X(01).
           05  FOR-HEURES         PIC 9(03).
           05  FILLER             PIC X(01).
           05  FOR-DATE-FIN       PIC 9(08).
           05  FILLER             PIC X(01).
           05  FOR-DATE-EXPIRATION PIC 9(08).
