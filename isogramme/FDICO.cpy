      ***** FDICO.cpy ******************************************************
      *    Enregistrement du dictionnaire des mots (iso-dico.dat),
      *    fichier indexe de 60 caracteres, cle DIC-CLE : le mot
      *    normalise comme dans isotest.cbl et isogr.cbl (majuscules,
      *    lettres accentuees ramenees a leur lettre de base) puis
      *    tasse (sans les octets de bourrage X"00" laisses par le
      *    repli des accents), de sorte que "ete", "Ete" et "été"
      *    donnent la meme cle. DIC-MOT garde la graphie d'origine
      *    (celle de la premiere saisie, ou d'un mouvement 'M').
      *    Categories : M mot courant, P nom propre, A abreviation,
      *    S sigle, X autre entree a exclure ; les categories A, S et
      *    X ne sont jamais annoncees comme isogrammes (elles
      *    remplacent la liste iso-exclus.txt). Construit par
      *    isodini.cbl, tenu a jour par isodmaj.cbl, lu par isotest.cbl
      *    et isogr.cbl.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-DICO.
           05  DIC-CLE            PIC X(20).
           05  DIC-MOT            PIC X(20).
           05  DIC-CATEGORIE      PIC X(01).
               88  DIC-CAT-VALIDE VALUE 'M' 'P' 'A' 'S' 'X'.
               88  DIC-EXCLU      VALUE 'A' 'S' 'X'.
           05  FILLER             PIC X(01).
           05  DIC-DATE-AJOUT     PIC 9(08).
           05  FILLER             PIC X(01).
           05  DIC-DATE-MAJ       PIC 9(08).
           05  FILLER             PIC X(01).
