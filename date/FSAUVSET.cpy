      ***** FSAUVSET.cpy ***************************************************
      *    Enregistrement du catalogue des jeux de sauvegarde
      *    (sauvsets.dat), 97 caracteres, en ajout seul. Un jeu est
      *    identifie par son nom (SVS-JEU), sa date et son heure de
      *    prise. Pour chaque jeu, sauvset.cbl ecrit d'abord une ligne
      *    'F' par fichier de la liste inventaire-fichiers.txt (nombre
      *    d'enregistrements, taille en octets et total de controle de
      *    la copie), puis une ligne de fin de jeu 'E' portant le
      *    nombre de fichiers. Un jeu sans sa ligne 'E' est incomplet
      *    et n'est jamais restaure par restset.cbl.
      *    La copie d'un fichier porte le nom
      *    svg-<jeu>-<AAAAMMJJ>-<fichier>. SVS-PRESENT vaut 'N' pour un
      *    fichier de la liste absent au moment de la sauvegarde : il
      *    n'a pas de copie et la restauration le laisse en place.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-SAUVSET.
           05  SVS-TYPE           PIC X(01).
               88  SVS-LIGNE-FICHIER  VALUE 'F'.
               88  SVS-LIGNE-FIN-JEU  VALUE 'E'.
           05  FILLER             PIC X(01).
           05  SVS-JEU            PIC X(12).
           05  FILLER             PIC X(01).
           05  SVS-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  SVS-HEURE          PIC 9(06).
           05  FILLER             PIC X(01).
           05  SVS-FICHIER        PIC X(30).
           05  FILLER             PIC X(01).
           05  SVS-PRESENT        PIC X(01).
               88  SVS-FICHIER-PRESENT VALUE 'O'.
           05  FILLER             PIC X(01).
           05  SVS-NB-ENREG       PIC 9(07).
           05  FILLER             PIC X(01).
           05  SVS-OCTETS         PIC 9(10).
           05  FILLER             PIC X(01).
           05  SVS-CONTROLE       PIC 9(10).
           05  FILLER             PIC X(01).
           05  SVS-NB-FICHIERS    PIC 9(03).
