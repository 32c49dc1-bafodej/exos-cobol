      ***** FOPERAT.cpy ****************************************************
      *    Enregistrement du referentiel des operateurs
      *    (operateurs.txt), 113 caracteres, tenu a la main par
      *    l'exploitation : un operateur par ligne, cle OPE-ID
      *    (l'identifiant donne au lancement dans la variable
      *    d'environnement OPERATEUR). OPE-DROITS liste, separes par
      *    des blancs, les programmes autorises : un nom exact
      *    (deppur), un groupe de
      *    programmes par son prefixe suivi d'une etoile (assur* pour
      *    toute la suite assurance) ou une etoile seule pour tous les
      *    programmes. Un operateur a OPE-ACTIF autre que 'O' est
      *    refuse partout.
      *    Lu par la routine de controle d'acces OPECTL.cpy.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-OPERATEUR.
           05  OPE-ID             PIC X(08).
           05  FILLER             PIC X(01).
           05  OPE-NOM            PIC X(30).
           05  FILLER             PIC X(01).
           05  OPE-ROLE           PIC X(10).
           05  FILLER             PIC X(01).
           05  OPE-ACTIF          PIC X(01).
               88  OPE-EST-ACTIF      VALUE 'O'.
           05  FILLER             PIC X(01).
           05  OPE-DROITS         PIC X(60).
