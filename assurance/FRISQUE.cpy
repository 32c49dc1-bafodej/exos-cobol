      ***** FRISQUE.cpy ****************************************************
      *    Enregistrement du fichier des objets de risque assures
      *    (risques.dat), 60 caracteres : un ou plusieurs objets par
      *    contrat, cle RSQ-NUM-CONTRAT + RSQ-RANG. RSQ-TYPE-OBJET dit
      *    quelle vue de RSQ-IDENTIFIANTS s'applique : 'VEHI' vehicule
      *    (immatriculation et marque), 'LOGT' logement (adresse, code
      *    postal et surface habitable en m2). Partage par assurrsq.cbl
      *    (mise a jour par mouvements) et assurrct.cbl (controle des
      *    objets manquants et des objets assures plusieurs fois).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-RISQUE.
           05  RSQ-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  RSQ-RANG           PIC 9(02).
           05  FILLER             PIC X(01).
           05  RSQ-TYPE-OBJET     PIC X(04).
               88  RSQ-VEHICULE       VALUE 'VEHI'.
               88  RSQ-LOGEMENT       VALUE 'LOGT'.
           05  FILLER             PIC X(01).
           05  RSQ-IDENTIFIANTS   PIC X(43).
           05  RSQ-VUE-VEHICULE REDEFINES RSQ-IDENTIFIANTS.
               10  RSQ-IMMATRICULATION PIC X(10).
               10  FILLER             PIC X(01).
               10  RSQ-MARQUE         PIC X(15).
               10  FILLER             PIC X(17).
           05  RSQ-VUE-LOGEMENT REDEFINES RSQ-IDENTIFIANTS.
               10  RSQ-ADRESSE        PIC X(32).
               10  FILLER             PIC X(01).
               10  RSQ-CODE-POSTAL    PIC X(05).
               10  FILLER             PIC X(01).
               10  RSQ-SURFACE        PIC 9(04).
