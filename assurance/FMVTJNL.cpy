      ***** FMVTJNL.cpy ****************************************************
      *    Enregistrement du journal cumulatif des mouvements appliques
      *    au fichier maitre des polices (assumaj.jnl), 91 caracteres :
      *    une ligne par mouvement A/M/D/R/V reellement applique par
      *    assurmnt.cbl (les mouvements rejetes, parques ou ignores n'y
      *    figurent pas), avec l'image du contrat apres application.
      *    MJN-DATE-EFFET est la date du mouvement (MAJ-DATE-MOUVEMENT)
      *    ou, a defaut, le jour de traitement. Pour un 'V', l'ancienne
      *    et la nouvelle prime annuelle sont celles de l'avenant ; pour
      *    un 'M', la prime avant et apres modification ; ailleurs les
      *    deux zones portent la prime du contrat. Journal en ajout,
      *    jamais reecrit : lu par assursus.cbl (filtrage des activites
      *    suspectes).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-MVTJNL.
           05  MJN-DATE-EFFET     PIC 9(08).
           05  FILLER             PIC X(01).
           05  MJN-ACTION         PIC X(01).
               88  MJN-AJOUT          VALUE 'A'.
               88  MJN-MODIF          VALUE 'M'.
               88  MJN-SUPPR          VALUE 'D'.
               88  MJN-RETABLIT       VALUE 'R'.
               88  MJN-AVENANT        VALUE 'V'.
           05  FILLER             PIC X(01).
           05  MJN-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  MJN-NUM-CLIENT     PIC X(08).
           05  FILLER             PIC X(01).
           05  MJN-TYPE-ASSU      PIC X(13).
           05  FILLER             PIC X(01).
           05  MJN-STATUT         PIC X(08).
           05  FILLER             PIC X(01).
           05  MJN-APPORTEUR      PIC X(08).
           05  FILLER             PIC X(01).
           05  MJN-ANCIENNE-PRIME PIC 9(08)V99.
           05  FILLER             PIC X(01).
           05  MJN-NOUVELLE-PRIME PIC 9(08)V99.
           05  FILLER             PIC X(01).
           05  MJN-DATE-ECHEANCE  PIC 9(08).
