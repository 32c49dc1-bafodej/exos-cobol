      ***** FRECLAM.cpy ****************************************************
      *    Enregistrement du registre des reclamations clients
      *    (reclamations.dat), 100 caracteres, cle RCL-REFERENCE
      *    ('R' + 7 chiffres, attribuee a la saisie par deprca.cbl).
      *    Les reclamations ne sont plus noyees dans le texte libre de
      *    contacts-clients.dat ou notes-contrats.dat : une ligne par
      *    reclamation, avec ses dates reglementaires. RCL-NUM-CONTRAT
      *    est facultatif (a blanc : reclamation hors contrat).
      *    RCL-DATE-ACCUSE et RCL-DATE-REPONSE restent a zero tant que
      *    l'accuse de reception ou la reponse n'est pas parti ;
      *    RCL-ISSUE est a blanc tant que la reclamation est en cours.
      *    Echeances (routine RECLECH.cpy) : accuse sous 10 jours
      *    ouvres, reponse sous deux mois, a compter de la reception.
      *    Partage par deprca.cbl (saisie), deprcm.cbl (mise a jour
      *    par mouvements), deprcj.cbl (liste de travail du jour) et
      *    deprcs.cbl (statistiques annuelles).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-RECLAM.
           05  RCL-REFERENCE      PIC X(08).
           05  FILLER             PIC X(01).
           05  RCL-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  RCL-NUM-CONTRAT    PIC X(08).
           05  FILLER             PIC X(01).
           05  RCL-CATEGORIE      PIC X(10).
               88  RCL-CATEGORIE-VALIDE VALUE 'TARIF' 'SINISTRE'
                                  'CONTRAT' 'PAIEMENT' 'SERVICE'
                                  'AUTRE'.
           05  FILLER             PIC X(01).
           05  RCL-DATE-RECEPTION PIC 9(08).
           05  FILLER             PIC X(01).
           05  RCL-DATE-ACCUSE    PIC 9(08).
           05  FILLER             PIC X(01).
           05  RCL-DATE-REPONSE   PIC 9(08).
           05  FILLER             PIC X(01).
           05  RCL-ISSUE          PIC X(01).
               88  RCL-EN-COURS       VALUE SPACE.
               88  RCL-FONDEE         VALUE 'F'.
               88  RCL-PART-FONDEE    VALUE 'P'.
               88  RCL-NON-FONDEE     VALUE 'N'.
               88  RCL-SANS-SUITE     VALUE 'S'.
               88  RCL-ISSUE-VALIDE   VALUE 'F' 'P' 'N' 'S'.
           05  FILLER             PIC X(01).
           05  RCL-OBJET          PIC X(33).
