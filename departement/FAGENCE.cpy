      ***** FAGENCE.cpy ****************************************************
      *    Enregistrement du fichier maitre des agences (agences.dat),
      *    143 caracteres, une ligne par agence, cle AGC-CODE (le code
      *    porte par AGENCE-CLT / EMPLOYE-AGENCE) : departement de
      *    rattachement (controle contre fr-liste-dept.txt), libelle,
      *    adresse postale, telephone, responsable (EMPLOYE-ID du
      *    fichier du personnel), date d'ouverture et, pour une agence
      *    fermee, date de fermeture (a zero tant qu'elle est ouverte)
      *    avec AGC-STATUT a 'F'. Le siege figure dans le fichier sous
      *    le code SIE : c'est son adresse qui part sur le courrier
      *    d'un client sans agence connue ou rattache a une agence
      *    fermee. Tenu par depagm.cbl (mouvements depagm.dat,
      *    resultat dans agences.new, journal agences.jnl), lu par la
      *    routine partagee AGENCE.cpy.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-AGENCE.
           05  AGC-CODE           PIC X(03).
           05  FILLER             PIC X(01).
           05  AGC-DEPT           PIC X(03).
           05  FILLER             PIC X(01).
           05  AGC-LIBELLE        PIC X(30).
           05  FILLER             PIC X(01).
           05  AGC-ADRESSE        PIC X(32).
           05  FILLER             PIC X(01).
           05  AGC-CODE-POSTAL    PIC X(05).
           05  FILLER             PIC X(01).
           05  AGC-VILLE          PIC X(25).
           05  FILLER             PIC X(01).
           05  AGC-TEL            PIC X(10).
           05  FILLER             PIC X(01).
           05  AGC-RESPONSABLE    PIC X(08).
           05  FILLER             PIC X(01).
           05  AGC-DATE-OUVERTURE PIC 9(08).
           05  FILLER             PIC X(01).
           05  AGC-DATE-FERMETURE PIC 9(08).
           05  FILLER             PIC X(01).
           05  AGC-STATUT         PIC X(01).
               88  AGC-OUVERTE        VALUE 'O'.
               88  AGC-FERMEE         VALUE 'F'.
