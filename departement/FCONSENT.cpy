      ***** FCONSENT.cpy ***************************************************
      *    Enregistrement du fichier des consentements a la
      *    prospection (consentements.dat), 38 caracteres, une ligne
      *    par client et par canal, cle CNS-CODE-CLT + CNS-CANAL.
      *    CNS-ACCORD vaut 'O' (la personne accepte d'etre sollicitee
      *    par ce canal) ou 'N' (refus ou retrait) ; CNS-DATE est la
      *    date a laquelle la personne a donne ou retire son accord et
      *    CNS-SOURCE l'origine de la preuve (FORMULAIRE, TELEPHONE,
      *    AGENCE, SITE-WEB, COURRIER...). Un client sans ligne pour
      *    un canal est repute ne pas avoir consenti. Tenu par
      *    depcns.cbl (mouvements consentmaj.dat de meme gabarit,
      *    historique consentements.jnl), consulte par la routine
      *    CONSENT.cpy des extractions de prospection.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-CONSENT.
           05  CNS-CODE-CLT       PIC X(08).
           05  FILLER             PIC X(01).
           05  CNS-CANAL          PIC X(05).
               88  CNS-CANAL-VALIDE   VALUE 'EMAIL' 'TEL' 'POSTE'
                                            'SMS'.
           05  FILLER             PIC X(01).
           05  CNS-ACCORD         PIC X(01).
               88  CNS-ACCORDE        VALUE 'O'.
               88  CNS-ACCORD-VALIDE  VALUE 'O' 'N'.
           05  FILLER             PIC X(01).
           05  CNS-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  CNS-SOURCE         PIC X(12).
