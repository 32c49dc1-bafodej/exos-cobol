      ***** FDEVISE.cpy ***************************************************
      *    Enregistrement du fichier des taux de change du jour
      *    (calc-devises.txt), 21 caracteres, tenu pour calcdev.cbl et
      *    relu par les editions de la suite assurance (DEVEUR.cpy) :
      *    code devise, taux pour 1 EUR (six decimales), date du taux
      *    (AAAAMMJJ). Pour une meme devise, la derniere ligne gagne.
      **********************************************************************
       01 REC-DEVISE.
              06     DEV-CODE             PIC X(3).
              06     FILLER               PIC X(1).
              06     DEV-TAUX             PIC 9(2)V9(6).
              06     FILLER               PIC X(1).
              06     DEV-DATE             PIC 9(8).
