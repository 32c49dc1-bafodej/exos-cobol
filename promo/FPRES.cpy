      ***** FPRES.cpy *******************************************************
      *    Enregistrement du registre des presences (promo-presence.dat)
      *    70 caracteres : une ligne par eleve, cours et seance. L'eleve
      *    est repere par son nom et son prenom tels qu'ils paraissent
      *    sur l'enregistrement '01' d'input.dat, le cours par son
      *    intitule du referentiel fr-liste-cours.txt. Saisi et corrige
      *    par prompres.cbl (mouvements promo-presence-mvt.dat), lu par
      *    promexam.cbl (eleves non admis a l'examen d'un cours au-dela
      *    du taux d'absences non justifiees) et par promo.cbl
      *    (absences sur le bulletin).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  F-PRESENCE.
           05  PRS-LASTNAME      PIC X(20).
           05  PRS-FIRSTNAME     PIC X(20).
           05  PRS-LABEL         PIC X(21).
           05  PRS-DATE          PIC 9(08).
           05  PRS-STATUT        PIC X(01).
               88  PRS-PRESENT       VALUE 'P'.
               88  PRS-EXCUSE        VALUE 'E'.
               88  PRS-INJUSTIFIE    VALUE 'A'.
               88  PRS-STATUT-VALIDE VALUE 'P' 'E' 'A'.
