      *                 WS-HIST-CUR-NAME/WS-HIST-PRIOR-NAME n'etait
      *                 pas resolu par son contenu et l'ouverture
      *                 echouait meme fichier present.
      *    2026-10-15  Les deux historiques suivent l'extension de
      *                 FHIST.cpy (decision du conseil, 56 caracteres) ;
      *                 un terme precedent ecrit sur 47 caracteres se
      *                 relit tel quel, decision a blanc.
      **********************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-HIST-CUR
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHIST.cpy'.

       FD  FIC-HIST-PRIOR
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HIST-PRIOR.
           05  PRI-KEY           PIC 9(02).
           05  PRI-LASTNAME      PIC X(20).
           05  PRI-FIRSTNAME     PIC X(20).
           05  PRI-MOYENNE       PIC 9(03)V99.
           05  PRI-DECISION      PIC X(01).
           05  PRI-DATE-CONSEIL  PIC X(08).

       FD  FIC-EVOL
           RECORD CONTAINS 132 CHARACTERS
