      *                 journal minimal effacements.jnl (date, code,
      *                 fichier touche, nombre d'enregistrements) est
      *                 tenu en ajout pour l'auditeur.
      *    2026-10-15  Reserve aux operateurs autorises : la routine
      *                 partagee OPECTL.cpy controle l'operateur declare
      *                 (variable OPERATEUR) contre operateurs.txt et
      *                 trace la tentative dans acces-operateurs.jnl ;
      *                 refus = arret avant toute lecture, code retour
      *                 8.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FIC-OPERAT ASSIGN TO 'operateurs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS OA-OPERAT-STATUS.

           SELECT FIC-JNLACC ASSIGN TO 'acces-operateurs.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS OA-JNLACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

       FD  FIC-ASSU-NOUVEAU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ASSU-NOUVEAU               PIC X(148).

       FD  FIC-ARCHIVE
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ARCHIVE                    PIC X(148).

       FD  FIC-ARCHIVE-NOUVEAU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ARCHIVE-NOUVEAU            PIC X(148).

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           05  JNL-NB-ENREG              PIC 9(7).
           05  FILLER                    PIC X(4).

       FD  FIC-OPERAT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FOPERAT.cpy'.

       FD  FIC-JNLACC
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FJNLACC.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ARCHIVES                PIC 9(7) VALUE 0.

           COPY 'OPECTL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
               DISPLAY 'USAGE: deppur <CODE-CLT>'
               STOP RUN
           END-IF.
           MOVE 'deppur' TO OA-PROGRAMME.
           MOVE WS-CMD-LINE TO OA-DETAIL.
           PERFORM 9400-CONTROLE-ACCES-START
               THRU 9400-CONTROLE-ACCES-END.
           IF OA-ACCES-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       0100-PARM-END.
           EXIT.
           DISPLAY 'JOURNAL D''EFFACEMENT : effacements.jnl'.
       9000-TERM-END.
           EXIT.
           COPY 'OPECTL.cpy'.
