      *                 CONFIRME explicite de l'operateur. Chaque
      *                 cloture/reouverture est estampillee dans
      *                 batch.log (evenement CLOTUR/REOUVR).
      *    2026-10-15  REOUVRE reserve aux operateurs autorises : la
      *                 routine partagee OPECTL.cpy controle
      *                 l'operateur declare (variable OPERATEUR) contre
      *                 operateurs.txt et trace la tentative dans
      *                 acces-operateurs.jnl ; refus = code retour 8,
      *                 la cloture reste inchangee.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

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
       FD  FIC-PERIODE
       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       FD  FIC-OPERAT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FOPERAT.cpy'.

       FD  FIC-JNLACC
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FJNLACC.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-PERIODE-STATUS             PIC X(2).
            88  WS-PERIODE-OK             VALUE '00'.

        01  WS-DATE-CLOTURE               PIC X(8)  VALUE SPACES.

           COPY 'OPECTL-WS.cpy'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.

      ***** Reouverture : recul de la date, CONFIRME obligatoire *******
       4000-REOUVRE-START.
           MOVE 'perclose' TO OA-PROGRAMME.
           MOVE WS-CMD-LINE TO OA-DETAIL.
           PERFORM 9400-CONTROLE-ACCES-START
               THRU 9400-CONTROLE-ACCES-END.
           IF OA-ACCES-REFUSE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-REOUVRE-END
           END-IF.
           IF WS-PARM-DATE IS NOT NUMERIC
               DISPLAY 'DATE INVALIDE : ' WS-PARM-DATE
               PERFORM 9900-USAGE-START THRU 9900-USAGE-END
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

           COPY 'OPECTL.cpy'.
