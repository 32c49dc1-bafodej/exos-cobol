      *                 d'assurances.dat ; un numero inconnu est
      *                 signale mais la note est tout de meme
      *                 journalisee, controle non bloquant.
      *    2026-10-15  Le numero de contrat saisi est d'abord controle
      *                 par sa cle (routine partagee NUMCTR.cpy) : un
      *                 numero mal tape est refuse et la note n'est pas
      *                 journalisee, au lieu de rester orpheline. Les
      *                 anciens numeros CTRnnnnn restent acceptes.
      **********************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
        01  WS-CONTRAT-TROUVE             PIC X(1)  VALUE 'N'.
        01  WS-TYPE-TROUVE                PIC X(13) VALUE SPACES.

           COPY 'NUMCTR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
                   'DE PAIEMENT AU 15'
               STOP RUN
           END-IF.
           MOVE WS-CONTRAT-PARM TO NC-NUM-CONTRAT.
           PERFORM 9850-CONTROLE-CONTRAT-START
               THRU 9850-CONTROLE-CONTRAT-END.
           IF NOT NC-CONTRAT-VALIDE
               DISPLAY 'NUMERO DE CONTRAT REFUSE : ' WS-CONTRAT-PARM
                   ' (CLE DE CONTROLE INCORRECTE), NOTE NON '
                   'JOURNALISEE'
               STOP RUN
           END-IF.
       1000-PARM-END.
           EXIT.

           DISPLAY 'NOTE JOURNALISEE DANS notes-contrats.dat'.
       3000-JOURNAL-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
