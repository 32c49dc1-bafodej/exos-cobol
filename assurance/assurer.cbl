      *                 trace FIN d'une interruption anormale (incident
      *                 8000) rapporte donc le nombre de polices deja
      *                 auditees au moment de l'arret.
      *    2026-10-15  Le numero de contrat de reprise est controle par
      *                 sa cle (routine partagee NUMCTR.cpy) : un numero
      *                 mal tape est refuse avant l'ouverture des
      *                 fichiers, au lieu de sauter tout le fichier
      *                 faute de le trouver.
      **********************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
        01           WS-EVENEMENT-STAMP   PIC X(6).
        01           WS-BATCH-STATUS      PIC X(2).

           COPY 'NUMCTR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
      ***** Ouverture des fichiers et entete du listing d'audit *********
       1000-INIT-START.
           ACCEPT WS-RESTART-CONTRAT FROM COMMAND-LINE.
           IF WS-RESTART-CONTRAT NOT = SPACES
               MOVE WS-RESTART-CONTRAT TO NC-NUM-CONTRAT
               PERFORM 9850-CONTROLE-CONTRAT-START
                   THRU 9850-CONTROLE-CONTRAT-END
               IF NOT NC-CONTRAT-VALIDE
                   DISPLAY 'CONTRAT DE REPRISE REFUSE : '
                       WS-RESTART-CONTRAT
                       ' (CLE DE CONTROLE INCORRECTE)'
                   MOVE 'FIN' TO WS-EVENEMENT-STAMP
                   PERFORM 9500-STAMP-CONTROLE-START
                       THRU 9500-STAMP-CONTROLE-END
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT  FIC-ASSU.
           IF NOT WS-STATE-OK
           STOP RUN.
       8000-VERIFIE-STATUT-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
