      *                 ajout dans assurtrf.jnl (date, contrat, ancien
      *                 et nouveau client), sur le modele de
      *                 depmut.jnl.
      *    2026-10-15  Ordre limite a un contrat : transferts.dat porte
      *                 en option un numero de contrat (TRF-NUM-CONTRAT,
      *                 enregistrement porte de 26 a 35 caracteres ; les
      *                 anciens ordres se relisent avec ce champ a blanc
      *                 = tous les contrats du client cedant). Le numero
      *                 est controle par sa cle (routine partagee
      *                 NUMCTR.cpy) : un numero mal saisi fait rejeter
      *                 l'ordre entier, au lieu de ne rien transferer
      *                 sans le dire.
      *    2026-10-15  Reserve aux operateurs autorises : la routine
      *                 partagee OPECTL.cpy controle l'operateur declare
      *                 (variable OPERATEUR) contre operateurs.txt et
      *                 trace la tentative dans acces-operateurs.jnl ;
      *                 refus = arret avant le DEBUT de batch.log, code
      *                 retour 8.
      **********************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS WS-ASSU-STATUS.

      ***** Ordres de transfert : ancien client, nouveau client, date **
      ***** et, en option, le seul contrat a transferer               **
           SELECT FIC-TRF ASSIGN TO 'transferts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
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
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

       FD  FIC-TRF
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
        01 REC-TRF.
              06     TRF-ANCIEN           PIC X(8).
              06     TRF-NOUVEAU          PIC X(8).
              06     FILLER               PIC X.
              06     TRF-DATE             PIC 9(8).
              06     FILLER               PIC X.
              06     TRF-NUM-CONTRAT      PIC X(8).

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           COPY 'FCLIENT.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(148).

      ***** Journal des contrats reaffectes (fichier en ajout) *********
       FD  FIC-JOURNAL
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
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
                10  TBL-TRF-ANCIEN        PIC X(8).
                10  TBL-TRF-NOUVEAU       PIC X(8).
                10  TBL-TRF-DATE          PIC 9(8).
                10  TBL-TRF-CONTRAT       PIC X(8).
                10  TBL-TRF-VALIDE        PIC X(1).

      ***** Table des clients du fichier maitre, chargee en memoire *****
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-REAFFECTES              PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGES               PIC 9(7) VALUE 0.
        01  WS-NB-ORDRES-CLE-KO           PIC 9(3) VALUE 0.

           COPY 'NUMCTR-WS.cpy'.

           COPY 'OPECTL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'assurtrf' TO OA-PROGRAMME.
           MOVE 'transferts.dat' TO OA-DETAIL.
           PERFORM 9400-CONTROLE-ACCES-START
               THRU 9400-CONTROLE-ACCES-END.
           IF OA-ACCES-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
                       MOVE TRF-NOUVEAU
                           TO TBL-TRF-NOUVEAU(IDX-TRF)
                       MOVE TRF-DATE TO TBL-TRF-DATE(IDX-TRF)
                       MOVE TRF-NUM-CONTRAT
                           TO TBL-TRF-CONTRAT(IDX-TRF)
                       MOVE 'N' TO TBL-TRF-VALIDE(IDX-TRF)
                   END-IF
           END-READ.
           EXIT.

      ***** Controle des ordres : le client repreneur doit exister ****
      ***** dans le fichier maitre et le contrat eventuel avoir une  ****
      ***** cle correcte, sinon l'ordre est rejete                  ****
       1400-CONTROLE-TRF-START.
           PERFORM 1410-CONTROLE-ORDRE-START
               THRU 1410-CONTROLE-ORDRE-END
           EXIT.

       1410-CONTROLE-ORDRE-START.
           IF TBL-TRF-CONTRAT(IDX-TRF) NOT = SPACES
               MOVE TBL-TRF-CONTRAT(IDX-TRF) TO NC-NUM-CONTRAT
               PERFORM 9850-CONTROLE-CONTRAT-START
                   THRU 9850-CONTROLE-CONTRAT-END
               IF NOT NC-CONTRAT-VALIDE
                   ADD 1 TO WS-NB-ORDRES-REJETES
                   ADD 1 TO WS-NB-ORDRES-CLE-KO
                   DISPLAY 'ORDRE REJETE : CONTRAT '
                       TBL-TRF-CONTRAT(IDX-TRF)
                       ' A CLE INCORRECTE'
                   GO TO 1410-CONTROLE-ORDRE-END
               END-IF
           END-IF.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   WRITE REC-NOUVEAU
               WHEN TBL-TRF-ANCIEN(IDX-TRF) = WS-NUM-CLIENT
                   AND TBL-TRF-VALIDE(IDX-TRF) = 'O'
                   AND (TBL-TRF-CONTRAT(IDX-TRF) = SPACES
                   OR TBL-TRF-CONTRAT(IDX-TRF) = WS-NUM-CONTRAT)
                   PERFORM 2120-REAFFECTE-START
                       THRU 2120-REAFFECTE-END
           END-SEARCH.
       9000-TERM-START.
           DISPLAY 'ORDRES LUS           : ' WS-NB-ORDRES.
           DISPLAY 'ORDRES REJETES       : ' WS-NB-ORDRES-REJETES
               ' (CLIENT REPRENEUR INCONNU OU CONTRAT MAL SAISI : '
               WS-NB-ORDRES-CLE-KO ')'.
           DISPLAY 'CONTRATS LUS         : ' WS-NB-CONTRATS.
           DISPLAY 'CONTRATS REAFFECTES  : ' WS-NB-REAFFECTES.
           DISPLAY 'CONTRATS INCHANGES   : ' WS-NB-INCHANGES.
           DISPLAY 'JOURNAL DES TRANSFERTS: assurtrf.jnl'.
       9000-TERM-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
           COPY 'OPECTL.cpy'.
