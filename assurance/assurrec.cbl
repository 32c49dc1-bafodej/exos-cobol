      *                 les contrats payes sans aucune remise recue et
      *                 les remises portant un numero de contrat
      *                 inconnu.
      *    2026-10-15  Prelevement SEPA : les prelevements emis par
      *                 assursdd.cbl (prelevements-hist.dat) sont
      *                 cumules avec les remises, et les rejets
      *                 bancaires (prelev-rejets.dat) en sont deduits,
      *                 comme dans assurrel.cbl ; sans cela tout
      *                 contrat preleve apparaissait paye sans remise.
      *    2026-10-15  Remboursement des trop-percus : les virements
      *                 de remboursement emis par assurrmb.cbl (journal
      *                 remboursements-hist.dat, FVIREMT.cpy) sont
      *                 deduits du total remis du contrat ; un
      *                 trop-percu rembourse n'est plus liste comme
      *                 ecart. Fichier facultatif.
      *    2026-10-15  Controle de la cle des numeros de contrat des
      *                 remises (routine partagee NUMCTR.cpy) : une
      *                 remise dont le numero est mal saisi n'est plus
      *                 cumulee (elle ressortait en remise sur contrat
      *                 inconnu) mais rejetee a l'entree, comptee a
      *                 part et tracee dans exceptions.dat (code
      *                 CLECTR) pour correction par le partenaire.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REMISE-STATUS.

      ***** Prelevements SEPA emis et rejetes (facultatifs) ************
           SELECT FIC-PRELEV ASSIGN TO 'prelevements-hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PRELEV-STATUS.

           SELECT FIC-REJET ASSIGN TO 'prelev-rejets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REJET-STATUS.

      ***** Remboursements de trop-percus vires (facultatif) ***********
           SELECT FIC-REMBT ASSIGN TO 'remboursements-hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REMBT-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurrec.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           05  FILLER                    PIC X(1).
           05  REM-DATE                  PIC 9(8).

       FD  FIC-PRELEV
           RECORD CONTAINS 179 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRELEV.cpy'.

       FD  FIC-REJET
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRLREJ.cpy'.

       FD  FIC-REMBT
           RECORD CONTAINS 170 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FVIREMT.cpy'.

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01  WS-REMISE-STATUS              PIC X(2).
            88  WS-REMISE-OK              VALUE 00.
            88  WS-REMISE-END             VALUE 10.
        01  WS-PRELEV-STATUS              PIC X(2).
            88  WS-PRELEV-OK              VALUE 00.
            88  WS-PRELEV-END             VALUE 10.
        01  WS-REJET-STATUS               PIC X(2).
            88  WS-REJET-OK               VALUE 00.
            88  WS-REJET-END              VALUE 10.
        01  WS-REMBT-STATUS               PIC X(2).
            88  WS-REMBT-OK               VALUE 00.
            88  WS-REMBT-END              VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
                10  TBL-RAPPROCHE         PIC X(1).

        01  WS-NB-REMISES                 PIC 9(7) VALUE 0.
        01  WS-NB-PRELEVES                PIC 9(7) VALUE 0.
        01  WS-NB-REJETS-PRLV             PIC 9(7) VALUE 0.
        01  WS-NB-REMBOURSEMENTS          PIC 9(7) VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ECARTS                  PIC 9(7) VALUE 0.
        01  WS-NB-SANS-REMISE             PIC 9(7) VALUE 0.
        01  WS-NB-REM-INCONNUES           PIC 9(7) VALUE 0.
        01  WS-NB-REM-CLE-KO              PIC 9(7) VALUE 0.
        01  WS-MONTANT-NUM                PIC 9(8)V99 VALUE 0.
        01  WS-ECART                      PIC S9(9)V99 VALUE 0.

            05  FILLER                    PIC X(7) VALUE ' ECART:'.
            05  WS-EDIT-ECART             PIC +(9)9,99.

           COPY 'NUMCTR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 1000-LOAD-REMISE-START  THRU 1000-LOAD-REMISE-END.
           PERFORM 1200-LOAD-PRELEV-START  THRU 1200-LOAD-PRELEV-END.
           PERFORM 1300-LOAD-REJET-START   THRU 1300-LOAD-REJET-END.
           PERFORM 1400-LOAD-REMBT-START   THRU 1400-LOAD-REMBT-END.
           PERFORM 2000-RAPPROCHE-START    THRU 2000-RAPPROCHE-END.
           PERFORM 3000-INCONNUES-START    THRU 3000-INCONNUES-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.
                   MOVE '10' TO WS-REMISE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-REMISES
                   MOVE REM-NUM-CONTRAT TO NC-NUM-CONTRAT
                   PERFORM 9850-CONTROLE-CONTRAT-START
                       THRU 9850-CONTROLE-CONTRAT-END
                   IF NC-CONTRAT-VALIDE
                       PERFORM 1110-CUMULE-REMISE-START
                           THRU 1110-CUMULE-REMISE-END
                   ELSE
                       PERFORM 1120-REJET-CLE-START
                           THRU 1120-REJET-CLE-END
                   END-IF
           END-READ.
       1100-LOAD-REMISE-LOOP-END.
           EXIT.
       1110-CUMULE-REMISE-END.
           EXIT.

      ***** Remise a numero de contrat mal saisi : rejetee, comptee **
      ***** a part et tracee dans le fichier commun des exceptions  **
       1120-REJET-CLE-START.
           ADD 1 TO WS-NB-REM-CLE-KO.
           OPEN EXTEND FIC-EXCSTD.
           IF WS-EXCSTD-ABSENT
               OPEN OUTPUT FIC-EXCSTD
           END-IF.
           MOVE SPACES TO REC-EXCEPTION.
           MOVE 'assurrec'      TO EXC-PROGRAMME.
           MOVE REM-NUM-CONTRAT TO EXC-CLE.
           MOVE 'CLECTR'        TO EXC-CODE-ANOMALIE.
           MOVE REM-MONTANT     TO WS-EDIT-REMIS.
           STRING 'REMISE ' REM-DATE ' DE ' WS-EDIT-REMIS
               ' : CLE DE CONTRAT FAUSSE'
               DELIMITED BY SIZE INTO EXC-DESCRIPTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE-PREMIERE
                                              EXC-DATE-DERNIERE.
           MOVE 'N'             TO EXC-STATUT.
           WRITE REC-EXCEPTION.
           CLOSE FIC-EXCSTD.
       1120-REJET-CLE-END.
           EXIT.

      ***** Prelevements SEPA emis : cumules comme des remises ********
       1200-LOAD-PRELEV-START.
           OPEN INPUT FIC-PRELEV.
           IF NOT WS-PRELEV-OK
               GO TO 1200-LOAD-PRELEV-END
           END-IF.
           PERFORM 1210-LOAD-PRELEV-LOOP-START
               THRU 1210-LOAD-PRELEV-LOOP-END
               UNTIL WS-PRELEV-END.
           CLOSE FIC-PRELEV.
       1200-LOAD-PRELEV-END.
           EXIT.

       1210-LOAD-PRELEV-LOOP-START.
           READ FIC-PRELEV
               AT END
                   MOVE '10' TO WS-PRELEV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-PRELEVES
                   MOVE PRL-NUM-CONTRAT TO REM-NUM-CONTRAT
                   MOVE PRL-MONTANT     TO REM-MONTANT
                   PERFORM 1110-CUMULE-REMISE-START
                       THRU 1110-CUMULE-REMISE-END
           END-READ.
       1210-LOAD-PRELEV-LOOP-END.
           EXIT.

      ***** Prelevements rejetes : deduits du total remis du contrat **
       1300-LOAD-REJET-START.
           OPEN INPUT FIC-REJET.
           IF NOT WS-REJET-OK
               GO TO 1300-LOAD-REJET-END
           END-IF.
           PERFORM 1310-LOAD-REJET-LOOP-START
               THRU 1310-LOAD-REJET-LOOP-END
               UNTIL WS-REJET-END.
           CLOSE FIC-REJET.
       1300-LOAD-REJET-END.
           EXIT.

       1310-LOAD-REJET-LOOP-START.
           READ FIC-REJET
               AT END
                   MOVE '10' TO WS-REJET-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-REJETS-PRLV
                   SET IDX-REMISE TO 1
                   SEARCH REMISE-TBL
                       AT END
                           CONTINUE
                       WHEN TBL-NUM-CONTRAT(IDX-REMISE)
                               = REJ-NUM-CONTRAT
                           IF REJ-MONTANT
                                   > TBL-MONTANT-REMIS(IDX-REMISE)
                               MOVE 0
                                   TO TBL-MONTANT-REMIS(IDX-REMISE)
                           ELSE
                               SUBTRACT REJ-MONTANT
                                   FROM TBL-MONTANT-REMIS(IDX-REMISE)
                           END-IF
                   END-SEARCH
           END-READ.
       1310-LOAD-REJET-LOOP-END.
           EXIT.

      ***** Trop-percus rembourses : deduits du total remis ***********
       1400-LOAD-REMBT-START.
           OPEN INPUT FIC-REMBT.
           IF NOT WS-REMBT-OK
               GO TO 1400-LOAD-REMBT-END
           END-IF.
           PERFORM 1410-LOAD-REMBT-LOOP-START
               THRU 1410-LOAD-REMBT-LOOP-END
               UNTIL WS-REMBT-END.
           CLOSE FIC-REMBT.
       1400-LOAD-REMBT-END.
           EXIT.

       1410-LOAD-REMBT-LOOP-START.
           READ FIC-REMBT
               AT END
                   MOVE '10' TO WS-REMBT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-REMBOURSEMENTS
                   SET IDX-REMISE TO 1
                   SEARCH REMISE-TBL
                       AT END
                           CONTINUE
                       WHEN TBL-NUM-CONTRAT(IDX-REMISE)
                               = VIR-NUM-CONTRAT
                           IF VIR-MONTANT
                                   > TBL-MONTANT-REMIS(IDX-REMISE)
                               MOVE 0
                                   TO TBL-MONTANT-REMIS(IDX-REMISE)
                           ELSE
                               SUBTRACT VIR-MONTANT
                                   FROM TBL-MONTANT-REMIS(IDX-REMISE)
                           END-IF
                   END-SEARCH
           END-READ.
       1410-LOAD-REMBT-LOOP-END.
           EXIT.

      ***** Lecture des contrats et comparaison du montant enregistre **
      ***** au total remis                                            **
       2000-RAPPROCHE-START.

       9000-TERM-START.
           DISPLAY 'REMISES LUES          : ' WS-NB-REMISES.
           IF WS-NB-REM-CLE-KO > 0
               DISPLAY 'REMISES REJETEES      : ' WS-NB-REM-CLE-KO
                   ' (CLE DE CONTRAT INCORRECTE, '
                   'CF. exceptions.dat)'
           END-IF.
           DISPLAY 'PRELEVEMENTS SEPA     : ' WS-NB-PRELEVES
               ' (DONT REJETES : ' WS-NB-REJETS-PRLV ')'.
           DISPLAY 'REMBOURSEMENTS VIRES  : ' WS-NB-REMBOURSEMENTS.
           DISPLAY 'CONTRATS RAPPROCHES   : ' WS-NB-CONTRATS.
           DISPLAY 'ECARTS DE MONTANT     : ' WS-NB-ECARTS.
           DISPLAY 'PAYES SANS REMISE     : ' WS-NB-SANS-REMISE.
           DISPLAY 'RAPPORT ECRIT         : assurrec.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
