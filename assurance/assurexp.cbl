      *                 renouvellement n'expire plus un dimanche ou un
      *                 14 juillet. Fichier des feries absent : seuls
      *                 les week-ends sont choques.
      *    2026-10-15  Registre du courrier sortant : l'avis d'echeance
      *                 d'un contrat est inscrit une seule fois par
      *                 echeance dans correspondance.dat (routine
      *                 partagee CORRESP.cpy, type AVISECH) ; les nuits
      *                 suivantes, la ligne reprend la reference deja
      *                 attribuee. La reference REF:nnnnnnnn est editee
      *                 en fin de ligne, le regime etant ramene a ses
      *                 42 premiers caracteres pour tenir dans la
      *                 ligne.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS DU-FERIES-STATUS.

      ***** Registre du courrier sortant, en ajout seul ***************
           SELECT FIC-CORRESP ASSIGN TO 'correspondance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS CR-CORRESP-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           RECORDING MODE IS F.
        01 REC-FERIE                      PIC X(8).

       FD  FIC-CORRESP
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCORRESP.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

        01  WS-NB-ALERTES                 PIC 9(7) VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.

      ***** Avis d'echeance deja inscrits au registre du courrier ****
      ***** sortant : un avis date de moins d'un an avant l'echeance *
      ***** du contrat est celui de l'echeance courante              *
        01  DATA-AVIS.
            05  AVIS-LGTH                 PIC 9(5) VALUE 0.
            05  AVIS-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON AVIS-LGTH
                INDEXED BY IDX-AVIS.
                10  TBL-AVI-CONTRAT       PIC X(8).
                10  TBL-AVI-DATE          PIC 9(8).
                10  TBL-AVI-REFERENCE     PIC 9(8).
        01  WS-DEBUT-TERME                PIC 9(8) VALUE 0.
        01  WS-REF-AVIS                   PIC 9(8) VALUE 0.
        01  WS-NB-AVIS-NOUVEAUX           PIC 9(7) VALUE 0.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'CORRESP-WS.cpy'.

       PROCEDURE DIVISION.


           PERFORM 1100-LOAD-DELAIS-START
               THRU 1100-LOAD-DELAIS-END.
           PERFORM 1200-LOAD-AVIS-START
               THRU 1200-LOAD-AVIS-END.

           OPEN INPUT  FIC-ASSU.
           OPEN OUTPUT FIC-ALERTE.
       1110-LOAD-DELAIS-LOOP-END.
           EXIT.

      ***** Chargement des avis d'echeance deja emis, depuis le    *****
      ***** registre du courrier sortant (absent a la premiere nuit) ***
       1200-LOAD-AVIS-START.
           OPEN INPUT FIC-CORRESP.
           IF NOT CR-CORRESP-OK
               GO TO 1200-LOAD-AVIS-END
           END-IF.
           PERFORM 1210-LOAD-AVIS-LOOP-START
               THRU 1210-LOAD-AVIS-LOOP-END
               UNTIL CR-CORRESP-END.
           CLOSE FIC-CORRESP.
       1200-LOAD-AVIS-END.
           EXIT.

       1210-LOAD-AVIS-LOOP-START.
           READ FIC-CORRESP
               AT END
                   MOVE '10' TO CR-CORRESP-STATUS
               NOT AT END
                   IF COR-TYPE-DOC = 'AVISECH'
                       AND COR-DATE IS NUMERIC
                       AND AVIS-LGTH < 20000
                       SET AVIS-LGTH UP BY 1
                       SET IDX-AVIS TO AVIS-LGTH
                       MOVE COR-NUM-CONTRAT
                           TO TBL-AVI-CONTRAT(IDX-AVIS)
                       MOVE COR-DATE TO TBL-AVI-DATE(IDX-AVIS)
                       MOVE COR-REFERENCE
                           TO TBL-AVI-REFERENCE(IDX-AVIS)
                   END-IF
           END-READ.
       1210-LOAD-AVIS-LOOP-END.
           EXIT.

      ***** Parcours du fichier et detection des echeances proches *****
       2000-SCAN-START.
           READ FIC-ASSU INTO REC-ASSU
           IF WS-DATE-ECHEANCE NOT < WS-DATE-JOUR
               AND WS-DATE-ECHEANCE NOT > WS-LIMITE-COURANTE
               ADD 1 TO WS-NB-ALERTES
               PERFORM 2110-REFERENCE-AVIS-START
                   THRU 2110-REFERENCE-AVIS-END
               MOVE SPACES TO REC-ALERTE
               STRING
                   'CONTRAT:'       DELIMITED BY SIZE
                   ' IRP:'          DELIMITED BY SIZE
                   WS-IRP           DELIMITED BY SIZE
                   ' REGIME:'       DELIMITED BY SIZE
                   WS-REGIME(1:42)  DELIMITED BY SIZE
                   ' ECHEANCE:'     DELIMITED BY SIZE
                   WS-DATE-ECHEANCE DELIMITED BY SIZE
                   ' REF:'          DELIMITED BY SIZE
                   WS-REF-AVIS      DELIMITED BY SIZE
                   INTO REC-ALERTE
               END-STRING
               WRITE REC-ALERTE
       2100-CHECK-DUE-END.
           EXIT.

      ***** Reference de l'avis d'echeance : celle deja attribuee ****
      ***** pour cette echeance, sinon nouvel avis inscrit au       ****
      ***** registre du courrier sortant                            ****
       2110-REFERENCE-AVIS-START.
           IF WS-DATE-ECHEANCE IS NUMERIC
               AND WS-DATE-ECHEANCE > 10000
               COMPUTE WS-DEBUT-TERME = WS-DATE-ECHEANCE - 10000
           ELSE
               MOVE 0 TO WS-DEBUT-TERME
           END-IF.
           SET IDX-AVIS TO 1.
           SEARCH AVIS-TBL
               AT END
                   CONTINUE
               WHEN TBL-AVI-CONTRAT(IDX-AVIS) = WS-NUM-CONTRAT
                   AND TBL-AVI-DATE(IDX-AVIS) > WS-DEBUT-TERME
                   MOVE TBL-AVI-REFERENCE(IDX-AVIS) TO WS-REF-AVIS
                   GO TO 2110-REFERENCE-AVIS-END
           END-SEARCH.

           MOVE WS-NUM-CLIENT  TO CR-CODE-CLT.
           MOVE WS-NUM-CONTRAT TO CR-NUM-CONTRAT.
           MOVE 'AVISECH'      TO CR-TYPE-DOC.
           MOVE 'assurexp'     TO CR-PROGRAMME.
           MOVE 'assurexp.lis' TO CR-FICHIER.
           PERFORM 9900-ENREG-COURRIER-START
               THRU 9900-ENREG-COURRIER-END.
           MOVE CR-REFERENCE TO WS-REF-AVIS.
           ADD 1 TO WS-NB-AVIS-NOUVEAUX.
       2110-REFERENCE-AVIS-END.
           EXIT.

       9000-TERM-START.
           CLOSE FIC-ASSU.
           CLOSE FIC-ALERTE.
           DISPLAY 'CONTRATS EXAMINES : ' WS-NB-CONTRATS.
           DISPLAY 'ALERTES GENEREES  : ' WS-NB-ALERTES.
           DISPLAY 'DONT AVIS NOUVEAUX: ' WS-NB-AVIS-NOUVEAUX
               ' (correspondance.dat)'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.

           COPY 'DATEUTIL-FERIES.cpy'.

           COPY 'CORRESP.cpy'.
