      *                 programme demande d'affiner la recherche au
      *                 lieu de derouler. L'appel par code client exact
      *                 reste inchange.
      *    2026-10-15  La fiche client affiche le segment de valeur
      *                 (A a D) attribue par depseg.cbl dans
      *                 segments.dat (a blanc si le fichier est absent
      *                 ou le client pas encore segmente), et nouveau
      *                 critere de recherche SEGMENT=<lettre>.
      *    2026-10-15  Chaque consultation est tracee dans le journal
      *                 consultations-clients.jnl (FCONSULT.cpy) :
      *                 operateur declare (variable OPERATEUR), date et
      *                 heure, critere saisi et code de chaque client
      *                 montre, en liste ou en fiche complete ; une
      *                 consultation sans client montre laisse une
      *                 ligne a code blanc. Journal relu par affcon.cbl
      *                 et affsur.cbl.
      **********************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.
           SELECT FIC-SEGMENT ASSIGN TO 'segments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT FIC-CONSULT ASSIGN TO 'consultations-clients.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CONSULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-SEGMENT
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FSEGMENT.cpy'.

       FD  FIC-CONSULT
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSULT.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CLIENT-STATUS         PIC X(02).
           88  WS-CLIENT-OK         VALUE '00'.
           88  WS-CLIENT-END        VALUE '10'.
       01  WS-SEGMENT-STATUS        PIC X(02).
           88  WS-SEGMENT-OK        VALUE '00'.
           88  WS-SEGMENT-END       VALUE '10'.
       01  WS-CONSULT-STATUS        PIC X(02).
           88  WS-CONSULT-ABSENT    VALUE '35'.

       01  WS-CMD-LINE              PIC X(40) VALUE SPACES.
       01  WS-PARM-1                PIC X(30) VALUE SPACES.
      *    Mode recherche multi-criteres : critere et valeur cherchee,
      *    plafond de resultats (2e parametre facultatif) et table des
      *    clients retenus, affichee par pages d'un ecran.
       01  WS-CRITERE               PIC X(07) VALUE SPACES.
           88  WS-CRITERE-NOM       VALUE 'NOM'.
           88  WS-CRITERE-AGENCE    VALUE 'AGENCE'.
           88  WS-CRITERE-TEL       VALUE 'TEL'.
           88  WS-CRITERE-SEGMENT   VALUE 'SEGMENT'.
       01  WS-VALEUR-CHERCHEE       PIC X(20) VALUE SPACES.
       01  WS-LONG-VALEUR           PIC 9(02) VALUE 0.
       01  WS-MAX-PARM              PIC X(03) VALUE SPACES.
       01  WS-CORRESPOND            PIC X(01) VALUE 'N'.
           88  WS-CORRESPOND-OUI    VALUE 'O'.

      *    Segments de valeur de segments.dat, charges une fois a la
      *    premiere demande ; WS-SEGMENT-CLIENT est le segment du client
      *    courant (a blanc si inconnu).
       01  WS-SEGMENTS-CHARGES      PIC X(01) VALUE 'N'.
           88  WS-SEGMENTS-LUS      VALUE 'O'.
       01  WS-SEGMENTS-ABSENTS      PIC X(01) VALUE 'N'.
           88  WS-PAS-DE-SEGMENTS   VALUE 'O'.
       01  WS-SEGMENT-CLIENT        PIC X(01) VALUE SPACE.
       01  WS-CODE-SEGMENT          PIC X(08) VALUE SPACES.
       01  SEGMENT-LGTH             PIC 9(05) VALUE 0.
       01  SEGMENT-TBL-ZONE.
           03  SEGMENT-TBL OCCURS 1 TO 20000 TIMES
               DEPENDING ON SEGMENT-LGTH
               INDEXED BY IDX-SEGMENT.
               05  TBL-SEG-CODE     PIC X(08).
               05  TBL-SEG-SEGMENT  PIC X(01).

      *    Trace de la consultation : operateur declare, horodatage du
      *    debut de la consultation (commun a toutes ses lignes),
      *    critere saisi et rang de la derniere ligne ecrite. Le
      *    journal n'est ouvert qu'a la premiere ligne.
       01  WS-OPERATEUR             PIC X(08) VALUE SPACES.
       01  WS-DATE-CONSULT          PIC 9(08) VALUE 0.
       01  WS-HEURE-CONSULT         PIC 9(06) VALUE 0.
       01  WS-CRITERE-CONSULT       PIC X(30) VALUE SPACES.
       01  WS-RANG-CONSULT          PIC 9(03) VALUE 0.
       01  WS-TYPE-CONSULT          PIC X(01) VALUE SPACE.
       01  WS-CODE-CONSULT          PIC X(08) VALUE SPACES.
       01  WS-JOURNAL-OUVERT        PIC X(01) VALUE 'N'.
           88  WS-JOURNAL-EST-OUVERT VALUE 'O'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           END-UNSTRING.

      *    Un '=' dans le premier parametre bascule en mode recherche
      *    (NOM=/AGENCE=/TEL=/SEGMENT=) ; sinon l'appel par code client
      *    exact reste tel quel.
           IF WS-PARM-1 NOT = SPACES
               PERFORM 0100-PARSE-CRITERE-START
                   THRU 0100-PARSE-CRITERE-END
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-PARM-1(1:8) TO WS-ID-RECHERCHE.

           DISPLAY 'OPERATEUR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CONSULT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-CONSULT.
           IF WS-CRITERE = SPACES
               STRING 'CODE=' DELIMITED BY SIZE
                      WS-ID-RECHERCHE DELIMITED BY SPACE
                   INTO WS-CRITERE-CONSULT
               END-STRING
           ELSE
               MOVE WS-PARM-1 TO WS-CRITERE-CONSULT
           END-IF.

           EVALUATE TRUE
               WHEN WS-PARM-1 = SPACES
                   PERFORM 9900-USAGE-START THRU 9900-USAGE-END
               WHEN OTHER
                   PERFORM 1000-LOOKUP-START THRU 1000-LOOKUP-END
           END-EVALUATE.
           IF WS-JOURNAL-EST-OUVERT
               CLOSE FIC-CONSULT
           END-IF.
       0000-MAIN-END.
           STOP RUN.

               MOVE 'TEL' TO WS-CRITERE
               MOVE WS-PARM-1(5:20) TO WS-VALEUR-CHERCHEE
           END-IF.
           IF WS-PARM-1(1:8) = 'SEGMENT='
               MOVE 'SEGMENT' TO WS-CRITERE
               MOVE WS-PARM-1(9:20) TO WS-VALEUR-CHERCHEE
           END-IF.

           IF WS-CRITERE NOT = SPACES
               MOVE 0 TO WS-LONG-VALEUR
           DISPLAY '       aff NOM=<nom ou debut de nom> [<max>]'.
           DISPLAY '       aff AGENCE=<code agence> [<max>]'.
           DISPLAY '       aff TEL=<numero> [<max>]'.
           DISPLAY '       aff SEGMENT=<A, B, C ou D> [<max>]'.
           DISPLAY '  EX  : aff CLI00001'.
           DISPLAY '  EX  : aff NOM=DUPONT'.
           DISPLAY '  EX  : aff AGENCE=LYO 100'.
               PERFORM 3000-DISPLAY-START  THRU 3000-DISPLAY-END
           ELSE
               DISPLAY 'CLIENT INCONNU: ' WS-ID-RECHERCHE
               MOVE SPACES TO WS-CODE-CONSULT
               MOVE 'N' TO WS-TYPE-CONSULT
               PERFORM 6000-TRACE-CONSULTATION-START
                   THRU 6000-TRACE-CONSULTATION-END
           END-IF.
       1000-LOOKUP-END.
           EXIT.
           IF WS-ANOMALIE-OUI
               DISPLAY 'ATTENTION - DONNEES CLIENT SUSPECTES:'
           END-IF.
           MOVE CODE-CLT TO WS-CODE-SEGMENT.
           PERFORM 5000-SEGMENT-CLIENT-START
               THRU 5000-SEGMENT-CLIENT-END.
           DISPLAY 'CODE:'    CODE-CLT
                   ' NOM:'    NOM-CLT
                   ' PRENOM:' PRENOM-CLT
                   ' METIER:' METIER-CLT
                   ' SALAIRE:' SALAIRE-CLT
                   ' AGENCE:' AGENCE-CLT
                   ' SEGMENT:' WS-SEGMENT-CLIENT.
           MOVE CODE-CLT TO WS-CODE-CONSULT.
           MOVE 'F' TO WS-TYPE-CONSULT.
           PERFORM 6000-TRACE-CONSULTATION-START
               THRU 6000-TRACE-CONSULTATION-END.
       3000-DISPLAY-END.
           EXIT.

               PERFORM 9900-USAGE-START THRU 9900-USAGE-END
               GO TO 4000-RECHERCHE-END
           END-IF.
           IF WS-CRITERE-SEGMENT
               PERFORM 5100-LOAD-SEGMENTS-START
                   THRU 5100-LOAD-SEGMENTS-END
               IF WS-PAS-DE-SEGMENTS
                   DISPLAY 'FICHIER segments.dat ABSENT (STATUT '
                       WS-SEGMENT-STATUS ') - RECHERCHE PAR SEGMENT '
                       'IMPOSSIBLE'
                   GO TO 4000-RECHERCHE-END
               END-IF
           END-IF.

           OPEN INPUT FIC-CLIENT.
           PERFORM 4100-SCAN-LOOP-START
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.

           MOVE SPACES TO WS-CODE-CONSULT.
           MOVE 'N' TO WS-TYPE-CONSULT.
           EVALUATE TRUE
               WHEN WS-NB-RESULTATS = 0
                   DISPLAY 'AUCUN CLIENT NE CORRESPOND A '
                       WS-CRITERE '=' WS-VALEUR-CHERCHEE
                   PERFORM 6000-TRACE-CONSULTATION-START
                       THRU 6000-TRACE-CONSULTATION-END
               WHEN WS-NB-RESULTATS > WS-MAX-RESULTATS
                   DISPLAY 'TROP DE RESULTATS (' WS-NB-RESULTATS
                       ' POUR UN PLAFOND DE ' WS-MAX-RESULTATS
                       ') - AFFINEZ VOTRE RECHERCHE'
                   PERFORM 6000-TRACE-CONSULTATION-START
                       THRU 6000-TRACE-CONSULTATION-END
               WHEN OTHER
                   PERFORM 4200-LISTE-PAGEE-START
                       THRU 4200-LISTE-PAGEE-END
                   IF TEL-CLT = WS-VALEUR-CHERCHEE(1:10)
                       SET WS-CORRESPOND-OUI TO TRUE
                   END-IF
               WHEN WS-CRITERE-SEGMENT
                   MOVE CODE-CLT TO WS-CODE-SEGMENT
                   PERFORM 5000-SEGMENT-CLIENT-START
                       THRU 5000-SEGMENT-CLIENT-END
                   IF WS-SEGMENT-CLIENT NOT = SPACE
                       AND WS-SEGMENT-CLIENT = WS-VALEUR-CHERCHEE(1:1)
                       SET WS-CORRESPOND-OUI TO TRUE
                   END-IF
           END-EVALUATE.

           IF WS-CORRESPOND-OUI
       4210-LIGNE-LISTE-START.
           MOVE WS-HIT-REC(IDX-HIT) TO HIT-CLIENT.
           DISPLAY HIT-CODE ' ' HIT-NOM ' ' HIT-AGENCE.
           MOVE HIT-CODE TO WS-CODE-CONSULT.
           MOVE 'L' TO WS-TYPE-CONSULT.
           PERFORM 6000-TRACE-CONSULTATION-START
               THRU 6000-TRACE-CONSULTATION-END.
           ADD 1 TO WS-LIGNE-COURANTE.
           IF WS-LIGNE-COURANTE >= WS-LIGNES-PAGE
               AND IDX-HIT < WS-HIT-LGTH
           END-IF.
       4240-FICHE-DEPUIS-LISTE-END.
           EXIT.

      ***** Segment de valeur du client WS-CODE-SEGMENT, d'apres *******
      ***** segments.dat tenu par depseg.cbl (a blanc si inconnu) *******
       5000-SEGMENT-CLIENT-START.
           MOVE SPACE TO WS-SEGMENT-CLIENT.
           PERFORM 5100-LOAD-SEGMENTS-START THRU 5100-LOAD-SEGMENTS-END.
           SET IDX-SEGMENT TO 1.
           SEARCH SEGMENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-SEG-CODE(IDX-SEGMENT) = WS-CODE-SEGMENT
                   MOVE TBL-SEG-SEGMENT(IDX-SEGMENT)
                       TO WS-SEGMENT-CLIENT
           END-SEARCH.
       5000-SEGMENT-CLIENT-END.
           EXIT.

      ***** Chargement unique de segments.dat ; fichier facultatif *****
       5100-LOAD-SEGMENTS-START.
           IF WS-SEGMENTS-LUS
               GO TO 5100-LOAD-SEGMENTS-END
           END-IF.
           SET WS-SEGMENTS-LUS TO TRUE.
           OPEN INPUT FIC-SEGMENT.
           IF NOT WS-SEGMENT-OK
               SET WS-PAS-DE-SEGMENTS TO TRUE
               GO TO 5100-LOAD-SEGMENTS-END
           END-IF.
           PERFORM 5110-LOAD-SEGMENTS-LOOP-START
               THRU 5110-LOAD-SEGMENTS-LOOP-END
               UNTIL WS-SEGMENT-END.
           CLOSE FIC-SEGMENT.
       5100-LOAD-SEGMENTS-END.
           EXIT.

       5110-LOAD-SEGMENTS-LOOP-START.
           READ FIC-SEGMENT
               AT END
                   SET WS-SEGMENT-END TO TRUE
               NOT AT END
                   IF SEGMENT-LGTH < 20000
                       ADD 1 TO SEGMENT-LGTH
                       MOVE SEG-CODE-CLT
                           TO TBL-SEG-CODE(SEGMENT-LGTH)
                       MOVE SEG-SEGMENT
                           TO TBL-SEG-SEGMENT(SEGMENT-LGTH)
                   END-IF
           END-READ.
       5110-LOAD-SEGMENTS-LOOP-END.
           EXIT.

      ***** Trace d'une ligne de la consultation dans ******************
      ***** consultations-clients.jnl : client WS-CODE-CONSULT montre ***
      ***** en liste ('L'), en fiche ('F'), ou aucun client ('N') *******
       6000-TRACE-CONSULTATION-START.
           IF NOT WS-JOURNAL-EST-OUVERT
               OPEN EXTEND FIC-CONSULT
               IF WS-CONSULT-ABSENT
                   OPEN OUTPUT FIC-CONSULT
               END-IF
               SET WS-JOURNAL-EST-OUVERT TO TRUE
           END-IF.
           ADD 1 TO WS-RANG-CONSULT.
           MOVE SPACES TO REC-CONSULT.
           MOVE WS-DATE-CONSULT    TO JCS-DATE.
           MOVE WS-HEURE-CONSULT   TO JCS-HEURE.
           MOVE WS-OPERATEUR       TO JCS-OPERATEUR.
           MOVE WS-RANG-CONSULT    TO JCS-RANG.
           MOVE WS-TYPE-CONSULT    TO JCS-TYPE.
           MOVE WS-CRITERE-CONSULT TO JCS-CRITERE.
           MOVE WS-CODE-CONSULT    TO JCS-CODE-CLT.
           WRITE REC-CONSULT.
       6000-TRACE-CONSULTATION-END.
           EXIT.
