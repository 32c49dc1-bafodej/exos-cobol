       IDENTIFICATION DIVISION.
       PROGRAM-ID. opeacc.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Etat mensuel des acces aux programmes
      *                 sensibles pour les auditeurs, a partir du
      *                 journal acces-operateurs.jnl (FJNLACC.cpy) tenu
      *                 par la routine OPECTL.cpy :
      *                   opeacc [AAAAMM]   (mois en cours par defaut)
      *                 Par operateur (nom et role repris de
      *                 operateurs.txt) puis par programme, le nombre de
      *                 lancements autorises et refuses, avec un total
      *                 par operateur et un total general, suivi du
      *                 detail de chaque refus du mois (date, heure,
      *                 operateur, programme, motif, parametres). Un
      *                 lancement sans operateur declare figure sous
      *                 "(AUCUN)". Sortie opeacc.lis ; code retour 4
      *                 s'il y a eu au moins un refus dans le mois.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-OPERAT ASSIGN TO 'operateurs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-OPERAT-STATUS.

           SELECT FIC-JNLACC ASSIGN TO 'acces-operateurs.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-JNLACC-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'opeacc.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-OPERAT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FOPERAT.cpy'.

       FD  FIC-JNLACC
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FJNLACC.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-OPERAT-STATUS              PIC X(2).
            88  WS-OPERAT-OK              VALUE '00'.
            88  WS-OPERAT-END             VALUE '10'.
        01  WS-JNLACC-STATUS              PIC X(2).
            88  WS-JNLACC-OK              VALUE '00'.
            88  WS-JNLACC-END             VALUE '10'.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

        01  WS-CMD-LINE                   PIC X(20) VALUE SPACES.
        01  WS-PARM-MOIS                  PIC X(6)  VALUE SPACES.
        01  WS-MOIS                       PIC X(6)  VALUE SPACES.

        01  WS-NB-LUS                     PIC 9(7)  VALUE 0.
        01  WS-NB-MOIS                    PIC 9(7)  VALUE 0.
        01  WS-TOT-AUTORISES              PIC 9(7)  VALUE 0.
        01  WS-TOT-REFUSES                PIC 9(7)  VALUE 0.
        01  WS-OPE-AUTORISES              PIC 9(7)  VALUE 0.
        01  WS-OPE-REFUSES                PIC 9(7)  VALUE 0.
        01  WS-OPE-COURANT                PIC X(8)  VALUE SPACES.
        01  WS-OPE-AFFICHE                PIC X(8)  VALUE SPACES.

      ***** Referentiel des operateurs ********************************
        01  DATA-OPERATEUR.
            05  OPERATEUR-LGTH            PIC 9(4) VALUE 0.
            05  OPERATEUR-TBL
                OCCURS 1 TO 500 TIMES
                DEPENDING ON OPERATEUR-LGTH
                INDEXED BY IDX-OPERATEUR.
                10  TBL-OPE-ID            PIC X(8).
                10  TBL-OPE-NOM           PIC X(30).
                10  TBL-OPE-ROLE          PIC X(10).
                10  TBL-OPE-ACTIF         PIC X(1).

      ***** Cumuls du mois par operateur et programme *****************
        01  DATA-ACCES.
            05  ACCES-LGTH                PIC 9(4) VALUE 0.
            05  ACCES-TBL
                OCCURS 1 TO 2000 TIMES
                DEPENDING ON ACCES-LGTH
                INDEXED BY IDX-ACCES.
                10  TBL-ACC-CLE.
                    15  TBL-ACC-OPERATEUR PIC X(8).
                    15  TBL-ACC-PROGRAMME PIC X(8).
                10  TBL-ACC-AUTORISES     PIC 9(7).
                10  TBL-ACC-REFUSES       PIC 9(7).

        01  WS-CLE-ACCES.
            05  WS-CLE-OPERATEUR          PIC X(8).
            05  WS-CLE-PROGRAMME          PIC X(8).

      *    Tri a bulles des cumuls par operateur puis programme.
        01  WS-SORT-I                     PIC 9(4)  VALUE 0.
        01  WS-SORT-J                     PIC 9(4)  VALUE 0.
        01  WS-SORT-SWAPPED               PIC X(1)  VALUE 'N'.
            88  WS-SORT-DID-SWAP          VALUE 'O'.
        01  WS-SORT-HOLD                  PIC X(30).

        01  WS-LIGNE-CUMUL.
            05  WS-CUM-OPERATEUR          PIC X(8).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-CUM-NOM                PIC X(30).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-CUM-ROLE               PIC X(10).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-CUM-PROGRAMME          PIC X(16).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-CUM-AUTORISES          PIC ZZZZZZ9.
            05  FILLER                    PIC X(2)  VALUE SPACES.
            05  WS-CUM-REFUSES            PIC ZZZZZZ9.

        01  WS-LIGNE-REFUS.
            05  WS-REF-DATE               PIC 9(8).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-REF-HEURE              PIC 9(6).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-REF-OPERATEUR          PIC X(8).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-REF-PROGRAMME          PIC X(8).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-REF-MOTIF              PIC X(30).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-REF-DETAIL             PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-MOIS
           END-UNSTRING.
           IF WS-PARM-MOIS IS NUMERIC
               MOVE WS-PARM-MOIS TO WS-MOIS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MOIS
           END-IF.

           PERFORM 1000-CHARGE-OPERATEURS-START
               THRU 1000-CHARGE-OPERATEURS-END.
           PERFORM 2000-CUMULE-JOURNAL-START
               THRU 2000-CUMULE-JOURNAL-END.
           PERFORM 2500-SORT-START
               THRU 2500-SORT-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 3000-EDITE-CUMULS-START
               THRU 3000-EDITE-CUMULS-END.
           PERFORM 4000-EDITE-REFUS-START
               THRU 4000-EDITE-REFUS-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'MOIS                : ' WS-MOIS.
           DISPLAY 'LANCEMENTS DU MOIS  : ' WS-NB-MOIS.
           DISPLAY 'AUTORISES           : ' WS-TOT-AUTORISES.
           DISPLAY 'REFUSES             : ' WS-TOT-REFUSES.
           DISPLAY 'RAPPORT             : opeacc.lis'.
           IF WS-TOT-REFUSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'opeacc'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-MOIS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Referentiel operateurs : nom et role pour l'etat ***********
       1000-CHARGE-OPERATEURS-START.
           OPEN INPUT FIC-OPERAT.
           IF NOT WS-OPERAT-OK
               DISPLAY 'FICHIER operateurs.txt ABSENT (STATUT '
                   WS-OPERAT-STATUS '), NOMS NON REPRIS'
               GO TO 1000-CHARGE-OPERATEURS-END
           END-IF.
           PERFORM 1100-LIRE-OPERATEUR-START
               THRU 1100-LIRE-OPERATEUR-END
               UNTIL WS-OPERAT-END.
           CLOSE FIC-OPERAT.
       1000-CHARGE-OPERATEURS-END.
           EXIT.

       1100-LIRE-OPERATEUR-START.
           READ FIC-OPERAT
               AT END
                   MOVE '10' TO WS-OPERAT-STATUS
               NOT AT END
                   IF OPE-ID NOT = SPACES
                       AND OPERATEUR-LGTH < 500
                       SET OPERATEUR-LGTH UP BY 1
                       SET IDX-OPERATEUR TO OPERATEUR-LGTH
                       MOVE OPE-ID    TO TBL-OPE-ID(IDX-OPERATEUR)
                       MOVE OPE-NOM   TO TBL-OPE-NOM(IDX-OPERATEUR)
                       MOVE OPE-ROLE  TO TBL-OPE-ROLE(IDX-OPERATEUR)
                       MOVE OPE-ACTIF TO TBL-OPE-ACTIF(IDX-OPERATEUR)
                   END-IF
           END-READ.
       1100-LIRE-OPERATEUR-END.
           EXIT.

      ***** Cumul des tentatives du mois par operateur et programme ***
       2000-CUMULE-JOURNAL-START.
           OPEN INPUT FIC-JNLACC.
           IF NOT WS-JNLACC-OK
               DISPLAY 'JOURNAL acces-operateurs.jnl ABSENT (STATUT '
                   WS-JNLACC-STATUS ')'
               GO TO 2000-CUMULE-JOURNAL-END
           END-IF.
           PERFORM 2100-LIRE-JOURNAL-START
               THRU 2100-LIRE-JOURNAL-END
               UNTIL WS-JNLACC-END.
           CLOSE FIC-JNLACC.
       2000-CUMULE-JOURNAL-END.
           EXIT.

       2100-LIRE-JOURNAL-START.
           READ FIC-JNLACC
               AT END
                   MOVE '10' TO WS-JNLACC-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF JAC-DATE(1:6) = WS-MOIS
                       PERFORM 2200-CUMULE-LIGNE-START
                           THRU 2200-CUMULE-LIGNE-END
                   END-IF
           END-READ.
       2100-LIRE-JOURNAL-END.
           EXIT.

       2200-CUMULE-LIGNE-START.
           ADD 1 TO WS-NB-MOIS.
           MOVE JAC-OPERATEUR TO WS-CLE-OPERATEUR.
           MOVE JAC-PROGRAMME TO WS-CLE-PROGRAMME.
           SET IDX-ACCES TO 1.
           SEARCH ACCES-TBL
               AT END
                   IF ACCES-LGTH < 2000
                       SET ACCES-LGTH UP BY 1
                       SET IDX-ACCES TO ACCES-LGTH
                       MOVE WS-CLE-ACCES TO TBL-ACC-CLE(IDX-ACCES)
                       MOVE 0 TO TBL-ACC-AUTORISES(IDX-ACCES)
                                 TBL-ACC-REFUSES(IDX-ACCES)
                   ELSE
                       GO TO 2200-CUMULE-LIGNE-END
                   END-IF
               WHEN TBL-ACC-CLE(IDX-ACCES) = WS-CLE-ACCES
                   CONTINUE
           END-SEARCH.
           IF JAC-AUTORISE
               ADD 1 TO TBL-ACC-AUTORISES(IDX-ACCES)
               ADD 1 TO WS-TOT-AUTORISES
           ELSE
               ADD 1 TO TBL-ACC-REFUSES(IDX-ACCES)
               ADD 1 TO WS-TOT-REFUSES
           END-IF.
       2200-CUMULE-LIGNE-END.
           EXIT.

      *    Tri a bulles des cumuls par operateur puis programme (cf.
      *    2500-SORT de depart.cbl) ; s'arrete des qu'une passe ne
      *    produit plus d'echange.
       2500-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 2510-SORT-PASS-START
               THRU 2510-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= ACCES-LGTH
               OR NOT WS-SORT-DID-SWAP.
       2500-SORT-END.
           EXIT.

       2510-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 2520-SORT-COMPARE-START
               THRU 2520-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (ACCES-LGTH - WS-SORT-I + 1).
       2510-SORT-PASS-END.
           EXIT.

       2520-SORT-COMPARE-START.
           SET IDX-ACCES TO WS-SORT-J.
           IF TBL-ACC-CLE(IDX-ACCES) > TBL-ACC-CLE(IDX-ACCES + 1)
               MOVE ACCES-TBL(IDX-ACCES)     TO WS-SORT-HOLD
               MOVE ACCES-TBL(IDX-ACCES + 1) TO ACCES-TBL(IDX-ACCES)
               MOVE WS-SORT-HOLD TO ACCES-TBL(IDX-ACCES + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       2520-SORT-COMPARE-END.
           EXIT.

      ***** Etat des cumuls : une ligne par operateur et programme, ***
      ***** total a chaque changement d'operateur, total general    ***
       3000-EDITE-CUMULS-START.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'ACCES AUX PROGRAMMES SENSIBLES - MOIS '
                      DELIMITED BY SIZE
                  WS-MOIS DELIMITED BY SIZE
                  ' - EDITE LE ' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'OPERAT.'    TO REC-RAPPORT(1:7).
           MOVE 'NOM'        TO REC-RAPPORT(10:3).
           MOVE 'ROLE'       TO REC-RAPPORT(41:4).
           MOVE 'PROGRAMME'  TO REC-RAPPORT(52:9).
           MOVE 'AUTORISES'  TO REC-RAPPORT(67:9).
           MOVE 'REFUSES'    TO REC-RAPPORT(78:7).
           WRITE REC-RAPPORT.

           IF ACCES-LGTH = 0
               MOVE 'AUCUN LANCEMENT SENSIBLE DANS LE MOIS'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 3000-EDITE-CUMULS-END
           END-IF.

           MOVE TBL-ACC-OPERATEUR(1) TO WS-OPE-COURANT.
           MOVE 0 TO WS-OPE-AUTORISES WS-OPE-REFUSES.
           PERFORM 3100-LIGNE-CUMUL-START
               THRU 3100-LIGNE-CUMUL-END
               VARYING IDX-ACCES FROM 1 BY 1
               UNTIL IDX-ACCES > ACCES-LGTH.
           PERFORM 3200-TOTAL-OPERATEUR-START
               THRU 3200-TOTAL-OPERATEUR-END.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE-CUMUL.
           MOVE 'TOTAL GENERAL'  TO WS-CUM-NOM.
           MOVE WS-TOT-AUTORISES TO WS-CUM-AUTORISES.
           MOVE WS-TOT-REFUSES   TO WS-CUM-REFUSES.
           MOVE WS-LIGNE-CUMUL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3000-EDITE-CUMULS-END.
           EXIT.

       3100-LIGNE-CUMUL-START.
           IF TBL-ACC-OPERATEUR(IDX-ACCES) NOT = WS-OPE-COURANT
               PERFORM 3200-TOTAL-OPERATEUR-START
                   THRU 3200-TOTAL-OPERATEUR-END
               MOVE TBL-ACC-OPERATEUR(IDX-ACCES) TO WS-OPE-COURANT
               MOVE 0 TO WS-OPE-AUTORISES WS-OPE-REFUSES
           END-IF.
           MOVE SPACES TO WS-LIGNE-CUMUL.
           IF TBL-ACC-OPERATEUR(IDX-ACCES) = SPACES
               MOVE '(AUCUN)' TO WS-CUM-OPERATEUR
           ELSE
               MOVE TBL-ACC-OPERATEUR(IDX-ACCES) TO WS-CUM-OPERATEUR
               SET IDX-OPERATEUR TO 1
               SEARCH OPERATEUR-TBL
                   AT END
                       MOVE '(INCONNU DU REFERENTIEL)' TO WS-CUM-NOM
                   WHEN TBL-OPE-ID(IDX-OPERATEUR)
                        = TBL-ACC-OPERATEUR(IDX-ACCES)
                       MOVE TBL-OPE-NOM(IDX-OPERATEUR) TO WS-CUM-NOM
                       MOVE TBL-OPE-ROLE(IDX-OPERATEUR)
                           TO WS-CUM-ROLE
               END-SEARCH
           END-IF.
           MOVE TBL-ACC-PROGRAMME(IDX-ACCES) TO WS-CUM-PROGRAMME.
           MOVE TBL-ACC-AUTORISES(IDX-ACCES) TO WS-CUM-AUTORISES.
           MOVE TBL-ACC-REFUSES(IDX-ACCES)   TO WS-CUM-REFUSES.
           MOVE WS-LIGNE-CUMUL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           ADD TBL-ACC-AUTORISES(IDX-ACCES) TO WS-OPE-AUTORISES.
           ADD TBL-ACC-REFUSES(IDX-ACCES)   TO WS-OPE-REFUSES.
       3100-LIGNE-CUMUL-END.
           EXIT.

       3200-TOTAL-OPERATEUR-START.
           MOVE SPACES TO WS-LIGNE-CUMUL.
           MOVE 'TOTAL OPERATEUR' TO WS-CUM-PROGRAMME.
           MOVE WS-OPE-AUTORISES  TO WS-CUM-AUTORISES.
           MOVE WS-OPE-REFUSES    TO WS-CUM-REFUSES.
           MOVE WS-LIGNE-CUMUL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3200-TOTAL-OPERATEUR-END.
           EXIT.

      ***** Detail des refus du mois, dans l'ordre du journal *********
       4000-EDITE-REFUS-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'DETAIL DES LANCEMENTS REFUSES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-TOT-REFUSES = 0
               MOVE 'AUCUN REFUS DANS LE MOIS' TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 4000-EDITE-REFUS-END
           END-IF.
           OPEN INPUT FIC-JNLACC.
           PERFORM 4100-LIGNE-REFUS-START
               THRU 4100-LIGNE-REFUS-END
               UNTIL WS-JNLACC-END.
           CLOSE FIC-JNLACC.
       4000-EDITE-REFUS-END.
           EXIT.

       4100-LIGNE-REFUS-START.
           READ FIC-JNLACC
               AT END
                   MOVE '10' TO WS-JNLACC-STATUS
               NOT AT END
                   IF JAC-DATE(1:6) = WS-MOIS
                       AND JAC-REFUSE
                       MOVE JAC-DATE      TO WS-REF-DATE
                       MOVE JAC-HEURE     TO WS-REF-HEURE
                       MOVE JAC-OPERATEUR TO WS-REF-OPERATEUR
                       IF JAC-OPERATEUR = SPACES
                           MOVE '(AUCUN)' TO WS-REF-OPERATEUR
                       END-IF
                       MOVE JAC-PROGRAMME TO WS-REF-PROGRAMME
                       MOVE JAC-MOTIF     TO WS-REF-MOTIF
                       MOVE JAC-DETAIL    TO WS-REF-DETAIL
                       MOVE WS-LIGNE-REFUS TO REC-RAPPORT
                       WRITE REC-RAPPORT
                   END-IF
           END-READ.
       4100-LIGNE-REFUS-END.
           EXIT.
