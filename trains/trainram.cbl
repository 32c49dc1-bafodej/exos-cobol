      *                 defaut) est signalee dans trainram.lis. Les
      *                 arrivees apres minuit sont ramenees sur 24h+
      *                 comme dans trainval.cbl.
      *    2026-10-15  Les rames en retard de visite selon
      *                 trainkm.dat (RKM-ETAT 'L' ou 'G', tenu par
      *                 trainkm.cbl) sont signalees sur chaque train
      *                 auquel elles sont affectees, en fin de
      *                 trainram.lis. Fichier facultatif : sans lui, pas
      *                 de controle.
      **********************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAME-STATUS.

           SELECT FIC-KM ASSIGN TO 'trainkm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-KM-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'trainram.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
           05  FILLER              PIC X(1).
           05  RAM-ID              PIC X(6).

      ***** Kilometrages et etat de visite des rames (trainkm) *******
       FD  FIC-KM
           RECORD CONTAINS 67 CHARACTERS
           RECORDING MODE IS F.
       01  REC-KM                  PIC X(67).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  WS-RAME-STATUS          PIC X(02).
           88  WS-RAME-OK          VALUE '00'.
           88  WS-RAME-END         VALUE '10'.
       01  WS-KM-STATUS            PIC X(02).
           88  WS-KM-OK            VALUE '00'.
           88  WS-KM-END           VALUE '10'.
       01  WS-RAPPORT-STATUS       PIC X(02).

       COPY 'FKILOM.cpy'.

      ***** Marge de retournement en minutes (defaut 15) ***************
       01  WS-CMD-LINE             PIC X(80) VALUE SPACES.
       01  WS-MARGE-PARM           PIC X(3)  VALUE SPACES.
               INDEXED BY IDX-RAME.
               10  TBL-RAME-ID     PIC X(6).

      ***** Rames en retard de visite (trainkm.dat) ********************
       01  DATA-ECHUE.
           05  ECHUE-LGTH          PIC 9(4) VALUE 0.
           05  ECHUE-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON ECHUE-LGTH
               INDEXED BY IDX-ECH.
               10  TBL-ECH-RAME    PIC X(6).
               10  TBL-ECH-ETAT    PIC X(1).

       01  WS-NB-TRAINS            PIC 9(7) VALUE 0.
       01  WS-NB-AFFECTES          PIC 9(7) VALUE 0.
       01  WS-NB-SANS-RAME         PIC 9(7) VALUE 0.
       01  WS-NB-AFF-INCONNUES     PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-NB-RAME-ECHUE        PIC 9(7) VALUE 0.
       01  WS-I                    PIC 9(4) VALUE 0.
       01  WS-J                    PIC 9(4) VALUE 0.
       01  WS-K                    PIC 9(4) VALUE 0.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EDIT-MOTIF       PIC X(30).

       01  WS-EDIT-ECHUE.
           05  FILLER              PIC X(5)  VALUE 'RAME:'.
           05  WS-EE-RAME          PIC X(6).
           05  FILLER              PIC X(12) VALUE ' AFFECTEE A '.
           05  WS-EE-TYPE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-DEP           PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-MOTIF         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.
           CLOSE TRAIN3.

           PERFORM 1500-LOAD-RAMES-START THRU 1500-LOAD-RAMES-END.
           PERFORM 1700-LOAD-KM-START    THRU 1700-LOAD-KM-END.
           PERFORM 2000-CONTROLE-START   THRU 2000-CONTROLE-END.

           DISPLAY 'TRAINS DU PLAN     : ' WS-NB-TRAINS.
           DISPLAY 'TRAINS SANS RAME   : ' WS-NB-SANS-RAME.
           DISPLAY 'AFFECT. SANS TRAIN : ' WS-NB-AFF-INCONNUES.
           DISPLAY 'ANOMALIES ROTATION : ' WS-NB-ANOMALIES.
           DISPLAY 'TRAINS RAME ECHUE  : ' WS-NB-RAME-ECHUE.
           DISPLAY 'RAPPORT ECRIT      : trainram.lis'.
       0000-MAIN-END.
           STOP RUN.
       1620-NOTE-RAME-END.
           EXIT.

      ***** Rames en retard de visite selon trainkm.dat (facultatif) **
       1700-LOAD-KM-START.
           OPEN INPUT FIC-KM.
           IF NOT WS-KM-OK
               GO TO 1700-LOAD-KM-END
           END-IF.
           PERFORM 1800-LOAD-KM-LOOP-START
               THRU 1800-LOAD-KM-LOOP-END
               UNTIL WS-KM-END.
           CLOSE FIC-KM.
       1700-LOAD-KM-END.
           EXIT.

       1800-LOAD-KM-LOOP-START.
           READ FIC-KM INTO F-KILOMETRAGE
               AT END
                   MOVE '10' TO WS-KM-STATUS
               NOT AT END
                   IF RKM-EN-RETARD
                       AND ECHUE-LGTH < 500
                       SET ECHUE-LGTH UP BY 1
                       SET IDX-ECH TO ECHUE-LGTH
                       MOVE RKM-ID   TO TBL-ECH-RAME(IDX-ECH)
                       MOVE RKM-ETAT TO TBL-ECH-ETAT(IDX-ECH)
                   END-IF
           END-READ.
       1800-LOAD-KM-LOOP-END.
           EXIT.

      ***** Controle rame par rame : services ordonnes par heure de ****
      ***** depart puis comparaison de chaque arrivee au depart      ****
      ***** suivant                                                   ****
               VARYING IDX-RAME FROM 1 BY 1
               UNTIL IDX-RAME > RAME-LGTH.

           IF ECHUE-LGTH > 0
               PERFORM 2500-RAMES-ECHUES-START
                   THRU 2500-RAMES-ECHUES-END
           END-IF.

           CLOSE FIC-RAPPORT.
       2000-CONTROLE-END.
           EXIT.
           WRITE REC-RAPPORT.
       2300-LIGNE-END.
           EXIT.

      ***** Trains confies a une rame en retard de visite ************
       2500-RAMES-ECHUES-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'RAMES EN RETARD DE VISITE AFFECTEES (trainkm.dat)'
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2600-TRAIN-ECHU-START
               THRU 2600-TRAIN-ECHU-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > SERVICE-LGTH.
       2500-RAMES-ECHUES-END.
           EXIT.

       2600-TRAIN-ECHU-START.
           IF TBL-RAME(WS-I) = SPACES
               GO TO 2600-TRAIN-ECHU-END
           END-IF.
           SET IDX-ECH TO 1.
           SEARCH ECHUE-TBL
               AT END
                   GO TO 2600-TRAIN-ECHU-END
               WHEN TBL-ECH-RAME(IDX-ECH) = TBL-RAME(WS-I)
                   CONTINUE
           END-SEARCH.

           ADD 1 TO WS-NB-RAME-ECHUE.
           DIVIDE TBL-DEP-MIN(WS-I) BY 60
               GIVING WS-HHMM-HH REMAINDER WS-HHMM-MM.
           MOVE TBL-RAME(WS-I) TO WS-EE-RAME.
           MOVE TBL-TYPE(WS-I) TO WS-EE-TYPE.
           MOVE TBL-GARE(WS-I) TO WS-EE-GARE.
           MOVE WS-HHMM-TRAIN  TO WS-EE-DEP.
           IF TBL-ECH-ETAT(IDX-ECH) = 'G'
               MOVE 'REVISION LOURDE EN RETARD' TO WS-EE-MOTIF
           ELSE
               MOVE 'VISITE LEGERE EN RETARD' TO WS-EE-MOTIF
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ECHUE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2600-TRAIN-ECHU-END.
           EXIT.
