       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurpcr.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Liste de nuit des contrats ACTIF dont
      *                 le dossier est incomplet : les pieces exigees
      *                 par le catalogue produits pour le WS-TYPE-ASSU
      *                 du contrat (assur-catalogue.txt, CAT-PIECE-CODE)
      *                 sont rapprochees des pieces recues conformes
      *                 (pieces.dat, FPIECE.cpy, tenu par assurpce.cbl).
      *                 Chaque contrat incomplet est vieilli depuis sa
      *                 date de debut : date du mouvement 'A' du journal
      *                 assumaj.jnl (FMVTJNL.cpy) ou, a defaut,
      *                 echeance moins un an (comme assurret.cbl), et
      *                 classe sous l'agence du client detenteur
      *                 (fichierclient.txt, libelle via
      *                 fr-liste-dept.txt). Les lignes de detail
      *                 CONTRAT: d'assurpcr.lis sont reprises par
      *                 assurdis.cbl dans la liste de travail de
      *                 chaque agence. Au-dela du delai (30 jours par
      *                 defaut, parametre de la ligne de commande), le
      *                 contrat est trace dans exceptions.dat (code
      *                 PCEMAN) a chaque passage, la consolidation
      *                 excconso.cbl fusionnant les repetitions.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-CATALOGUE ASSIGN TO 'assur-catalogue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT FIC-PIECE ASSIGN TO 'pieces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PIECE-STATUS.

           SELECT FIC-MVTJNL ASSIGN TO 'assumaj.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MVTJNL-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurpcr.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

       FD  FIC-CATALOGUE
           RECORD CONTAINS 129 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCATALOG.cpy'.

       FD  FIC-PIECE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPIECE.cpy'.

       FD  FIC-MVTJNL
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMVTJNL.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-DEPT
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-CATALOGUE-STATUS           PIC X(2).
            88  WS-CATALOGUE-OK           VALUE 00.
            88  WS-CATALOGUE-END          VALUE 10.
        01  WS-PIECE-STATUS               PIC X(2).
            88  WS-PIECE-OK               VALUE 00.
            88  WS-PIECE-END              VALUE 10.
        01  WS-MVTJNL-STATUS              PIC X(2).
            88  WS-MVTJNL-OK              VALUE 00.
            88  WS-MVTJNL-END             VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-DEPT-STATUS                PIC X(2).
            88  WS-DEPT-OK                VALUE 00.
            88  WS-DEPT-END               VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Parametre facultatif : delai en jours au-dela duquel un ***
      ***** dossier incomplet est une exception                     ***
        01  WS-CMD-LINE                   PIC X(80).
        01  WS-DELAI-PARM                 PIC X(3).
        01  WS-DELAI-PIECES               PIC 9(3) VALUE 30.

      ***** Libelles des agences/departements ***************************
        01  DATA-DEPT.
            05  DEPT-LGTH                 PIC 9(5) VALUE 0.
            05  DEPT-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON DEPT-LGTH
                INDEXED BY IDX-DEPT.
                10  TBL-CODE-DEPT         PIC X(3).
                10  TBL-LIBELLE-DEPT      PIC X(30).

      ***** Table des clients du fichier maitre, code -> agence *********
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).

      ***** Catalogue produits : pieces exigees par type d'assurance **
        01  DATA-CATALOGUE.
            05  CATALOGUE-LGTH            PIC 9(3) VALUE 0.
            05  CATALOGUE-TBL
                OCCURS 1 TO 100 TIMES
                DEPENDING ON CATALOGUE-LGTH
                INDEXED BY IDX-CAT.
                10  TBL-CAT-TYPE          PIC X(13).
                10  TBL-CAT-PIECES.
                    15  TBL-CAT-PIECE     OCCURS 8 TIMES.
                        20  TBL-CAT-CODE  PIC X(4).
                        20  FILLER        PIC X(1).

      ***** Pieces recues conformes, cle contrat + code piece *********
        01  DATA-PIECE.
            05  PIECE-LGTH                PIC 9(5) VALUE 0.
            05  PIECE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON PIECE-LGTH
                INDEXED BY IDX-PIECE.
                10  TBL-PCE-CLE.
                    15  TBL-PCE-CONTRAT   PIC X(8).
                    15  TBL-PCE-CODE      PIC X(4).

      ***** Date de debut des contrats crees : premier mouvement 'A' **
      ***** du journal pour chaque numero                           **
        01  DATA-DEBUT.
            05  DEBUT-LGTH                PIC 9(5) VALUE 0.
            05  DEBUT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON DEBUT-LGTH
                INDEXED BY IDX-DEBUT.
                10  TBL-DEB-CONTRAT       PIC X(8).
                10  TBL-DEB-DATE          PIC 9(8).

      ***** Contrats incomplets retenus pour l'edition par agence *****
        01  DATA-MANQUE.
            05  MANQUE-LGTH               PIC 9(5) VALUE 0.
            05  MANQUE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MANQUE-LGTH
                INDEXED BY IDX-MANQUE.
                10  TBL-MQ-AGENCE         PIC X(3).
                10  TBL-MQ-CONTRAT        PIC X(8).
                10  TBL-MQ-CLIENT         PIC X(8).
                10  TBL-MQ-TYPE           PIC X(13).
                10  TBL-MQ-DEBUT          PIC 9(8).
                10  TBL-MQ-ESTIME         PIC X(1).
                10  TBL-MQ-AGE            PIC S9(6).
                10  TBL-MQ-RETARD         PIC X(1).
                10  TBL-MQ-PIECES         PIC X(39).

      ***** Agences ayant au moins un contrat incomplet ***************
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(3) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-AG-CODE           PIC X(3).
                10  TBL-AG-NB             PIC 9(7).
                10  TBL-AG-RETARD         PIC 9(7).

      ***** Contrat courant ********************************************
        01  WS-AGENCE                     PIC X(3).
        01  WS-DEBUT                      PIC 9(8).
        01  WS-DEBUT-VUE REDEFINES WS-DEBUT.
            05  WS-DEB-ANNEE              PIC 9(4).
            05  WS-DEB-MM                 PIC 9(2).
            05  WS-DEB-JJ                 PIC 9(2).
        01  WS-ESTIME                     PIC X(1).
        01  WS-AGE                        PIC S9(6).
        01  WS-CLE-PIECE.
            05  WS-CLE-CONTRAT            PIC X(8).
            05  WS-CLE-CODE               PIC X(4).
        01  WS-PIECES-MANQUE              PIC X(39).
        01  WS-PTR                        PIC 9(2).
        01  WS-NB-MANQUE                  PIC 9(1).
        01  WS-I                          PIC 9(1).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ACTIFS                  PIC 9(7) VALUE 0.
        01  WS-NB-INCOMPLETS              PIC 9(7) VALUE 0.
        01  WS-NB-RETARDS                 PIC 9(7) VALUE 0.
        01  WS-NB-ESTIMES                 PIC 9(7) VALUE 0.
        01  WS-NB-HORS-CATALOGUE          PIC 9(7) VALUE 0.
        01  WS-NB-SANS-AGENCE             PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-LIGNE.
            05  FILLER                    PIC X(8) VALUE 'CONTRAT:'.
            05  WS-EDIT-CONTRAT           PIC X(8).
            05  FILLER                    PIC X(8) VALUE ' CLIENT:'.
            05  WS-EDIT-CLIENT            PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-TYPE              PIC X(13).
            05  FILLER                    PIC X(7) VALUE ' DEBUT:'.
            05  WS-EDIT-DEBUT             PIC 9(8).
            05  WS-EDIT-ESTIME            PIC X(1).
            05  FILLER                    PIC X(5) VALUE ' AGE:'.
            05  WS-EDIT-AGE               PIC ZZZZ9.
            05  FILLER                    PIC X(2) VALUE ' J'.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-RETARD            PIC X(6).
            05  FILLER                    PIC X(9) VALUE ' PIECES: '.
            05  WS-EDIT-PIECES            PIC X(39).
        01  WS-EDIT-NBR                   PIC ZZZZZZ9.
        01  WS-EDIT-NBR2                  PIC ZZZZZZ9.
        01  WS-EDIT-DELAI                 PIC ZZ9.

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 1000-INIT-START         THRU 1000-INIT-END.
           PERFORM 1100-LOAD-DEPT-START    THRU 1100-LOAD-DEPT-END.
           PERFORM 1300-LOAD-CLIENT-START  THRU 1300-LOAD-CLIENT-END.
           PERFORM 1500-LOAD-CAT-START     THRU 1500-LOAD-CAT-END.
           PERFORM 1700-LOAD-PIECE-START   THRU 1700-LOAD-PIECE-END.
           PERFORM 1900-LOAD-JNL-START     THRU 1900-LOAD-JNL-END.
           PERFORM 2000-SCAN-START         THRU 2000-SCAN-END.
           PERFORM 3000-RAPPORT-START      THRU 3000-RAPPORT-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.

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
           MOVE 'assurpcr'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-CONTRATS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Date du jour et delai d'exception (ligne de commande) ******
       1000-INIT-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-CMD-LINE WS-DELAI-PARM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-DELAI-PARM
           END-UNSTRING.
           IF WS-DELAI-PARM NOT = SPACES
               IF WS-DELAI-PARM IS NOT NUMERIC
                   DISPLAY 'USAGE: assurpcr [JJJ]'
                   DISPLAY '  JJJ : DELAI EN JOURS SUR 3 CHIFFRES '
                       '(DEFAUT 030)'
                   DISPLAY '  EX  : assurpcr 045'
                   STOP RUN
               END-IF
               MOVE WS-DELAI-PARM TO WS-DELAI-PIECES
           END-IF.
       1000-INIT-END.
           EXIT.

      ***** Libelles d'agence : facultatifs, code seul a defaut ********
       1100-LOAD-DEPT-START.
           OPEN INPUT FIC-DEPT.
           IF NOT WS-DEPT-OK
               GO TO 1100-LOAD-DEPT-END
           END-IF.
           PERFORM 1200-LOAD-DEPT-LOOP-START
               THRU 1200-LOAD-DEPT-LOOP-END
               UNTIL WS-DEPT-END.
           CLOSE FIC-DEPT.
       1100-LOAD-DEPT-END.
           EXIT.

       1200-LOAD-DEPT-LOOP-START.
           READ FIC-DEPT INTO F-DEPT
               AT END
                   MOVE '10' TO WS-DEPT-STATUS
               NOT AT END
                   IF DEPT-LGTH < 200
                       SET DEPT-LGTH UP BY 1
                       SET IDX-DEPT TO DEPT-LGTH
                       MOVE CODE-DEPT    TO TBL-CODE-DEPT(IDX-DEPT)
                       MOVE LIBELLE-DEPT TO TBL-LIBELLE-DEPT(IDX-DEPT)
                   END-IF
           END-READ.
       1200-LOAD-DEPT-LOOP-END.
           EXIT.

      ***** Clients : l'agence du detenteur est celle du contrat *******
       1300-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1400-LOAD-CLIENT-LOOP-START
               THRU 1400-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1300-LOAD-CLIENT-END.
           EXIT.

       1400-LOAD-CLIENT-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE AGENCE-CLT TO TBL-AGENCE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1400-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Catalogue produits : sans liste des pieces exigees, rien **
      ***** a controler, arret                                      **
       1500-LOAD-CAT-START.
           OPEN INPUT FIC-CATALOGUE.
           IF NOT WS-CATALOGUE-OK
               DISPLAY 'FICHIER assur-catalogue.txt ABSENT '
                   '(STATUT ' WS-CATALOGUE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1600-LOAD-CAT-LOOP-START
               THRU 1600-LOAD-CAT-LOOP-END
               UNTIL WS-CATALOGUE-END.
           CLOSE FIC-CATALOGUE.
       1500-LOAD-CAT-END.
           EXIT.

       1600-LOAD-CAT-LOOP-START.
           READ FIC-CATALOGUE
               AT END
                   MOVE '10' TO WS-CATALOGUE-STATUS
               NOT AT END
                   IF CAT-TYPE-ASSU NOT = SPACES
                       AND CATALOGUE-LGTH < 100
                       SET CATALOGUE-LGTH UP BY 1
                       SET IDX-CAT TO CATALOGUE-LGTH
                       MOVE CAT-TYPE-ASSU
                           TO TBL-CAT-TYPE(IDX-CAT)
                       MOVE CAT-PIECES
                           TO TBL-CAT-PIECES(IDX-CAT)
                   END-IF
           END-READ.
       1600-LOAD-CAT-LOOP-END.
           EXIT.

      ***** Pieces recues : facultatif (absent = aucune piece recue), **
      ***** seules les pieces conformes completent le dossier        **
       1700-LOAD-PIECE-START.
           OPEN INPUT FIC-PIECE.
           IF NOT WS-PIECE-OK
               GO TO 1700-LOAD-PIECE-END
           END-IF.
           PERFORM 1800-LOAD-PIECE-LOOP-START
               THRU 1800-LOAD-PIECE-LOOP-END
               UNTIL WS-PIECE-END.
           CLOSE FIC-PIECE.
       1700-LOAD-PIECE-END.
           EXIT.

       1800-LOAD-PIECE-LOOP-START.
           READ FIC-PIECE
               AT END
                   MOVE '10' TO WS-PIECE-STATUS
               NOT AT END
                   IF PCE-CONFORME
                       AND PIECE-LGTH < 20000
                       SET PIECE-LGTH UP BY 1
                       SET IDX-PIECE TO PIECE-LGTH
                       MOVE PCE-NUM-CONTRAT
                           TO TBL-PCE-CONTRAT(IDX-PIECE)
                       MOVE PCE-CODE-PIECE
                           TO TBL-PCE-CODE(IDX-PIECE)
                   END-IF
           END-READ.
       1800-LOAD-PIECE-LOOP-END.
           EXIT.

      ***** Journal des mouvements appliques : facultatif, a defaut ****
      ***** la date de debut est estimee depuis l'echeance          ****
       1900-LOAD-JNL-START.
           OPEN INPUT FIC-MVTJNL.
           IF NOT WS-MVTJNL-OK
               GO TO 1900-LOAD-JNL-END
           END-IF.
           PERFORM 1950-LOAD-JNL-LOOP-START
               THRU 1950-LOAD-JNL-LOOP-END
               UNTIL WS-MVTJNL-END.
           CLOSE FIC-MVTJNL.
       1900-LOAD-JNL-END.
           EXIT.

       1950-LOAD-JNL-LOOP-START.
           READ FIC-MVTJNL
               AT END
                   MOVE '10' TO WS-MVTJNL-STATUS
               NOT AT END
                   IF MJN-AJOUT
                       AND MJN-DATE-EFFET IS NUMERIC
                       SET IDX-DEBUT TO 1
                       SEARCH DEBUT-TBL
                           AT END
                               IF DEBUT-LGTH < 20000
                                   SET DEBUT-LGTH UP BY 1
                                   SET IDX-DEBUT TO DEBUT-LGTH
                                   MOVE MJN-NUM-CONTRAT
                                       TO TBL-DEB-CONTRAT(IDX-DEBUT)
                                   MOVE MJN-DATE-EFFET
                                       TO TBL-DEB-DATE(IDX-DEBUT)
                               END-IF
                           WHEN TBL-DEB-CONTRAT(IDX-DEBUT)
                                   = MJN-NUM-CONTRAT
                               CONTINUE
                       END-SEARCH
                   END-IF
           END-READ.
       1950-LOAD-JNL-LOOP-END.
           EXIT.

      ***** Parcours des contrats : controle du dossier des ACTIF ******
       2000-SCAN-START.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT '
                   '(STATUT ' WS-ASSU-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2100-SCAN-LOOP-START
               THRU 2100-SCAN-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       2000-SCAN-END.
           EXIT.

       2100-SCAN-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   IF WS-STATUT = 'ACTIF'
                       ADD 1 TO WS-NB-ACTIFS
                       PERFORM 2110-CONTROLE-DOSSIER-START
                           THRU 2110-CONTROLE-DOSSIER-END
                   END-IF
           END-READ.
       2100-SCAN-LOOP-END.
           EXIT.

      ***** Pieces exigees pour le type du contrat et non recues *******
       2110-CONTROLE-DOSSIER-START.
           SET IDX-CAT TO 1.
           SEARCH CATALOGUE-TBL
               AT END
                   ADD 1 TO WS-NB-HORS-CATALOGUE
                   GO TO 2110-CONTROLE-DOSSIER-END
               WHEN TBL-CAT-TYPE(IDX-CAT) = WS-TYPE-ASSU
                   CONTINUE
           END-SEARCH.

           MOVE SPACES TO WS-PIECES-MANQUE.
           MOVE 1 TO WS-PTR.
           MOVE 0 TO WS-NB-MANQUE.
           PERFORM 2120-PIECE-RECUE-START
               THRU 2120-PIECE-RECUE-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 8.
           IF WS-NB-MANQUE = 0
               GO TO 2110-CONTROLE-DOSSIER-END
           END-IF.

           ADD 1 TO WS-NB-INCOMPLETS.
           PERFORM 2200-DATE-DEBUT-START THRU 2200-DATE-DEBUT-END.

           MOVE '???' TO WS-AGENCE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   ADD 1 TO WS-NB-SANS-AGENCE
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-NUM-CLIENT
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-AGENCE
           END-SEARCH.

           PERFORM 2300-RETIENT-CONTRAT-START
               THRU 2300-RETIENT-CONTRAT-END.
       2110-CONTROLE-DOSSIER-END.
           EXIT.

       2120-PIECE-RECUE-START.
           IF TBL-CAT-CODE(IDX-CAT, WS-I) = SPACES
               GO TO 2120-PIECE-RECUE-END
           END-IF.
           MOVE WS-NUM-CONTRAT              TO WS-CLE-CONTRAT.
           MOVE TBL-CAT-CODE(IDX-CAT, WS-I) TO WS-CLE-CODE.
           SET IDX-PIECE TO 1.
           SEARCH PIECE-TBL
               AT END
                   ADD 1 TO WS-NB-MANQUE
                   STRING WS-CLE-CODE ' ' DELIMITED BY SIZE
                       INTO WS-PIECES-MANQUE
                       WITH POINTER WS-PTR
                   END-STRING
               WHEN TBL-PCE-CLE(IDX-PIECE) = WS-CLE-PIECE
                   CONTINUE
           END-SEARCH.
       2120-PIECE-RECUE-END.
           EXIT.

      ***** Date de debut du contrat et age du dossier en jours : ******
      *     mouvement 'A' du journal, sinon echeance moins un an
      *     (date marquee estimee). Sans echeance exploitable, le
      *     dossier est date du jour (age nul).
       2200-DATE-DEBUT-START.
           MOVE SPACE TO WS-ESTIME.
           SET IDX-DEBUT TO 1.
           SEARCH DEBUT-TBL
               AT END
                   MOVE '*' TO WS-ESTIME
               WHEN TBL-DEB-CONTRAT(IDX-DEBUT) = WS-NUM-CONTRAT
                   MOVE TBL-DEB-DATE(IDX-DEBUT) TO WS-DEBUT
           END-SEARCH.

           IF WS-ESTIME = '*'
               ADD 1 TO WS-NB-ESTIMES
               IF WS-DATE-ECHEANCE IS NUMERIC
                   AND WS-DATE-ECHEANCE > 0
                   MOVE WS-DATE-ECHEANCE TO WS-DEBUT
                   SUBTRACT 1 FROM WS-DEB-ANNEE
                   IF WS-DEB-MM = 2 AND WS-DEB-JJ = 29
                       MOVE 28 TO WS-DEB-JJ
                   END-IF
               ELSE
                   MOVE WS-DATE-JOUR TO WS-DEBUT
               END-IF
           END-IF.

           MOVE WS-DEBUT     TO DU-DATE-1.
           MOVE WS-DATE-JOUR TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           MOVE DU-NB-JOURS TO WS-AGE.
           IF WS-AGE < 0
               MOVE 0 TO WS-AGE
           END-IF.
       2200-DATE-DEBUT-END.
           EXIT.

      ***** Contrat incomplet retenu pour l'edition ; au-dela du ******
      ***** delai, exception PCEMAN (cle = numero de contrat)    ******
       2300-RETIENT-CONTRAT-START.
           IF MANQUE-LGTH NOT < 20000
               GO TO 2300-RETIENT-CONTRAT-END
           END-IF.
           SET MANQUE-LGTH UP BY 1.
           SET IDX-MANQUE TO MANQUE-LGTH.
           MOVE WS-AGENCE        TO TBL-MQ-AGENCE(IDX-MANQUE).
           MOVE WS-NUM-CONTRAT   TO TBL-MQ-CONTRAT(IDX-MANQUE).
           MOVE WS-NUM-CLIENT    TO TBL-MQ-CLIENT(IDX-MANQUE).
           MOVE WS-TYPE-ASSU     TO TBL-MQ-TYPE(IDX-MANQUE).
           MOVE WS-DEBUT         TO TBL-MQ-DEBUT(IDX-MANQUE).
           MOVE WS-ESTIME        TO TBL-MQ-ESTIME(IDX-MANQUE).
           MOVE WS-AGE           TO TBL-MQ-AGE(IDX-MANQUE).
           MOVE WS-PIECES-MANQUE TO TBL-MQ-PIECES(IDX-MANQUE).
           MOVE 'N'              TO TBL-MQ-RETARD(IDX-MANQUE).

           SET IDX-AGENCE TO 1.
           SEARCH AGENCE-TBL
               AT END
                   IF AGENCE-LGTH < 200
                       SET AGENCE-LGTH UP BY 1
                       SET IDX-AGENCE TO AGENCE-LGTH
                       MOVE WS-AGENCE TO TBL-AG-CODE(IDX-AGENCE)
                       MOVE 1 TO TBL-AG-NB(IDX-AGENCE)
                       MOVE 0 TO TBL-AG-RETARD(IDX-AGENCE)
                   END-IF
               WHEN TBL-AG-CODE(IDX-AGENCE) = WS-AGENCE
                   ADD 1 TO TBL-AG-NB(IDX-AGENCE)
           END-SEARCH.

           IF WS-AGE NOT > WS-DELAI-PIECES
               GO TO 2300-RETIENT-CONTRAT-END
           END-IF.
           MOVE 'O' TO TBL-MQ-RETARD(IDX-MANQUE).
           ADD 1 TO WS-NB-RETARDS.
           IF TBL-AG-CODE(IDX-AGENCE) = WS-AGENCE
               ADD 1 TO TBL-AG-RETARD(IDX-AGENCE)
           END-IF.

           MOVE WS-NUM-CONTRAT TO WS-EXC-CLE.
           MOVE 'PCEMAN'       TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           STRING 'PIECES MANQUANTES DEPUIS LE ' WS-DEBUT ' : '
                   DELIMITED BY SIZE
               WS-PIECES-MANQUE DELIMITED BY SIZE
               INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       2300-RETIENT-CONTRAT-END.
           EXIT.

      ***** Edition : une section par agence, une ligne CONTRAT: par ***
      ***** contrat incomplet (reprise par assurdis.cbl), totaux     ***
       3000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE WS-DELAI-PIECES TO WS-EDIT-DELAI.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTRATS ACTIFS AUX PIECES MANQUANTES AU '
                   DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               ' - DELAI ' DELIMITED BY SIZE
               WS-EDIT-DELAI DELIMITED BY SIZE
               ' JOURS' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'DEBUT* = DATE ESTIMEE (ECHEANCE MOINS UN AN), '
                   DELIMITED BY SIZE
               'RETARD = DOSSIER INCOMPLET AU-DELA DU DELAI'
                   DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 3100-SECTION-AGENCE-START
               THRU 3100-SECTION-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-ACTIFS TO WS-EDIT-NBR.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTRATS ACTIFS EXAMINES  : ' WS-EDIT-NBR
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-NB-INCOMPLETS TO WS-EDIT-NBR.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'DOSSIERS INCOMPLETS       : ' WS-EDIT-NBR
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-NB-RETARDS TO WS-EDIT-NBR.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'DONT AU-DELA DU DELAI     : ' WS-EDIT-NBR
               ' (VOIR exceptions.dat, CODE PCEMAN)'
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           IF WS-NB-HORS-CATALOGUE > 0
               MOVE WS-NB-HORS-CATALOGUE TO WS-EDIT-NBR
               MOVE SPACES TO REC-RAPPORT
               STRING 'TYPES HORS CATALOGUE      : ' WS-EDIT-NBR
                   ' (NON CONTROLES)'
                   DELIMITED BY SIZE INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.

           CLOSE FIC-RAPPORT.
       3000-RAPPORT-END.
           EXIT.

       3100-SECTION-AGENCE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE TBL-AG-NB(IDX-AGENCE)     TO WS-EDIT-NBR.
           MOVE TBL-AG-RETARD(IDX-AGENCE) TO WS-EDIT-NBR2.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'AGENCE ' TBL-AG-CODE(IDX-AGENCE) ' '
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           SET IDX-DEPT TO 1.
           SEARCH DEPT-TBL
               AT END
                   IF TBL-AG-CODE(IDX-AGENCE) = '???'
                       MOVE '(CLIENT INCONNU)' TO REC-RAPPORT(12:30)
                   END-IF
               WHEN TBL-CODE-DEPT(IDX-DEPT) = TBL-AG-CODE(IDX-AGENCE)
                   MOVE TBL-LIBELLE-DEPT(IDX-DEPT)
                       TO REC-RAPPORT(12:30)
           END-SEARCH.
           STRING ' INCOMPLETS:' WS-EDIT-NBR ' RETARDS:' WS-EDIT-NBR2
               DELIMITED BY SIZE INTO REC-RAPPORT(42:40)
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3110-LIGNE-CONTRAT-START
               THRU 3110-LIGNE-CONTRAT-END
               VARYING IDX-MANQUE FROM 1 BY 1
               UNTIL IDX-MANQUE > MANQUE-LGTH.
       3100-SECTION-AGENCE-END.
           EXIT.

       3110-LIGNE-CONTRAT-START.
           IF TBL-MQ-AGENCE(IDX-MANQUE) NOT = TBL-AG-CODE(IDX-AGENCE)
               GO TO 3110-LIGNE-CONTRAT-END
           END-IF.
           MOVE TBL-MQ-CONTRAT(IDX-MANQUE) TO WS-EDIT-CONTRAT.
           MOVE TBL-MQ-CLIENT(IDX-MANQUE)  TO WS-EDIT-CLIENT.
           MOVE TBL-MQ-TYPE(IDX-MANQUE)    TO WS-EDIT-TYPE.
           MOVE TBL-MQ-DEBUT(IDX-MANQUE)   TO WS-EDIT-DEBUT.
           MOVE TBL-MQ-ESTIME(IDX-MANQUE)  TO WS-EDIT-ESTIME.
           MOVE TBL-MQ-AGE(IDX-MANQUE)     TO WS-EDIT-AGE.
           IF TBL-MQ-RETARD(IDX-MANQUE) = 'O'
               MOVE 'RETARD' TO WS-EDIT-RETARD
           ELSE
               MOVE SPACES   TO WS-EDIT-RETARD
           END-IF.
           MOVE TBL-MQ-PIECES(IDX-MANQUE)  TO WS-EDIT-PIECES.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3110-LIGNE-CONTRAT-END.
           EXIT.

      ***** Ajout de l'anomalie courante au fichier commun des        **
      ***** exceptions (exceptions.dat, FEXCEPT.cpy), cle/code/       **
      ***** description renseignes par l'appelant                     **
       9700-EXCEPTION-STD-START.
           OPEN EXTEND FIC-EXCSTD.
           IF WS-EXCSTD-ABSENT
               OPEN OUTPUT FIC-EXCSTD
           END-IF.
           MOVE SPACES TO REC-EXCEPTION.
           MOVE 'assurpcr'   TO EXC-PROGRAMME.
           MOVE WS-EXC-CLE   TO EXC-CLE.
           MOVE WS-EXC-CODE  TO EXC-CODE-ANOMALIE.
           MOVE WS-EXC-DESC  TO EXC-DESCRIPTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE-PREMIERE
                                              EXC-DATE-DERNIERE.
           MOVE 'N'          TO EXC-STATUT.
           WRITE REC-EXCEPTION.
           CLOSE FIC-EXCSTD.
       9700-EXCEPTION-STD-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'CONTRATS LUS           : ' WS-NB-CONTRATS.
           DISPLAY 'CONTRATS ACTIFS        : ' WS-NB-ACTIFS.
           DISPLAY 'DOSSIERS INCOMPLETS    : ' WS-NB-INCOMPLETS.
           DISPLAY 'AU-DELA DU DELAI       : ' WS-NB-RETARDS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'DEBUTS ESTIMES         : ' WS-NB-ESTIMES.
           DISPLAY 'TYPES HORS CATALOGUE   : ' WS-NB-HORS-CATALOGUE.
           DISPLAY 'CLIENTS INCONNUS       : ' WS-NB-SANS-AGENCE.
           DISPLAY 'RAPPORT ECRIT          : assurpcr.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
