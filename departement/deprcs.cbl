       IDENTIFICATION DIVISION.
       PROGRAM-ID. deprcs.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Statistiques annuelles du registre des
      *                 reclamations (reclamations.dat, FRECLAM.cpy) :
      *                 les reclamations recues dans l'annee passee en
      *                 ligne de commande (annee en cours a defaut)
      *                 sont comptees par categorie puis par agence du
      *                 client (fichierclient.txt, libelle via
      *                 fr-liste-dept.txt) : recues, closes, par issue
      *                 (fondee, partiellement fondee, non fondee, sans
      *                 suite), encore en cours, et hors delai
      *                 d'accuse ou de reponse (echeances RECLECH.cpy ;
      *                 une echeance passee sans accuse ou sans
      *                 reponse compte hors delai). Edition dans
      *                 deprcs.lis.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RECLAM ASSIGN TO 'reclamations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RECLAM-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-FERIES ASSIGN TO 'fr-jours-feries.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS DU-FERIES-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'deprcs.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RECLAM
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FRECLAM.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-DEPT
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-FERIES
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
        01 REC-FERIE                      PIC X(8).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01           WS-RECLAM-STATUS     PIC X(2).
            88       WS-RECLAM-OK         VALUE 00.
            88       WS-RECLAM-END        VALUE 10.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-DEPT-STATUS       PIC X(2).
            88       WS-DEPT-OK           VALUE 00.
            88       WS-DEPT-END          VALUE 10.
        01           WS-RAPPORT-STATUS    PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01           WS-EVENEMENT-STAMP   PIC X(6).
        01           WS-BATCH-STATUS      PIC X(2).

      ***** Parametre : annee AAAA (annee en cours a defaut) ************
        01  WS-CMD-LINE                   PIC X(80) VALUE SPACES.
        01  WS-ANNEE-PARM                 PIC X(4)  VALUE SPACES.
        01  WS-ANNEE                      PIC 9(4).

      ***** Libelles des agences/departements ***************************
        01  DATA-DEPT.
            05  DEPT-LGTH                 PIC 9(5) VALUE 0.
            05  DEPT-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON DEPT-LGTH
                INDEXED BY IDX-DEPT.
                10  TBL-CODE-DEPT         PIC X(3).
                10  TBL-LIBELLE-DEPT      PIC X(30).

      ***** Clients : code -> agence ************************************
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).

      ***** Compteurs d'une ligne : 1 recues, 2 closes, 3 fondees,   **
      ***** 4 partiellement fondees, 5 non fondees, 6 sans suite,    **
      ***** 7 en cours, 8 accuse hors delai, 9 reponse hors delai    **
        01  WS-RECL-NB                    PIC 9(7) OCCURS 9 TIMES.
        01  WS-TOTAL-NB                   PIC 9(7) OCCURS 9 TIMES.
        01  DATA-CATEGORIE.
            05  CATEGORIE-LGTH            PIC 9(3) VALUE 0.
            05  CATEGORIE-TBL
                OCCURS 1 TO 50 TIMES
                DEPENDING ON CATEGORIE-LGTH
                INDEXED BY IDX-CATEGORIE.
                10  TBL-CA-CODE           PIC X(10).
                10  TBL-CA-NB             PIC 9(7) OCCURS 9 TIMES.
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(3) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-AG-CODE           PIC X(3).
                10  TBL-AG-NB             PIC 9(7) OCCURS 9 TIMES.

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-AGENCE                     PIC X(3).
        01  WS-I                          PIC 9(2).
        01  WS-NB-LUES                    PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-ENTETE.
            05  FILLER                    PIC X(10) VALUE 'CODE'.
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  FILLER                    PIC X(30) VALUE 'LIBELLE'.
            05  FILLER                    PIC X(8)  VALUE '  RECUES'.
            05  FILLER                    PIC X(8)  VALUE '  CLOSES'.
            05  FILLER                    PIC X(8)  VALUE ' FONDEES'.
            05  FILLER                    PIC X(8)  VALUE ' PARTIEL'.
            05  FILLER                    PIC X(8)  VALUE ' NON FON'.
            05  FILLER                    PIC X(8)  VALUE ' S.SUITE'.
            05  FILLER                    PIC X(8)  VALUE ' ENCOURS'.
            05  FILLER                    PIC X(8)  VALUE ' AR HORS'.
            05  FILLER                    PIC X(8)  VALUE ' REP.HOR'.
        01  WS-EDIT-LIGNE.
            05  WS-EDIT-CODE              PIC X(10).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-EDIT-LIBELLE           PIC X(30).
            05  WS-EDIT-COLONNE           OCCURS 9 TIMES.
                10  WS-EDIT-SEP           PIC X(1).
                10  WS-EDIT-NB            PIC ZZZZZZ9.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'RECLECH-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 1000-INIT-START         THRU 1000-INIT-END.
           PERFORM 1100-LOAD-DEPT-START    THRU 1100-LOAD-DEPT-END.
           PERFORM 1300-LOAD-CLIENT-START  THRU 1300-LOAD-CLIENT-END.
           PERFORM 2000-CUMUL-START        THRU 2000-CUMUL-END.
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
           MOVE 'deprcs'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-TOTAL-NB(1) TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Annee etudiee et calendrier des feries **********************
       1000-INIT-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ANNEE-PARM
           END-UNSTRING.
           IF WS-ANNEE-PARM NOT = SPACES
               IF WS-ANNEE-PARM IS NOT NUMERIC
                   DISPLAY 'USAGE: deprcs [AAAA]'
                   DISPLAY '  EX : deprcs 2026'
                   STOP RUN
               END-IF
               MOVE WS-ANNEE-PARM TO WS-ANNEE
           END-IF.
           PERFORM 9690-CHARGE-FERIES-START
               THRU 9690-CHARGE-FERIES-END.
           PERFORM 1010-RAZ-TOTAL-START THRU 1010-RAZ-TOTAL-END
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
       1000-INIT-END.
           EXIT.

       1010-RAZ-TOTAL-START.
           MOVE 0 TO WS-TOTAL-NB(WS-I).
       1010-RAZ-TOTAL-END.
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

      ***** Clients : l'agence du client est celle de la reclamation ***
       1300-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'fichierclient.txt ABSENT, AGENCES INCONNUES'
               GO TO 1300-LOAD-CLIENT-END
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

      ***** Lecture du registre et cumul des reclamations de l'annee ***
       2000-CUMUL-START.
           OPEN INPUT FIC-RECLAM.
           IF NOT WS-RECLAM-OK
               DISPLAY 'AUCUN REGISTRE reclamations.dat '
                   '(STATUT ' WS-RECLAM-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2100-CUMUL-LOOP-START
               THRU 2100-CUMUL-LOOP-END
               UNTIL WS-RECLAM-END.
           CLOSE FIC-RECLAM.
       2000-CUMUL-END.
           EXIT.

       2100-CUMUL-LOOP-START.
           READ FIC-RECLAM
               AT END
                   MOVE '10' TO WS-RECLAM-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   IF RCL-DATE-RECEPTION(1:4) = WS-ANNEE
                       PERFORM 2110-CLASSE-RECLAM-START
                           THRU 2110-CLASSE-RECLAM-END
                   END-IF
           END-READ.
       2100-CUMUL-LOOP-END.
           EXIT.

      ***** Compteurs de la reclamation courante, puis report sur le **
      ***** total, sa categorie et son agence                        **
       2110-CLASSE-RECLAM-START.
           PERFORM 2120-RAZ-LIGNE-START THRU 2120-RAZ-LIGNE-END
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
           MOVE 1 TO WS-RECL-NB(1).
           EVALUATE TRUE
               WHEN RCL-EN-COURS
                   MOVE 1 TO WS-RECL-NB(7)
               WHEN RCL-FONDEE
                   MOVE 1 TO WS-RECL-NB(2) WS-RECL-NB(3)
               WHEN RCL-PART-FONDEE
                   MOVE 1 TO WS-RECL-NB(2) WS-RECL-NB(4)
               WHEN RCL-NON-FONDEE
                   MOVE 1 TO WS-RECL-NB(2) WS-RECL-NB(5)
               WHEN OTHER
                   MOVE 1 TO WS-RECL-NB(2) WS-RECL-NB(6)
           END-EVALUATE.

           MOVE RCL-DATE-RECEPTION TO RE-DATE-RECEPTION.
           PERFORM 9820-ECHEANCES-RECL-START
               THRU 9820-ECHEANCES-RECL-END.
           IF (RCL-DATE-ACCUSE NOT = 0
                   AND RCL-DATE-ACCUSE > RE-ECH-ACCUSE)
               OR (RCL-DATE-ACCUSE = 0
                   AND WS-DATE-JOUR > RE-ECH-ACCUSE)
               MOVE 1 TO WS-RECL-NB(8)
           END-IF.
           IF (RCL-DATE-REPONSE NOT = 0
                   AND RCL-DATE-REPONSE > RE-ECH-REPONSE)
               OR (RCL-DATE-REPONSE = 0
                   AND WS-DATE-JOUR > RE-ECH-REPONSE)
               MOVE 1 TO WS-RECL-NB(9)
           END-IF.

           MOVE '???' TO WS-AGENCE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-CLT(IDX-CLIENT) = RCL-CODE-CLT
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-AGENCE
           END-SEARCH.

           SET IDX-CATEGORIE TO 1.
           SEARCH CATEGORIE-TBL
               AT END
                   IF CATEGORIE-LGTH < 50
                       SET CATEGORIE-LGTH UP BY 1
                       SET IDX-CATEGORIE TO CATEGORIE-LGTH
                       MOVE RCL-CATEGORIE
                           TO TBL-CA-CODE(IDX-CATEGORIE)
                       PERFORM 2130-RAZ-CATEGORIE-START
                           THRU 2130-RAZ-CATEGORIE-END
                           VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                   END-IF
               WHEN TBL-CA-CODE(IDX-CATEGORIE) = RCL-CATEGORIE
                   CONTINUE
           END-SEARCH.

           SET IDX-AGENCE TO 1.
           SEARCH AGENCE-TBL
               AT END
                   IF AGENCE-LGTH < 200
                       SET AGENCE-LGTH UP BY 1
                       SET IDX-AGENCE TO AGENCE-LGTH
                       MOVE WS-AGENCE TO TBL-AG-CODE(IDX-AGENCE)
                       PERFORM 2140-RAZ-AGENCE-START
                           THRU 2140-RAZ-AGENCE-END
                           VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                   END-IF
               WHEN TBL-AG-CODE(IDX-AGENCE) = WS-AGENCE
                   CONTINUE
           END-SEARCH.

           PERFORM 2150-REPORT-START THRU 2150-REPORT-END
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
       2110-CLASSE-RECLAM-END.
           EXIT.

       2120-RAZ-LIGNE-START.
           MOVE 0 TO WS-RECL-NB(WS-I).
       2120-RAZ-LIGNE-END.
           EXIT.

       2130-RAZ-CATEGORIE-START.
           MOVE 0 TO TBL-CA-NB(IDX-CATEGORIE, WS-I).
       2130-RAZ-CATEGORIE-END.
           EXIT.

       2140-RAZ-AGENCE-START.
           MOVE 0 TO TBL-AG-NB(IDX-AGENCE, WS-I).
       2140-RAZ-AGENCE-END.
           EXIT.

       2150-REPORT-START.
           ADD WS-RECL-NB(WS-I) TO WS-TOTAL-NB(WS-I).
           ADD WS-RECL-NB(WS-I) TO TBL-CA-NB(IDX-CATEGORIE, WS-I).
           ADD WS-RECL-NB(WS-I) TO TBL-AG-NB(IDX-AGENCE, WS-I).
       2150-REPORT-END.
           EXIT.

      ***** Edition : une ligne par categorie, une par agence, total ***
       3000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'STATISTIQUES DES RECLAMATIONS RECUES EN '
                   DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               ' (SITUATION AU ' DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'AR HORS = ACCUSE AU-DELA DE 10 JOURS OUVRES, '
                   DELIMITED BY SIZE
               'REP.HOR = REPONSE AU-DELA DE DEUX MOIS '
                   DELIMITED BY SIZE
               '(OU ECHEANCE PASSEE SANS)' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'PAR CATEGORIE' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-EDIT-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3100-LIGNE-CATEGORIE-START
               THRU 3100-LIGNE-CATEGORIE-END
               VARYING IDX-CATEGORIE FROM 1 BY 1
               UNTIL IDX-CATEGORIE > CATEGORIE-LGTH.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'PAR AGENCE DU CLIENT' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-EDIT-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3200-LIGNE-AGENCE-START
               THRU 3200-LIGNE-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3310-COPIE-TOTAL-START THRU 3310-COPIE-TOTAL-END
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
           MOVE 'TOTAL'       TO WS-EDIT-CODE.
           MOVE SPACES        TO WS-EDIT-LIBELLE.
           PERFORM 3900-ECRIT-LIGNE-START THRU 3900-ECRIT-LIGNE-END.

           CLOSE FIC-RAPPORT.
       3000-RAPPORT-END.
           EXIT.

       3100-LIGNE-CATEGORIE-START.
           PERFORM 3110-COPIE-CATEGORIE-START
               THRU 3110-COPIE-CATEGORIE-END
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
           MOVE TBL-CA-CODE(IDX-CATEGORIE) TO WS-EDIT-CODE.
           MOVE SPACES TO WS-EDIT-LIBELLE.
           PERFORM 3900-ECRIT-LIGNE-START THRU 3900-ECRIT-LIGNE-END.
       3100-LIGNE-CATEGORIE-END.
           EXIT.

       3110-COPIE-CATEGORIE-START.
           MOVE TBL-CA-NB(IDX-CATEGORIE, WS-I) TO WS-RECL-NB(WS-I).
       3110-COPIE-CATEGORIE-END.
           EXIT.

       3200-LIGNE-AGENCE-START.
           PERFORM 3210-COPIE-AGENCE-START
               THRU 3210-COPIE-AGENCE-END
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
           MOVE TBL-AG-CODE(IDX-AGENCE) TO WS-EDIT-CODE.
           MOVE SPACES TO WS-EDIT-LIBELLE.
           IF TBL-AG-CODE(IDX-AGENCE) = '???'
               MOVE '(CLIENT INCONNU)' TO WS-EDIT-LIBELLE
           END-IF.
           SET IDX-DEPT TO 1.
           SEARCH DEPT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-DEPT(IDX-DEPT) = TBL-AG-CODE(IDX-AGENCE)
                   MOVE TBL-LIBELLE-DEPT(IDX-DEPT) TO WS-EDIT-LIBELLE
           END-SEARCH.
           PERFORM 3900-ECRIT-LIGNE-START THRU 3900-ECRIT-LIGNE-END.
       3200-LIGNE-AGENCE-END.
           EXIT.

       3210-COPIE-AGENCE-START.
           MOVE TBL-AG-NB(IDX-AGENCE, WS-I) TO WS-RECL-NB(WS-I).
       3210-COPIE-AGENCE-END.
           EXIT.

       3310-COPIE-TOTAL-START.
           MOVE WS-TOTAL-NB(WS-I) TO WS-RECL-NB(WS-I).
       3310-COPIE-TOTAL-END.
           EXIT.

      ***** Ligne d'edition des compteurs de WS-RECL-NB ****************
       3900-ECRIT-LIGNE-START.
           PERFORM 3910-EDIT-COLONNE-START
               THRU 3910-EDIT-COLONNE-END
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3900-ECRIT-LIGNE-END.
           EXIT.

       3910-EDIT-COLONNE-START.
           MOVE SPACE TO WS-EDIT-SEP(WS-I).
           MOVE WS-RECL-NB(WS-I) TO WS-EDIT-NB(WS-I).
       3910-EDIT-COLONNE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'RECLAMATIONS LUES  : ' WS-NB-LUES.
           DISPLAY 'RECUES EN ' WS-ANNEE '     : ' WS-TOTAL-NB(1).
           DISPLAY 'EN COURS           : ' WS-TOTAL-NB(7).
           DISPLAY 'ACCUSE HORS DELAI  : ' WS-TOTAL-NB(8).
           DISPLAY 'REPONSE HORS DELAI : ' WS-TOTAL-NB(9).
           DISPLAY 'RAPPORT ECRIT      : deprcs.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'DATEUTIL-FERIES.cpy'.
           COPY 'RECLECH.cpy'.
