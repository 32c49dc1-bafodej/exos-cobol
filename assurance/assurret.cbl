       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurret.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Retention du portefeuille par cohorte,
      *                 edition trimestrielle : les contrats du maitre
      *                 (assurances.dat) et de l'archive des polices
      *                 supprimees (assurances-archive.dat, derniere
      *                 version archivee d'un contrat, un contrat
      *                 retabli comptant pour le maitre) sont groupes
      *                 par annee de souscription (debut du terme, soit
      *                 l'echeance reculee d'un an, un renouvellement
      *                 creant un nouveau contrat), WS-TYPE-ASSU et
      *                 agence du client. Chaque contrat est classe
      *                 RENOUVELE s'il a un successeur au sens
      *                 d'assurren (meme client, meme type, echeance
      *                 posterieure), sinon ANNULE s'il est archive ou
      *                 hors statut ACTIF, sinon ECHU (lapse) si son
      *                 echeance est passee, sinon EN VIGUEUR. Le taux
      *                 de retention est (en vigueur + renouveles) /
      *                 contrats du groupe. assurret.lis donne un
      *                 groupe par ligne, sous-total par cohorte et
      *                 total general.
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

           SELECT FIC-ARCHIVE ASSIGN TO 'assurances-archive.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurret.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

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

      ***** Fichier d'archive des polices supprimees (meme format) ******
       FD  FIC-ARCHIVE
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ARCHIVE                    PIC X(148).

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-ARCHIVE-STATUS             PIC X(2).
            88  WS-ARCHIVE-OK             VALUE 00.
            88  WS-ARCHIVE-END            VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Table des clients du fichier maitre, code -> agence *********
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).

      ***** Contrats du maitre ('M') et de l'archive ('A') *************
        01  DATA-CONTRAT.
            05  CONTRAT-LGTH              PIC 9(5) VALUE 0.
            05  CONTRAT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CONTRAT-LGTH
                INDEXED BY IDX-CONTRAT.
                10  TBL-NUM-CONTRAT       PIC X(8).
                10  TBL-NUM-CLIENT        PIC X(8).
                10  TBL-TYPE-ASSU         PIC X(13).
                10  TBL-STATUT            PIC X(8).
                10  TBL-ECHEANCE          PIC 9(8).
                10  TBL-ORIGINE           PIC X(1).

      ***** Groupes cohorte x type x agence, tries pour l'edition ******
        01  DATA-GROUPE.
            05  GROUPE-LGTH               PIC 9(5) VALUE 0.
            05  GROUPE-TBL
                OCCURS 1 TO 5000 TIMES
                DEPENDING ON GROUPE-LGTH
                INDEXED BY IDX-GROUPE.
                10  TBL-GRP-CLE.
                    15  TBL-GRP-ANNEE     PIC 9(4).
                    15  TBL-GRP-TYPE      PIC X(13).
                    15  TBL-GRP-AGENCE    PIC X(3).
                10  TBL-GRP-NB            PIC 9(7).
                10  TBL-GRP-VIGUEUR       PIC 9(7).
                10  TBL-GRP-RENOUVELE     PIC 9(7).
                10  TBL-GRP-ECHU          PIC 9(7).
                10  TBL-GRP-ANNULE        PIC 9(7).

      ***** Tri a bulles des groupes par cle croissante ****************
        01  WS-SORT-HOLD                  PIC X(55).
        01  WS-SORT-I                     PIC 9(5) VALUE 0.
        01  WS-SORT-J                     PIC 9(5) VALUE 0.
        01  WS-SORT-SWAPPED               PIC X(1) VALUE 'O'.
            88  WS-SORT-DID-SWAP          VALUE 'O'.

      ***** Cle et classement du contrat courant ***********************
        01  WS-CLE-GROUPE.
            05  WS-CLE-ANNEE              PIC 9(4).
            05  WS-CLE-TYPE               PIC X(13).
            05  WS-CLE-AGENCE             PIC X(3).
        01  WS-ECHEANCE-VUE.
            05  WS-ECH-ANNEE              PIC 9(4).
            05  WS-ECH-MMJJ               PIC 9(4).
        01  WS-ISSUE-CONTRAT              PIC X(1).
            88  WS-ISSUE-VIGUEUR          VALUE 'V'.
            88  WS-ISSUE-RENOUVELE        VALUE 'R'.
            88  WS-ISSUE-ECHU             VALUE 'E'.
            88  WS-ISSUE-ANNULE           VALUE 'X'.

        01  WS-DATE-JOUR                  PIC 9(8) VALUE 0.
        01  WS-I                          PIC 9(5) VALUE 0.
        01  WS-J                          PIC 9(5) VALUE 0.
        01  WS-SUCCESSEUR                 PIC 9(5) VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ARCHIVES                PIC 9(7) VALUE 0.
        01  WS-NB-SANS-ECHEANCE           PIC 9(7) VALUE 0.
        01  WS-NB-IGNORES                 PIC 9(7) VALUE 0.
        01  WS-ANNEE-COURANTE             PIC 9(4) VALUE 0.

      ***** Cumuls d'une cohorte puis du portefeuille ******************
        01  WS-CUMUL-COHORTE.
            05  WS-COH-NB                 PIC 9(7).
            05  WS-COH-VIGUEUR            PIC 9(7).
            05  WS-COH-RENOUVELE          PIC 9(7).
            05  WS-COH-ECHU               PIC 9(7).
            05  WS-COH-ANNULE             PIC 9(7).
        01  WS-CUMUL-TOTAL.
            05  WS-TOT-NB                 PIC 9(7) VALUE 0.
            05  WS-TOT-VIGUEUR            PIC 9(7) VALUE 0.
            05  WS-TOT-RENOUVELE          PIC 9(7) VALUE 0.
            05  WS-TOT-ECHU               PIC 9(7) VALUE 0.
            05  WS-TOT-ANNULE             PIC 9(7) VALUE 0.
        01  WS-LIGNE-COMPTES.
            05  WS-LIG-NB                 PIC 9(7).
            05  WS-LIG-VIGUEUR            PIC 9(7).
            05  WS-LIG-RENOUVELE          PIC 9(7).
            05  WS-LIG-ECHU               PIC 9(7).
            05  WS-LIG-ANNULE             PIC 9(7).
        01  WS-TAUX-RETENTION             PIC 9(3)V9 VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-ENTETE.
            05  FILLER                    PIC X(6)  VALUE 'ANNEE'.
            05  FILLER                    PIC X(15) VALUE 'TYPE'.
            05  FILLER                    PIC X(5)  VALUE 'AGC'.
            05  FILLER                    PIC X(9)  VALUE ' CONTRATS'.
            05  FILLER                    PIC X(11)
                VALUE ' EN VIGUEUR'.
            05  FILLER                    PIC X(11)
                VALUE ' RENOUVELES'.
            05  FILLER                    PIC X(9)  VALUE '    ECHUS'.
            05  FILLER                    PIC X(9)  VALUE '  ANNULES'.
            05  FILLER                    PIC X(11)
                VALUE '  RETENTION'.

        01  WS-EDIT-LIGNE.
            05  WS-EDIT-ANNEE             PIC X(4).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-TYPE              PIC X(13).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-AGENCE            PIC X(3).
            05  FILLER                    PIC X(4) VALUE SPACES.
            05  WS-EDIT-NB                PIC Z(6)9.
            05  FILLER                    PIC X(4) VALUE SPACES.
            05  WS-EDIT-VIGUEUR           PIC Z(6)9.
            05  FILLER                    PIC X(4) VALUE SPACES.
            05  WS-EDIT-RENOUVELE         PIC Z(6)9.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-ECHU              PIC Z(6)9.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-ANNULE            PIC Z(6)9.
            05  FILLER                    PIC X(4) VALUE SPACES.
            05  WS-EDIT-TAUX              PIC ZZ9,9.
            05  FILLER                    PIC X(2) VALUE ' %'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 1000-LOAD-CLIENT-START  THRU 1000-LOAD-CLIENT-END.
           PERFORM 1500-LOAD-ASSU-START    THRU 1500-LOAD-ASSU-END.
           PERFORM 1700-LOAD-ARCHIVE-START THRU 1700-LOAD-ARCHIVE-END.
           PERFORM 2000-CLASSEMENT-START   THRU 2000-CLASSEMENT-END.
           PERFORM 2500-SORT-START         THRU 2500-SORT-END.
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
           MOVE 'assurret'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE CONTRAT-LGTH TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Chargement du fichier client en table memoire ***************
       1000-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           PERFORM 1100-LOAD-CLIENT-LOOP-START
               THRU 1100-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1000-LOAD-CLIENT-END.
           EXIT.

       1100-LOAD-CLIENT-LOOP-START.
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
       1100-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Chargement des contrats du maitre en table memoire *********
       1500-LOAD-ASSU-START.
           OPEN INPUT FIC-ASSU.
           PERFORM 1600-LOAD-ASSU-LOOP-START
               THRU 1600-LOAD-ASSU-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       1500-LOAD-ASSU-END.
           EXIT.

       1600-LOAD-ASSU-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   IF CONTRAT-LGTH < 20000
                       SET CONTRAT-LGTH UP BY 1
                       SET IDX-CONTRAT TO CONTRAT-LGTH
                       MOVE 'M' TO TBL-ORIGINE(IDX-CONTRAT)
                       PERFORM 1800-RANGE-CONTRAT-START
                           THRU 1800-RANGE-CONTRAT-END
                   ELSE
                       ADD 1 TO WS-NB-IGNORES
                   END-IF
           END-READ.
       1600-LOAD-ASSU-LOOP-END.
           EXIT.

      ***** Archive : un contrat retabli (present au maitre) est ignore,*
      ***** plusieurs versions archivees -> la derniere l'emporte     **
       1700-LOAD-ARCHIVE-START.
           OPEN INPUT FIC-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
               GO TO 1700-LOAD-ARCHIVE-END
           END-IF.
           PERFORM 1710-LOAD-ARCHIVE-LOOP-START
               THRU 1710-LOAD-ARCHIVE-LOOP-END
               UNTIL WS-ARCHIVE-END.
           CLOSE FIC-ARCHIVE.
       1700-LOAD-ARCHIVE-END.
           EXIT.

       1710-LOAD-ARCHIVE-LOOP-START.
           READ FIC-ARCHIVE INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ARCHIVE-STATUS
               NOT AT END
                   PERFORM 1720-ARCHIVE-CONTRAT-START
                       THRU 1720-ARCHIVE-CONTRAT-END
           END-READ.
       1710-LOAD-ARCHIVE-LOOP-END.
           EXIT.

       1720-ARCHIVE-CONTRAT-START.
           SET IDX-CONTRAT TO 1.
           SEARCH CONTRAT-TBL
               AT END
                   IF CONTRAT-LGTH < 20000
                       ADD 1 TO WS-NB-ARCHIVES
                       SET CONTRAT-LGTH UP BY 1
                       SET IDX-CONTRAT TO CONTRAT-LGTH
                       MOVE 'A' TO TBL-ORIGINE(IDX-CONTRAT)
                       PERFORM 1800-RANGE-CONTRAT-START
                           THRU 1800-RANGE-CONTRAT-END
                   ELSE
                       ADD 1 TO WS-NB-IGNORES
                   END-IF
               WHEN TBL-NUM-CONTRAT(IDX-CONTRAT) = WS-NUM-CONTRAT
                   IF TBL-ORIGINE(IDX-CONTRAT) = 'A'
                       PERFORM 1800-RANGE-CONTRAT-START
                           THRU 1800-RANGE-CONTRAT-END
                   END-IF
           END-SEARCH.
       1720-ARCHIVE-CONTRAT-END.
           EXIT.

       1800-RANGE-CONTRAT-START.
           MOVE WS-NUM-CONTRAT   TO TBL-NUM-CONTRAT(IDX-CONTRAT).
           MOVE WS-NUM-CLIENT    TO TBL-NUM-CLIENT(IDX-CONTRAT).
           MOVE WS-TYPE-ASSU     TO TBL-TYPE-ASSU(IDX-CONTRAT).
           MOVE WS-STATUT        TO TBL-STATUT(IDX-CONTRAT).
           IF WS-DATE-ECHEANCE IS NUMERIC
               MOVE WS-DATE-ECHEANCE TO TBL-ECHEANCE(IDX-CONTRAT)
           ELSE
               MOVE 0 TO TBL-ECHEANCE(IDX-CONTRAT)
           END-IF.
       1800-RANGE-CONTRAT-END.
           EXIT.

      ***** Classement de chaque contrat et cumul sur son groupe *******
       2000-CLASSEMENT-START.
           PERFORM 2100-CONTRAT-START
               THRU 2100-CONTRAT-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > CONTRAT-LGTH.
       2000-CLASSEMENT-END.
           EXIT.

       2100-CONTRAT-START.
           IF TBL-ECHEANCE(WS-I) = 0
               ADD 1 TO WS-NB-SANS-ECHEANCE
               GO TO 2100-CONTRAT-END
           END-IF.

           MOVE 0 TO WS-SUCCESSEUR.
           PERFORM 2110-SUCCESSEUR-START
               THRU 2110-SUCCESSEUR-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > CONTRAT-LGTH.

           EVALUATE TRUE
               WHEN WS-SUCCESSEUR > 0
                   SET WS-ISSUE-RENOUVELE TO TRUE
               WHEN TBL-ORIGINE(WS-I) = 'A'
                   SET WS-ISSUE-ANNULE TO TRUE
               WHEN TBL-STATUT(WS-I) NOT = 'ACTIF'
                   SET WS-ISSUE-ANNULE TO TRUE
               WHEN TBL-ECHEANCE(WS-I) < WS-DATE-JOUR
                   SET WS-ISSUE-ECHU TO TRUE
               WHEN OTHER
                   SET WS-ISSUE-VIGUEUR TO TRUE
           END-EVALUATE.

           MOVE TBL-ECHEANCE(WS-I) TO WS-ECHEANCE-VUE.
           COMPUTE WS-CLE-ANNEE = WS-ECH-ANNEE - 1.
           MOVE TBL-TYPE-ASSU(WS-I) TO WS-CLE-TYPE.
           MOVE '???' TO WS-CLE-AGENCE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               WHEN TBL-CODE-CLT(IDX-CLIENT) = TBL-NUM-CLIENT(WS-I)
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-CLE-AGENCE
           END-SEARCH.

           PERFORM 2200-CUMUL-GROUPE-START
               THRU 2200-CUMUL-GROUPE-END.
       2100-CONTRAT-END.
           EXIT.

      *    Successeur au sens d'assurren : meme client, meme type,
      *    echeance strictement posterieure.
       2110-SUCCESSEUR-START.
           IF WS-J NOT = WS-I
               AND TBL-NUM-CLIENT(WS-J) = TBL-NUM-CLIENT(WS-I)
               AND TBL-TYPE-ASSU(WS-J) = TBL-TYPE-ASSU(WS-I)
               AND TBL-ECHEANCE(WS-J) > TBL-ECHEANCE(WS-I)
               MOVE WS-J TO WS-SUCCESSEUR
           END-IF.
       2110-SUCCESSEUR-END.
           EXIT.

       2200-CUMUL-GROUPE-START.
           SET IDX-GROUPE TO 1.
           SEARCH GROUPE-TBL
               AT END
                   IF GROUPE-LGTH < 5000
                       SET GROUPE-LGTH UP BY 1
                       SET IDX-GROUPE TO GROUPE-LGTH
                       MOVE WS-CLE-GROUPE TO TBL-GRP-CLE(IDX-GROUPE)
                       MOVE 0 TO TBL-GRP-NB(IDX-GROUPE)
                       MOVE 0 TO TBL-GRP-VIGUEUR(IDX-GROUPE)
                       MOVE 0 TO TBL-GRP-RENOUVELE(IDX-GROUPE)
                       MOVE 0 TO TBL-GRP-ECHU(IDX-GROUPE)
                       MOVE 0 TO TBL-GRP-ANNULE(IDX-GROUPE)
                   ELSE
                       ADD 1 TO WS-NB-IGNORES
                       GO TO 2200-CUMUL-GROUPE-END
                   END-IF
               WHEN TBL-GRP-CLE(IDX-GROUPE) = WS-CLE-GROUPE
                   CONTINUE
           END-SEARCH.

           ADD 1 TO TBL-GRP-NB(IDX-GROUPE).
           EVALUATE TRUE
               WHEN WS-ISSUE-VIGUEUR
                   ADD 1 TO TBL-GRP-VIGUEUR(IDX-GROUPE)
               WHEN WS-ISSUE-RENOUVELE
                   ADD 1 TO TBL-GRP-RENOUVELE(IDX-GROUPE)
               WHEN WS-ISSUE-ECHU
                   ADD 1 TO TBL-GRP-ECHU(IDX-GROUPE)
               WHEN OTHER
                   ADD 1 TO TBL-GRP-ANNULE(IDX-GROUPE)
           END-EVALUATE.
       2200-CUMUL-GROUPE-END.
           EXIT.

      ***** Tri a bulles des groupes : cohorte, type puis agence *******
       2500-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 2510-SORT-PASS-START
               THRU 2510-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= GROUPE-LGTH
               OR NOT WS-SORT-DID-SWAP.
       2500-SORT-END.
           EXIT.

       2510-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 2520-SORT-COMPARE-START
               THRU 2520-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (GROUPE-LGTH - WS-SORT-I + 1).
       2510-SORT-PASS-END.
           EXIT.

       2520-SORT-COMPARE-START.
           SET IDX-GROUPE TO WS-SORT-J.
           IF TBL-GRP-CLE(IDX-GROUPE) > TBL-GRP-CLE(IDX-GROUPE + 1)
               MOVE GROUPE-TBL(IDX-GROUPE)     TO WS-SORT-HOLD
               MOVE GROUPE-TBL(IDX-GROUPE + 1)
                   TO GROUPE-TBL(IDX-GROUPE)
               MOVE WS-SORT-HOLD TO GROUPE-TBL(IDX-GROUPE + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       2520-SORT-COMPARE-END.
           EXIT.

      ***** Edition : un groupe par ligne, sous-total a chaque rupture **
      ***** de cohorte, puis total general                             **
       3000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'RETENTION DU PORTEFEUILLE PAR COHORTE DE '
                   DELIMITED BY SIZE
               'SOUSCRIPTION - SITUATION AU ' DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE 0 TO WS-ANNEE-COURANTE.
           INITIALIZE WS-CUMUL-COHORTE.
           PERFORM 3100-LIGNE-GROUPE-START
               THRU 3100-LIGNE-GROUPE-END
               VARYING IDX-GROUPE FROM 1 BY 1
               UNTIL IDX-GROUPE > GROUPE-LGTH.
           IF GROUPE-LGTH > 0
               PERFORM 3200-SOUS-TOTAL-START
                   THRU 3200-SOUS-TOTAL-END
           END-IF.

           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-CUMUL-TOTAL TO WS-LIGNE-COMPTES.
           MOVE 'TOUT'          TO WS-EDIT-ANNEE.
           MOVE 'TOTAL GENERAL' TO WS-EDIT-TYPE.
           MOVE SPACES          TO WS-EDIT-AGENCE.
           PERFORM 3300-ECRIT-LIGNE-START THRU 3300-ECRIT-LIGNE-END.

           IF WS-NB-SANS-ECHEANCE > 0
               MOVE SPACES TO REC-RAPPORT
               STRING 'CONTRATS SANS ECHEANCE (NON CLASSES) : '
                       DELIMITED BY SIZE
                   WS-NB-SANS-ECHEANCE DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.

           CLOSE FIC-RAPPORT.
       3000-RAPPORT-END.
           EXIT.

       3100-LIGNE-GROUPE-START.
           IF TBL-GRP-ANNEE(IDX-GROUPE) NOT = WS-ANNEE-COURANTE
               AND WS-ANNEE-COURANTE NOT = 0
               PERFORM 3200-SOUS-TOTAL-START
                   THRU 3200-SOUS-TOTAL-END
           END-IF.
           MOVE TBL-GRP-ANNEE(IDX-GROUPE) TO WS-ANNEE-COURANTE.

           ADD TBL-GRP-NB(IDX-GROUPE)        TO WS-COH-NB.
           ADD TBL-GRP-VIGUEUR(IDX-GROUPE)   TO WS-COH-VIGUEUR.
           ADD TBL-GRP-RENOUVELE(IDX-GROUPE) TO WS-COH-RENOUVELE.
           ADD TBL-GRP-ECHU(IDX-GROUPE)      TO WS-COH-ECHU.
           ADD TBL-GRP-ANNULE(IDX-GROUPE)    TO WS-COH-ANNULE.

           MOVE TBL-GRP-NB(IDX-GROUPE)        TO WS-LIG-NB.
           MOVE TBL-GRP-VIGUEUR(IDX-GROUPE)   TO WS-LIG-VIGUEUR.
           MOVE TBL-GRP-RENOUVELE(IDX-GROUPE) TO WS-LIG-RENOUVELE.
           MOVE TBL-GRP-ECHU(IDX-GROUPE)      TO WS-LIG-ECHU.
           MOVE TBL-GRP-ANNULE(IDX-GROUPE)    TO WS-LIG-ANNULE.
           MOVE TBL-GRP-ANNEE(IDX-GROUPE)     TO WS-EDIT-ANNEE.
           MOVE TBL-GRP-TYPE(IDX-GROUPE)      TO WS-EDIT-TYPE.
           MOVE TBL-GRP-AGENCE(IDX-GROUPE)    TO WS-EDIT-AGENCE.
           PERFORM 3300-ECRIT-LIGNE-START THRU 3300-ECRIT-LIGNE-END.
       3100-LIGNE-GROUPE-END.
           EXIT.

       3200-SOUS-TOTAL-START.
           MOVE WS-CUMUL-COHORTE  TO WS-LIGNE-COMPTES.
           MOVE WS-ANNEE-COURANTE TO WS-EDIT-ANNEE.
           MOVE 'TOTAL COHORTE'   TO WS-EDIT-TYPE.
           MOVE SPACES            TO WS-EDIT-AGENCE.
           PERFORM 3300-ECRIT-LIGNE-START THRU 3300-ECRIT-LIGNE-END.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           ADD WS-COH-NB        TO WS-TOT-NB.
           ADD WS-COH-VIGUEUR   TO WS-TOT-VIGUEUR.
           ADD WS-COH-RENOUVELE TO WS-TOT-RENOUVELE.
           ADD WS-COH-ECHU      TO WS-TOT-ECHU.
           ADD WS-COH-ANNULE    TO WS-TOT-ANNULE.
           INITIALIZE WS-CUMUL-COHORTE.
       3200-SOUS-TOTAL-END.
           EXIT.

      ***** Ligne editee depuis WS-LIGNE-COMPTES, taux de retention ****
       3300-ECRIT-LIGNE-START.
           MOVE 0 TO WS-TAUX-RETENTION.
           IF WS-LIG-NB > 0
               COMPUTE WS-TAUX-RETENTION ROUNDED =
                   (WS-LIG-VIGUEUR + WS-LIG-RENOUVELE) * 100
                       / WS-LIG-NB
           END-IF.
           MOVE WS-LIG-NB         TO WS-EDIT-NB.
           MOVE WS-LIG-VIGUEUR    TO WS-EDIT-VIGUEUR.
           MOVE WS-LIG-RENOUVELE  TO WS-EDIT-RENOUVELE.
           MOVE WS-LIG-ECHU       TO WS-EDIT-ECHU.
           MOVE WS-LIG-ANNULE     TO WS-EDIT-ANNULE.
           MOVE WS-TAUX-RETENTION TO WS-EDIT-TAUX.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3300-ECRIT-LIGNE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'CONTRATS DU MAITRE    : ' WS-NB-CONTRATS.
           DISPLAY 'CONTRATS DE L''ARCHIVE : ' WS-NB-ARCHIVES.
           DISPLAY 'GROUPES EDITES        : ' GROUPE-LGTH.
           IF WS-NB-IGNORES > 0
               DISPLAY 'CONTRATS NON TRAITES (TABLE PLEINE) : '
                   WS-NB-IGNORES
           END-IF.
           DISPLAY 'RAPPORT ECRIT         : assurret.lis'.
       9000-TERM-END.
           EXIT.
