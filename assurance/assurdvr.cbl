       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurdvr.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Suivi hebdomadaire des devis
      *                 (devis.dat, FDEVIS.cpy, tenu par assurdvs.cbl) :
      *                 chaque devis est classe ouvert, expire (ouvert
      *                 mais validite depassee au jour du passage),
      *                 accepte ou refuse, puis cumule au total, sur
      *                 l'agence de l'employe emetteur (fichierclient
      *                 .txt, libelle via fr-liste-dept.txt) et sur le
      *                 type d'assurance. assurdvr.lis donne pour
      *                 chaque axe le nombre de devis par etat et le
      *                 taux de transformation (acceptes / emis), avec
      *                 en tete l'activite des sept derniers jours
      *                 (devis emis, acceptes, refuses).
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEVIS ASSIGN TO 'devis.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEVIS-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurdvr.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DEVIS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FDEVIS.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEMPLOYE.cpy'.

       FD  FIC-DEPT
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-DEVIS-STATUS               PIC X(2).
            88  WS-DEVIS-OK               VALUE 00.
            88  WS-DEVIS-END              VALUE 10.
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

      ***** Libelles des agences/departements ***************************
        01  DATA-DEPT.
            05  DEPT-LGTH                 PIC 9(5) VALUE 0.
            05  DEPT-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON DEPT-LGTH
                INDEXED BY IDX-DEPT.
                10  TBL-CODE-DEPT         PIC X(3).
                10  TBL-LIBELLE-DEPT      PIC X(30).

      ***** Employes du fichier maitre, code -> agence ******************
        01  DATA-EMPLOYE.
            05  EMPLOYE-LGTH              PIC 9(5) VALUE 0.
            05  EMPLOYE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON EMPLOYE-LGTH
                INDEXED BY IDX-EMP.
                10  TBL-EMP-CODE          PIC X(8).
                10  TBL-EMP-AGENCE        PIC X(3).

      ***** Cumuls par etat (1 ouverts, 2 expires, 3 acceptes, 4 ******
      ***** refuses) : total, par agence, par type d'assurance   ******
        01  WS-TOTAL-NB                   PIC 9(7) OCCURS 4 TIMES.
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(3) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-AG-CODE           PIC X(3).
                10  TBL-AG-NB             PIC 9(7) OCCURS 4 TIMES.
        01  DATA-PRODUIT.
            05  PRODUIT-LGTH              PIC 9(3) VALUE 0.
            05  PRODUIT-TBL
                OCCURS 1 TO 100 TIMES
                DEPENDING ON PRODUIT-LGTH
                INDEXED BY IDX-PRODUIT.
                10  TBL-PR-TYPE           PIC X(13).
                10  TBL-PR-NB             PIC 9(7) OCCURS 4 TIMES.

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-DEBUT-SEMAINE              PIC 9(8).
        01  WS-ETAT                       PIC 9(1).
        01  WS-AGENCE                     PIC X(3).
        01  WS-NB-DEVIS                   PIC 9(7) VALUE 0.
        01  WS-NB-EMIS-SEMAINE            PIC 9(7) VALUE 0.
        01  WS-NB-ACC-SEMAINE             PIC 9(7) VALUE 0.
        01  WS-NB-REF-SEMAINE             PIC 9(7) VALUE 0.
        01  WS-NB-SANS-AGENCE             PIC 9(7) VALUE 0.

      ***** Ligne d'edition commune aux trois axes : les compteurs ****
      *     de l'axe courant sont poses dans WS-LIGNE-NB avant appel
      *     de 3900-ECRIT-LIGNE.
        01  WS-LIGNE-NB                   PIC 9(7) OCCURS 4 TIMES.
        01  WS-LIGNE-EMIS                 PIC 9(7).
        01  WS-TAUX-TRANSFO               PIC 9(3)V9.
        01  WS-I                          PIC 9(1).

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-LIGNE.
            05  WS-EDIT-CODE              PIC X(13).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-LIBELLE           PIC X(30).
            05  FILLER                    PIC X(6) VALUE ' EMIS:'.
            05  WS-EDIT-EMIS              PIC ZZZZZZ9.
            05  FILLER                    PIC X(5) VALUE ' OUV:'.
            05  WS-EDIT-OUVERTS           PIC ZZZZZZ9.
            05  FILLER                    PIC X(5) VALUE ' EXP:'.
            05  WS-EDIT-EXPIRES           PIC ZZZZZZ9.
            05  FILLER                    PIC X(5) VALUE ' ACC:'.
            05  WS-EDIT-ACCEPTES          PIC ZZZZZZ9.
            05  FILLER                    PIC X(5) VALUE ' REF:'.
            05  WS-EDIT-REFUSES           PIC ZZZZZZ9.
            05  FILLER                    PIC X(9) VALUE ' TRANSFO:'.
            05  WS-EDIT-TAUX              PIC ZZ9,9.
            05  FILLER                    PIC X(2) VALUE ' %'.
        01  WS-EDIT-NBR                   PIC ZZZZZZ9.

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 1000-INIT-START         THRU 1000-INIT-END.
           PERFORM 1100-LOAD-DEPT-START    THRU 1100-LOAD-DEPT-END.
           PERFORM 1300-LOAD-EMPLOYE-START THRU 1300-LOAD-EMPLOYE-END.
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
           MOVE 'assurdvr'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-DEVIS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Date du jour et debut de la semaine ecoulee (J-6) **********
       1000-INIT-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO DU-DATE-1.
           MOVE -6 TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-DEBUT-SEMAINE.
           MOVE ZEROS TO WS-TOTAL-NB(1) WS-TOTAL-NB(2)
                         WS-TOTAL-NB(3) WS-TOTAL-NB(4).
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

      ***** Employes : l'agence de l'emetteur est celle du devis *******
       1300-LOAD-EMPLOYE-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1400-LOAD-EMPLOYE-LOOP-START
               THRU 1400-LOAD-EMPLOYE-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1300-LOAD-EMPLOYE-END.
           EXIT.

       1400-LOAD-EMPLOYE-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF EMPLOYE-ROLE NOT = 'C'
                       AND EMPLOYE-LGTH < 20000
                       SET EMPLOYE-LGTH UP BY 1
                       SET IDX-EMP TO EMPLOYE-LGTH
                       MOVE EMPLOYE-ID     TO TBL-EMP-CODE(IDX-EMP)
                       MOVE EMPLOYE-AGENCE TO TBL-EMP-AGENCE(IDX-EMP)
                   END-IF
           END-READ.
       1400-LOAD-EMPLOYE-LOOP-END.
           EXIT.

      ***** Lecture des devis et cumul par etat ************************
       2000-CUMUL-START.
           OPEN INPUT FIC-DEVIS.
           IF NOT WS-DEVIS-OK
               DISPLAY 'FICHIER devis.dat ABSENT '
                   '(STATUT ' WS-DEVIS-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2100-CUMUL-LOOP-START
               THRU 2100-CUMUL-LOOP-END
               UNTIL WS-DEVIS-END.
           CLOSE FIC-DEVIS.
       2000-CUMUL-END.
           EXIT.

       2100-CUMUL-LOOP-START.
           READ FIC-DEVIS INTO REC-DEVIS
               AT END
                   MOVE '10' TO WS-DEVIS-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-DEVIS
                   PERFORM 2110-CLASSE-DEVIS-START
                       THRU 2110-CLASSE-DEVIS-END
           END-READ.
       2100-CUMUL-LOOP-END.
           EXIT.

       2110-CLASSE-DEVIS-START.
           EVALUATE TRUE
               WHEN DVS-ACCEPTE
                   MOVE 3 TO WS-ETAT
               WHEN DVS-REFUSE
                   MOVE 4 TO WS-ETAT
               WHEN DVS-DATE-VALIDITE < WS-DATE-JOUR
                   MOVE 2 TO WS-ETAT
               WHEN OTHER
                   MOVE 1 TO WS-ETAT
           END-EVALUATE.
           ADD 1 TO WS-TOTAL-NB(WS-ETAT).

           IF DVS-DATE-EMISSION NOT < WS-DEBUT-SEMAINE
               ADD 1 TO WS-NB-EMIS-SEMAINE
           END-IF.
           IF DVS-DATE-DECISION NOT < WS-DEBUT-SEMAINE
               IF DVS-ACCEPTE
                   ADD 1 TO WS-NB-ACC-SEMAINE
               END-IF
               IF DVS-REFUSE
                   ADD 1 TO WS-NB-REF-SEMAINE
               END-IF
           END-IF.

      *    Agence de l'employe emetteur ; emetteur inconnu : '???'.
           MOVE '???' TO WS-AGENCE.
           SET IDX-EMP TO 1.
           SEARCH EMPLOYE-TBL
               AT END
                   ADD 1 TO WS-NB-SANS-AGENCE
               WHEN TBL-EMP-CODE(IDX-EMP) = DVS-EMPLOYE
                   MOVE TBL-EMP-AGENCE(IDX-EMP) TO WS-AGENCE
           END-SEARCH.

           SET IDX-AGENCE TO 1.
           SEARCH AGENCE-TBL
               AT END
                   IF AGENCE-LGTH < 200
                       SET AGENCE-LGTH UP BY 1
                       SET IDX-AGENCE TO AGENCE-LGTH
                       MOVE WS-AGENCE TO TBL-AG-CODE(IDX-AGENCE)
                       MOVE ZEROS TO TBL-AG-NB(IDX-AGENCE, 1)
                                     TBL-AG-NB(IDX-AGENCE, 2)
                                     TBL-AG-NB(IDX-AGENCE, 3)
                                     TBL-AG-NB(IDX-AGENCE, 4)
                       ADD 1 TO TBL-AG-NB(IDX-AGENCE, WS-ETAT)
                   END-IF
               WHEN TBL-AG-CODE(IDX-AGENCE) = WS-AGENCE
                   ADD 1 TO TBL-AG-NB(IDX-AGENCE, WS-ETAT)
           END-SEARCH.

           SET IDX-PRODUIT TO 1.
           SEARCH PRODUIT-TBL
               AT END
                   IF PRODUIT-LGTH < 100
                       SET PRODUIT-LGTH UP BY 1
                       SET IDX-PRODUIT TO PRODUIT-LGTH
                       MOVE DVS-TYPE-ASSU TO TBL-PR-TYPE(IDX-PRODUIT)
                       MOVE ZEROS TO TBL-PR-NB(IDX-PRODUIT, 1)
                                     TBL-PR-NB(IDX-PRODUIT, 2)
                                     TBL-PR-NB(IDX-PRODUIT, 3)
                                     TBL-PR-NB(IDX-PRODUIT, 4)
                       ADD 1 TO TBL-PR-NB(IDX-PRODUIT, WS-ETAT)
                   END-IF
               WHEN TBL-PR-TYPE(IDX-PRODUIT) = DVS-TYPE-ASSU
                   ADD 1 TO TBL-PR-NB(IDX-PRODUIT, WS-ETAT)
           END-SEARCH.
       2110-CLASSE-DEVIS-END.
           EXIT.

      ***** Edition : activite de la semaine, total par etat, puis ****
      ***** une ligne par agence et une ligne par type d'assurance ****
       3000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'SUIVI DES DEVIS AU ' DELIMITED BY SIZE
               WS-DATE-JOUR             DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'OUV = OUVERTS, EXP = EXPIRES (VALIDITE DEPASSEE), '
                   DELIMITED BY SIZE
               'ACC = ACCEPTES, REF = REFUSES, '
                   DELIMITED BY SIZE
               'TRANSFO = ACCEPTES / EMIS'
                   DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'SEMAINE DU ' DELIMITED BY SIZE
               WS-DEBUT-SEMAINE DELIMITED BY SIZE
               ' AU '           DELIMITED BY SIZE
               WS-DATE-JOUR     DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-NB-EMIS-SEMAINE TO WS-EDIT-NBR.
           MOVE SPACES TO REC-RAPPORT.
           STRING '  DEVIS EMIS     : ' WS-EDIT-NBR
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-NB-ACC-SEMAINE TO WS-EDIT-NBR.
           MOVE SPACES TO REC-RAPPORT.
           STRING '  DEVIS ACCEPTES : ' WS-EDIT-NBR
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-NB-REF-SEMAINE TO WS-EDIT-NBR.
           MOVE SPACES TO REC-RAPPORT.
           STRING '  DEVIS REFUSES  : ' WS-EDIT-NBR
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'PAR AGENCE DE L''EMETTEUR' DELIMITED BY SIZE
               INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3100-LIGNE-AGENCE-START
               THRU 3100-LIGNE-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'PAR TYPE D''ASSURANCE' DELIMITED BY SIZE
               INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3200-LIGNE-PRODUIT-START
               THRU 3200-LIGNE-PRODUIT-END
               VARYING IDX-PRODUIT FROM 1 BY 1
               UNTIL IDX-PRODUIT > PRODUIT-LGTH.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-TOTAL-NB(1) TO WS-LIGNE-NB(1).
           MOVE WS-TOTAL-NB(2) TO WS-LIGNE-NB(2).
           MOVE WS-TOTAL-NB(3) TO WS-LIGNE-NB(3).
           MOVE WS-TOTAL-NB(4) TO WS-LIGNE-NB(4).
           MOVE 'TOTAL'         TO WS-EDIT-CODE.
           MOVE 'TOTAL GENERAL' TO WS-EDIT-LIBELLE.
           PERFORM 3900-ECRIT-LIGNE-START THRU 3900-ECRIT-LIGNE-END.

           IF WS-NB-SANS-AGENCE > 0
               MOVE WS-NB-SANS-AGENCE TO WS-EDIT-NBR
               MOVE SPACES TO REC-RAPPORT
               STRING 'DEVIS D''EMETTEUR INCONNU (AGENCE ???) : '
                       DELIMITED BY SIZE
                   WS-EDIT-NBR DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.

           CLOSE FIC-RAPPORT.
       3000-RAPPORT-END.
           EXIT.

       3100-LIGNE-AGENCE-START.
           PERFORM 3110-COPIE-AGENCE-START
               THRU 3110-COPIE-AGENCE-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 4.
           MOVE TBL-AG-CODE(IDX-AGENCE) TO WS-EDIT-CODE.
           MOVE SPACES TO WS-EDIT-LIBELLE.
           SET IDX-DEPT TO 1.
           SEARCH DEPT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-DEPT(IDX-DEPT) = TBL-AG-CODE(IDX-AGENCE)
                   MOVE TBL-LIBELLE-DEPT(IDX-DEPT) TO WS-EDIT-LIBELLE
           END-SEARCH.
           PERFORM 3900-ECRIT-LIGNE-START THRU 3900-ECRIT-LIGNE-END.
       3100-LIGNE-AGENCE-END.
           EXIT.

       3110-COPIE-AGENCE-START.
           MOVE TBL-AG-NB(IDX-AGENCE, WS-I) TO WS-LIGNE-NB(WS-I).
       3110-COPIE-AGENCE-END.
           EXIT.

       3200-LIGNE-PRODUIT-START.
           PERFORM 3210-COPIE-PRODUIT-START
               THRU 3210-COPIE-PRODUIT-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 4.
           MOVE TBL-PR-TYPE(IDX-PRODUIT) TO WS-EDIT-CODE.
           MOVE SPACES TO WS-EDIT-LIBELLE.
           PERFORM 3900-ECRIT-LIGNE-START THRU 3900-ECRIT-LIGNE-END.
       3200-LIGNE-PRODUIT-END.
           EXIT.

       3210-COPIE-PRODUIT-START.
           MOVE TBL-PR-NB(IDX-PRODUIT, WS-I) TO WS-LIGNE-NB(WS-I).
       3210-COPIE-PRODUIT-END.
           EXIT.

      ***** Ligne d'un axe : compteurs de WS-LIGNE-NB, emis = somme ****
      ***** des quatre etats, taux de transformation acceptes / emis ****
       3900-ECRIT-LIGNE-START.
           COMPUTE WS-LIGNE-EMIS = WS-LIGNE-NB(1) + WS-LIGNE-NB(2)
                                 + WS-LIGNE-NB(3) + WS-LIGNE-NB(4).
           IF WS-LIGNE-EMIS = 0
               MOVE 0 TO WS-TAUX-TRANSFO
           ELSE
               COMPUTE WS-TAUX-TRANSFO ROUNDED =
                   WS-LIGNE-NB(3) * 100 / WS-LIGNE-EMIS
           END-IF.
           MOVE WS-LIGNE-EMIS   TO WS-EDIT-EMIS.
           MOVE WS-LIGNE-NB(1)  TO WS-EDIT-OUVERTS.
           MOVE WS-LIGNE-NB(2)  TO WS-EDIT-EXPIRES.
           MOVE WS-LIGNE-NB(3)  TO WS-EDIT-ACCEPTES.
           MOVE WS-LIGNE-NB(4)  TO WS-EDIT-REFUSES.
           MOVE WS-TAUX-TRANSFO TO WS-EDIT-TAUX.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3900-ECRIT-LIGNE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'DEVIS LUS            : ' WS-NB-DEVIS.
           DISPLAY 'OUVERTS              : ' WS-TOTAL-NB(1).
           DISPLAY 'EXPIRES              : ' WS-TOTAL-NB(2).
           DISPLAY 'ACCEPTES             : ' WS-TOTAL-NB(3).
           DISPLAY 'REFUSES              : ' WS-TOTAL-NB(4).
           DISPLAY 'EMETTEURS INCONNUS   : ' WS-NB-SANS-AGENCE.
           DISPLAY 'RAPPORT ECRIT        : assurdvr.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
