       IDENTIFICATION DIVISION.
       PROGRAM-ID. depforr.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Suivi des formations reglementaires et
      *                 de la certification des commerciaux, a une date
      *                 de reference (AAAAMMJJ en ligne de commande,
      *                 jour par defaut). Sont suivis les employes ayant
      *                 une formation dans formations.dat
      *                 (FFORMAT.cpy) ou apporteurs (WS-CODE-APPORTEUR)
      *                 d'un contrat d'assurances.dat. depforr.lis
      *                 donne, groupees par agence comme depabsr.cbl,
      *                 les alertes : certificat absent, expire ou
      *                 expirant dans les 60 jours, heures de l'annee
      *                 civile inferieures aux 15 heures reglementaires.
      *                 Puis chaque contrat vendu par un employe est
      *                 date par son mouvement de creation 'A' du
      *                 journal assumaj.jnl (FMVTJNL.cpy) ; un contrat
      *                 vendu alors que l'apporteur n'etait pas certifie
      *                 est liste et trace dans exceptions.dat (code
      *                 FORCRT). Un contrat absent du journal (anterieur
      *                 a sa tenue) n'est pas controle et seulement
      *                 compte.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FORMATION ASSIGN TO 'formations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-FORMATION-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-MVTJNL ASSIGN TO 'assumaj.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MVTJNL-STATUS.

           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'depforr.lis'
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
       FD  FIC-FORMATION
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FFORMAT.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEMPLOYE.cpy'.

       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FASSU.cpy'.

       FD  FIC-MVTJNL
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMVTJNL.cpy'.

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
        01  WS-FORMATION-STATUS           PIC X(2).
            88  WS-FORMATION-OK           VALUE 00.
            88  WS-FORMATION-END          VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-MVTJNL-STATUS              PIC X(2).
            88  WS-MVTJNL-OK              VALUE 00.
            88  WS-MVTJNL-END             VALUE 10.
        01  WS-DEPT-STATUS                PIC X(2).
            88  WS-DEPT-OK                VALUE 00.
            88  WS-DEPT-END               VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Date de reference et seuils reglementaires *****************
        01  WS-CMD-LINE                   PIC X(60) VALUE SPACES.
        01  WS-DATE-PARM                  PIC X(8)  VALUE SPACES.
        01  WS-DATE-REF                   PIC 9(8).
        01  WS-DATE-REF-R REDEFINES WS-DATE-REF.
            05  WS-REF-ANNEE              PIC 9(4).
            05  WS-REF-MOIS-JOUR          PIC 9(4).
        01  WS-DATE-ALERTE                PIC 9(8).
        01  WS-DEBUT-ANNEE                PIC 9(8).
        01  WS-JOURS-ALERTE               PIC 9(3)  VALUE 60.
        01  WS-HEURES-REQUISES            PIC 9(3)  VALUE 15.

      ***** Agences connues *********************************************
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(5) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-CODE-AGENCE       PIC X(3).
                10  TBL-LIBELLE-AGENCE    PIC X(30).

      ***** Personnel : heures de l'annee, derniere expiration, ******
      ***** indicateurs formation suivie / contrats vendus       ******
        01  DATA-EMP.
            05  EMP-LGTH                  PIC 9(5) VALUE 0.
            05  EMP-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON EMP-LGTH
                INDEXED BY IDX-EMP.
                10  TBL-EMP-ID            PIC X(8).
                10  TBL-EMP-NOM           PIC X(20).
                10  TBL-EMP-AGENCE        PIC X(3).
                10  TBL-EMP-AG-CONNUE     PIC X(1).
                10  TBL-EMP-FORME         PIC X(1).
                10  TBL-EMP-VENDEUR       PIC X(1).
                10  TBL-EMP-HEURES        PIC 9(5).
                10  TBL-EMP-EXPIRATION    PIC 9(8).

      ***** Formations certifiantes, pour la certification a date ****
        01  DATA-CERT.
            05  CERT-LGTH                 PIC 9(5) VALUE 0.
            05  CERT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CERT-LGTH
                INDEXED BY IDX-CERT.
                10  TBL-CERT-ID           PIC X(8).
                10  TBL-CERT-DEBUT        PIC 9(8).
                10  TBL-CERT-FIN          PIC 9(8).

      ***** Contrats vendus par un employe, dates par le journal ******
        01  DATA-CTR.
            05  CTR-LGTH                  PIC 9(5) VALUE 0.
            05  CTR-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CTR-LGTH
                INDEXED BY IDX-CTR.
                10  TBL-CTR-NUM           PIC X(8).
                10  TBL-CTR-CLIENT        PIC X(8).
                10  TBL-CTR-TYPE          PIC X(13).
                10  TBL-CTR-APPORTEUR     PIC X(8).
                10  TBL-CTR-DATE          PIC 9(8).

        01  WS-CERTIFIE                   PIC X(1).
            88  WS-EST-CERTIFIE           VALUE 'O'.
        01  WS-DATE-TEST                  PIC 9(8).
        01  WS-ID-TEST                    PIC X(8).
        01  WS-ALERTE-CERT                PIC X(20).
        01  WS-ALERTE-HEURES              PIC X(20).
        01  WS-NB-AGENCE-LIGNES           PIC 9(7) VALUE 0.

        01  WS-NB-FORMATIONS              PIC 9(7) VALUE 0.
        01  WS-NB-FORM-INCONNUS           PIC 9(7) VALUE 0.
        01  WS-NB-ALERTES                 PIC 9(7) VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-EXTERNES                PIC 9(7) VALUE 0.
        01  WS-NB-NON-DATES               PIC 9(7) VALUE 0.
        01  WS-NB-CONTROLES               PIC 9(7) VALUE 0.
        01  WS-NB-SANS-CERT               PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-LIGNE.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-ID                PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-NOM               PIC X(20).
            05  FILLER                    PIC X(9) VALUE ' HEURES: '.
            05  WS-EDIT-HEURES            PIC ZZZZ9.
            05  FILLER                    PIC X(14)
                VALUE '  EXPIRATION: '.
            05  WS-EDIT-EXPIRATION        PIC X(10).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-ALERTE-CERT       PIC X(20).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-ALERTE-HEURES     PIC X(20).

        01  WS-EDIT-CONTRAT.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-CTR-NUM           PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CTR-TYPE          PIC X(13).
            05  FILLER                    PIC X(8) VALUE ' CLIENT '.
            05  WS-EDIT-CTR-CLIENT        PIC X(8).
            05  FILLER                    PIC X(10) VALUE ' VENDU LE '.
            05  WS-EDIT-CTR-DATE          PIC X(10).
            05  FILLER                    PIC X(5) VALUE ' PAR '.
            05  WS-EDIT-CTR-APPORTEUR     PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CTR-NOM           PIC X(20).

        01  WS-DATE-A-EDITER              PIC 9(8).
        01  WS-DATE-EDITEE                PIC X(10).
        01  WS-EDIT-JOURS                 PIC ZZ9.
        01  WS-EDIT-NB                    PIC Z(6)9.

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 0100-PARM-START         THRU 0100-PARM-END.
           PERFORM 1000-LOAD-DEPT-START    THRU 1000-LOAD-DEPT-END.
           PERFORM 1200-LOAD-EMP-START     THRU 1200-LOAD-EMP-END.
           PERFORM 1400-LOAD-FORM-START    THRU 1400-LOAD-FORM-END.
           PERFORM 1600-LOAD-ASSU-START    THRU 1600-LOAD-ASSU-END.
           PERFORM 1800-LOAD-JNL-START     THRU 1800-LOAD-JNL-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 3000-ALERTES-START      THRU 3000-ALERTES-END.
           PERFORM 4000-CONTROLE-START     THRU 4000-CONTROLE-END.
           CLOSE FIC-RAPPORT.
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
           MOVE 'depforr'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-FORMATIONS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Date de reference (jour par defaut), debut de son annee **
      ***** civile et limite d'alerte d'expiration                   **
       0100-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-DATE-PARM
           END-UNSTRING.
           IF WS-DATE-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REF
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY 'DATE DE REFERENCE INVALIDE (AAAAMMJJ '
                       'ATTENDU) : ' WS-DATE-PARM
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-DATE-REF
           END-IF.
           COMPUTE WS-DEBUT-ANNEE = WS-REF-ANNEE * 10000 + 101.
           MOVE WS-DATE-REF     TO DU-DATE-1.
           MOVE WS-JOURS-ALERTE TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-DATE-ALERTE.
       0100-PARM-END.
           EXIT.

      ***** Chargement des agences/departements en table memoire *******
       1000-LOAD-DEPT-START.
           OPEN INPUT FIC-DEPT.
           IF NOT WS-DEPT-OK
               GO TO 1000-LOAD-DEPT-END
           END-IF.
           PERFORM 1100-LOAD-DEPT-LOOP-START
               THRU 1100-LOAD-DEPT-LOOP-END
               UNTIL WS-DEPT-END.
           CLOSE FIC-DEPT.
       1000-LOAD-DEPT-END.
           EXIT.

       1100-LOAD-DEPT-LOOP-START.
           READ FIC-DEPT INTO F-DEPT
               AT END
                   MOVE '10' TO WS-DEPT-STATUS
               NOT AT END
                   IF AGENCE-LGTH < 200
                       SET AGENCE-LGTH UP BY 1
                       SET IDX-AGENCE TO AGENCE-LGTH
                       MOVE CODE-DEPT    TO TBL-CODE-AGENCE(IDX-AGENCE)
                       MOVE LIBELLE-DEPT
                           TO TBL-LIBELLE-AGENCE(IDX-AGENCE)
                   END-IF
           END-READ.
       1100-LOAD-DEPT-LOOP-END.
           EXIT.

      ***** Chargement du personnel (identite, agence), cumuls a zero **
       1200-LOAD-EMP-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-EMP-LOOP-START
               THRU 1300-LOAD-EMP-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1200-LOAD-EMP-END.
           EXIT.

       1300-LOAD-EMP-LOOP-START.
           READ FIC-CLIENT INTO F-EMPLOYE
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF EMPLOYE-ROLE NOT = 'C'
                       AND EMP-LGTH < 20000
                       PERFORM 1310-RETIENT-EMP-START
                           THRU 1310-RETIENT-EMP-END
                   END-IF
           END-READ.
       1300-LOAD-EMP-LOOP-END.
           EXIT.

       1310-RETIENT-EMP-START.
           SET EMP-LGTH UP BY 1.
           SET IDX-EMP TO EMP-LGTH.
           MOVE EMPLOYE-ID     TO TBL-EMP-ID(IDX-EMP).
           MOVE EMPLOYE-NOM    TO TBL-EMP-NOM(IDX-EMP).
           MOVE EMPLOYE-AGENCE TO TBL-EMP-AGENCE(IDX-EMP).
           MOVE 'N'            TO TBL-EMP-AG-CONNUE(IDX-EMP)
                                  TBL-EMP-FORME(IDX-EMP)
                                  TBL-EMP-VENDEUR(IDX-EMP).
           MOVE 0              TO TBL-EMP-HEURES(IDX-EMP)
                                  TBL-EMP-EXPIRATION(IDX-EMP).
           IF AGENCE-LGTH > 0
               SET IDX-AGENCE TO 1
               SEARCH AGENCE-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CODE-AGENCE(IDX-AGENCE) = EMPLOYE-AGENCE
                       MOVE 'O' TO TBL-EMP-AG-CONNUE(IDX-EMP)
               END-SEARCH
           END-IF.
       1310-RETIENT-EMP-END.
           EXIT.

      ***** Formations achevees a la date de reference : heures de  ***
      ***** l'annee civile, derniere expiration, periodes certifiees ***
       1400-LOAD-FORM-START.
           OPEN INPUT FIC-FORMATION.
           IF NOT WS-FORMATION-OK
               DISPLAY '*** FICHIER formations.dat ABSENT (STATUT '
                   WS-FORMATION-STATUS ') : AUCUNE FORMATION'
               GO TO 1400-LOAD-FORM-END
           END-IF.
           PERFORM 1500-LOAD-FORM-LOOP-START
               THRU 1500-LOAD-FORM-LOOP-END
               UNTIL WS-FORMATION-END.
           CLOSE FIC-FORMATION.
       1400-LOAD-FORM-END.
           EXIT.

       1500-LOAD-FORM-LOOP-START.
           READ FIC-FORMATION
               AT END
                   MOVE '10' TO WS-FORMATION-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-FORMATIONS
                   PERFORM 1510-CUMUL-FORM-START
                       THRU 1510-CUMUL-FORM-END
           END-READ.
       1500-LOAD-FORM-LOOP-END.
           EXIT.

       1510-CUMUL-FORM-START.
           IF FOR-DATE-EXPIRATION > 0
               AND CERT-LGTH < 20000
               SET CERT-LGTH UP BY 1
               SET IDX-CERT TO CERT-LGTH
               MOVE FOR-EMPLOYE-ID      TO TBL-CERT-ID(IDX-CERT)
               MOVE FOR-DATE-FIN        TO TBL-CERT-DEBUT(IDX-CERT)
               MOVE FOR-DATE-EXPIRATION TO TBL-CERT-FIN(IDX-CERT)
           END-IF.

           SET IDX-EMP TO 1.
           SEARCH EMP-TBL
               AT END
                   ADD 1 TO WS-NB-FORM-INCONNUS
               WHEN TBL-EMP-ID(IDX-EMP) = FOR-EMPLOYE-ID
                   MOVE 'O' TO TBL-EMP-FORME(IDX-EMP)
                   IF FOR-DATE-FIN NOT > WS-DATE-REF
                       AND FOR-DATE-FIN NOT < WS-DEBUT-ANNEE
                       ADD FOR-HEURES TO TBL-EMP-HEURES(IDX-EMP)
                   END-IF
                   IF FOR-DATE-FIN NOT > WS-DATE-REF
                       AND FOR-DATE-EXPIRATION
                           > TBL-EMP-EXPIRATION(IDX-EMP)
                       MOVE FOR-DATE-EXPIRATION
                           TO TBL-EMP-EXPIRATION(IDX-EMP)
                   END-IF
           END-SEARCH.
       1510-CUMUL-FORM-END.
           EXIT.

      ***** Contrats dont l'apporteur est un employe ; les autres    **
      ***** apporteurs (courtiers externes) ne sont pas controles    **
       1600-LOAD-ASSU-START.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT '
                   '(STATUT ' WS-ASSU-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1700-LOAD-ASSU-LOOP-START
               THRU 1700-LOAD-ASSU-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       1600-LOAD-ASSU-END.
           EXIT.

       1700-LOAD-ASSU-LOOP-START.
           READ FIC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   IF WS-CODE-APPORTEUR NOT = SPACES
                       ADD 1 TO WS-NB-CONTRATS
                       PERFORM 1710-RETIENT-CTR-START
                           THRU 1710-RETIENT-CTR-END
                   END-IF
           END-READ.
       1700-LOAD-ASSU-LOOP-END.
           EXIT.

       1710-RETIENT-CTR-START.
           SET IDX-EMP TO 1.
           SEARCH EMP-TBL
               AT END
                   ADD 1 TO WS-NB-EXTERNES
                   GO TO 1710-RETIENT-CTR-END
               WHEN TBL-EMP-ID(IDX-EMP) = WS-CODE-APPORTEUR
                   MOVE 'O' TO TBL-EMP-VENDEUR(IDX-EMP)
           END-SEARCH.
           IF CTR-LGTH < 20000
               SET CTR-LGTH UP BY 1
               SET IDX-CTR TO CTR-LGTH
               MOVE WS-NUM-CONTRAT    TO TBL-CTR-NUM(IDX-CTR)
               MOVE WS-ID-CLIENT      TO TBL-CTR-CLIENT(IDX-CTR)
               MOVE WS-TYPE-ASSU      TO TBL-CTR-TYPE(IDX-CTR)
               MOVE WS-CODE-APPORTEUR TO TBL-CTR-APPORTEUR(IDX-CTR)
               MOVE 0                 TO TBL-CTR-DATE(IDX-CTR)
           END-IF.
       1710-RETIENT-CTR-END.
           EXIT.

      ***** Date de vente : effet du mouvement de creation 'A' du   ***
      ***** contrat dans le journal des mouvements appliques        ***
       1800-LOAD-JNL-START.
           OPEN INPUT FIC-MVTJNL.
           IF NOT WS-MVTJNL-OK
               DISPLAY '*** FICHIER assumaj.jnl ABSENT (STATUT '
                   WS-MVTJNL-STATUS ') : CONTRATS NON DATES'
               GO TO 1800-LOAD-JNL-END
           END-IF.
           PERFORM 1900-LOAD-JNL-LOOP-START
               THRU 1900-LOAD-JNL-LOOP-END
               UNTIL WS-MVTJNL-END.
           CLOSE FIC-MVTJNL.
       1800-LOAD-JNL-END.
           EXIT.

       1900-LOAD-JNL-LOOP-START.
           READ FIC-MVTJNL
               AT END
                   MOVE '10' TO WS-MVTJNL-STATUS
               NOT AT END
                   IF MJN-AJOUT AND CTR-LGTH > 0
                       SET IDX-CTR TO 1
                       SEARCH CTR-TBL
                           AT END
                               CONTINUE
                           WHEN TBL-CTR-NUM(IDX-CTR) = MJN-NUM-CONTRAT
                               IF TBL-CTR-DATE(IDX-CTR) = 0
                                   MOVE MJN-DATE-EFFET
                                       TO TBL-CTR-DATE(IDX-CTR)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.
       1900-LOAD-JNL-LOOP-END.
           EXIT.

      ***** Alertes de formation et de certification par agence *****
       3000-ALERTES-START.
           MOVE WS-DATE-REF TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE WS-HEURES-REQUISES TO WS-EDIT-JOURS.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'FORMATION ET CERTIFICATION DES COMMERCIAUX AU '
               WS-DATE-EDITEE ' -' WS-EDIT-JOURS
               ' HEURES REQUISES PAR ANNEE CIVILE'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 3100-SECTION-AGENCE-START
               THRU 3100-SECTION-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           PERFORM 3200-SECTION-INCONNUE-START
               THRU 3200-SECTION-INCONNUE-END.
           IF WS-NB-ALERTES = 0
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE 'AUCUNE ALERTE.' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       3000-ALERTES-END.
           EXIT.

       3100-SECTION-AGENCE-START.
           MOVE 0 TO WS-NB-AGENCE-LIGNES.
           PERFORM 3110-LIGNE-EMPLOYE-START
               THRU 3110-LIGNE-EMPLOYE-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
       3100-SECTION-AGENCE-END.
           EXIT.

       3110-LIGNE-EMPLOYE-START.
           IF TBL-EMP-AG-CONNUE(IDX-EMP) NOT = 'O'
               OR TBL-EMP-AGENCE(IDX-EMP)
                   NOT = TBL-CODE-AGENCE(IDX-AGENCE)
               GO TO 3110-LIGNE-EMPLOYE-END
           END-IF.
           PERFORM 3300-ALERTE-EMP-START THRU 3300-ALERTE-EMP-END.
           IF WS-ALERTE-CERT = SPACES AND WS-ALERTE-HEURES = SPACES
               GO TO 3110-LIGNE-EMPLOYE-END
           END-IF.
           IF WS-NB-AGENCE-LIGNES = 0
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE SPACES TO REC-RAPPORT
               STRING 'AGENCE ' DELIMITED BY SIZE
                   TBL-CODE-AGENCE(IDX-AGENCE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TBL-LIBELLE-AGENCE(IDX-AGENCE) DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.
           PERFORM 3400-ECRIT-ALERTE-START THRU 3400-ECRIT-ALERTE-END.
       3110-LIGNE-EMPLOYE-END.
           EXIT.

      ***** Employes dont l'agence est absente de fr-liste-dept.txt **
       3200-SECTION-INCONNUE-START.
           MOVE 0 TO WS-NB-AGENCE-LIGNES.
           PERFORM 3210-LIGNE-INCONNUE-START
               THRU 3210-LIGNE-INCONNUE-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
       3200-SECTION-INCONNUE-END.
           EXIT.

       3210-LIGNE-INCONNUE-START.
           IF TBL-EMP-AG-CONNUE(IDX-EMP) = 'O'
               GO TO 3210-LIGNE-INCONNUE-END
           END-IF.
           PERFORM 3300-ALERTE-EMP-START THRU 3300-ALERTE-EMP-END.
           IF WS-ALERTE-CERT = SPACES AND WS-ALERTE-HEURES = SPACES
               GO TO 3210-LIGNE-INCONNUE-END
           END-IF.
           IF WS-NB-AGENCE-LIGNES = 0
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE 'AGENCE INCONNUE DE fr-liste-dept.txt'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           PERFORM 3400-ECRIT-ALERTE-START THRU 3400-ECRIT-ALERTE-END.
       3210-LIGNE-INCONNUE-END.
           EXIT.

      ***** Alerte d'un employe suivi (formation ou vente), a blanc  **
      ***** quand il est certifie au-dela du delai et a ses heures   **
       3300-ALERTE-EMP-START.
           MOVE SPACES TO WS-ALERTE-CERT WS-ALERTE-HEURES.
           IF TBL-EMP-FORME(IDX-EMP) NOT = 'O'
               AND TBL-EMP-VENDEUR(IDX-EMP) NOT = 'O'
               GO TO 3300-ALERTE-EMP-END
           END-IF.
           EVALUATE TRUE
               WHEN TBL-EMP-EXPIRATION(IDX-EMP) = 0
                   MOVE 'SANS CERTIFICAT' TO WS-ALERTE-CERT
               WHEN TBL-EMP-EXPIRATION(IDX-EMP) < WS-DATE-REF
                   MOVE 'CERTIFICAT EXPIRE' TO WS-ALERTE-CERT
               WHEN TBL-EMP-EXPIRATION(IDX-EMP) NOT > WS-DATE-ALERTE
                   MOVE WS-DATE-REF TO DU-DATE-1
                   MOVE TBL-EMP-EXPIRATION(IDX-EMP) TO DU-DATE-2
                   PERFORM 9600-JOURS-ENTRE-START
                       THRU 9600-JOURS-ENTRE-END
                   MOVE DU-NB-JOURS TO WS-EDIT-JOURS
                   STRING 'EXPIRE DANS ' WS-EDIT-JOURS ' J'
                       DELIMITED BY SIZE INTO WS-ALERTE-CERT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TBL-EMP-HEURES(IDX-EMP) < WS-HEURES-REQUISES
               MOVE 'HEURES INSUFFISANTES' TO WS-ALERTE-HEURES
           END-IF.
       3300-ALERTE-EMP-END.
           EXIT.

       3400-ECRIT-ALERTE-START.
           ADD 1 TO WS-NB-AGENCE-LIGNES.
           ADD 1 TO WS-NB-ALERTES.
           MOVE TBL-EMP-ID(IDX-EMP)     TO WS-EDIT-ID.
           MOVE TBL-EMP-NOM(IDX-EMP)    TO WS-EDIT-NOM.
           MOVE TBL-EMP-HEURES(IDX-EMP) TO WS-EDIT-HEURES.
           IF TBL-EMP-EXPIRATION(IDX-EMP) = 0
               MOVE 'AUCUNE' TO WS-EDIT-EXPIRATION
           ELSE
               MOVE TBL-EMP-EXPIRATION(IDX-EMP) TO WS-DATE-A-EDITER
               PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END
               MOVE WS-DATE-EDITEE TO WS-EDIT-EXPIRATION
           END-IF.
           MOVE WS-ALERTE-CERT   TO WS-EDIT-ALERTE-CERT.
           MOVE WS-ALERTE-HEURES TO WS-EDIT-ALERTE-HEURES.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3400-ECRIT-ALERTE-END.
           EXIT.

      ***** Contrats vendus par un apporteur non certifie a la date **
      ***** de la vente                                             **
       4000-CONTROLE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'CONTRATS VENDUS SANS CERTIFICATION VALIDE :'
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4100-CONTROLE-CTR-START THRU 4100-CONTROLE-CTR-END
               VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > CTR-LGTH.
           IF WS-NB-SANS-CERT = 0
               MOVE 'AUCUN.' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-CONTROLES TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTRATS CONTROLES              : ' WS-EDIT-NB
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-NON-DATES TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'NON CONTROLES (ABSENTS DU JOURNAL assumaj.jnl) : '
               WS-EDIT-NB DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4000-CONTROLE-END.
           EXIT.

       4100-CONTROLE-CTR-START.
           IF TBL-CTR-DATE(IDX-CTR) = 0
               ADD 1 TO WS-NB-NON-DATES
               GO TO 4100-CONTROLE-CTR-END
           END-IF.
           ADD 1 TO WS-NB-CONTROLES.
           MOVE TBL-CTR-APPORTEUR(IDX-CTR) TO WS-ID-TEST.
           MOVE TBL-CTR-DATE(IDX-CTR)      TO WS-DATE-TEST.
           PERFORM 4200-CERTIFIE-START THRU 4200-CERTIFIE-END.
           IF WS-EST-CERTIFIE
               GO TO 4100-CONTROLE-CTR-END
           END-IF.

           ADD 1 TO WS-NB-SANS-CERT.
           MOVE TBL-CTR-NUM(IDX-CTR)       TO WS-EDIT-CTR-NUM.
           MOVE TBL-CTR-TYPE(IDX-CTR)      TO WS-EDIT-CTR-TYPE.
           MOVE TBL-CTR-CLIENT(IDX-CTR)    TO WS-EDIT-CTR-CLIENT.
           MOVE TBL-CTR-APPORTEUR(IDX-CTR) TO WS-EDIT-CTR-APPORTEUR.
           MOVE TBL-CTR-DATE(IDX-CTR)      TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE WS-DATE-EDITEE TO WS-EDIT-CTR-DATE.
           MOVE SPACES TO WS-EDIT-CTR-NOM.
           SET IDX-EMP TO 1.
           SEARCH EMP-TBL
               AT END
                   CONTINUE
               WHEN TBL-EMP-ID(IDX-EMP) = TBL-CTR-APPORTEUR(IDX-CTR)
                   MOVE TBL-EMP-NOM(IDX-EMP) TO WS-EDIT-CTR-NOM
           END-SEARCH.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-CONTRAT TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE TBL-CTR-NUM(IDX-CTR) TO WS-EXC-CLE.
           MOVE 'FORCRT'             TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           STRING 'VENDU LE ' TBL-CTR-DATE(IDX-CTR) ' PAR '
               TBL-CTR-APPORTEUR(IDX-CTR) ' NON CERTIFIE'
               DELIMITED BY SIZE INTO WS-EXC-DESC.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       4100-CONTROLE-CTR-END.
           EXIT.

      ***** WS-ID-TEST certifie a WS-DATE-TEST : une formation      ***
      ***** certifiante achevee au plus tard ce jour et expirant au ***
      ***** plus tot ce jour                                        ***
       4200-CERTIFIE-START.
           MOVE 'N' TO WS-CERTIFIE.
           IF CERT-LGTH = 0
               GO TO 4200-CERTIFIE-END
           END-IF.
           SET IDX-CERT TO 1.
           SEARCH CERT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CERT-ID(IDX-CERT) = WS-ID-TEST
                   AND TBL-CERT-DEBUT(IDX-CERT) NOT > WS-DATE-TEST
                   AND TBL-CERT-FIN(IDX-CERT) NOT < WS-DATE-TEST
                   MOVE 'O' TO WS-CERTIFIE
           END-SEARCH.
       4200-CERTIFIE-END.
           EXIT.

      ***** Date AAAAMMJJ editee en JJ/MM/AAAA ***********************
       8100-EDITE-DATE-START.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER(7:2) '/' WS-DATE-A-EDITER(5:2) '/'
               WS-DATE-A-EDITER(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       8100-EDITE-DATE-END.
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
           MOVE 'depforr'    TO EXC-PROGRAMME.
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
           DISPLAY 'FORMATIONS LUES      : ' WS-NB-FORMATIONS.
           DISPLAY 'EMPLOYES INCONNUS    : ' WS-NB-FORM-INCONNUS.
           DISPLAY 'ALERTES              : ' WS-NB-ALERTES.
           DISPLAY 'CONTRATS AVEC APPORTEUR : ' WS-NB-CONTRATS.
           DISPLAY 'APPORTEURS EXTERNES  : ' WS-NB-EXTERNES.
           DISPLAY 'CONTRATS CONTROLES   : ' WS-NB-CONTROLES.
           DISPLAY 'CONTRATS NON DATES   : ' WS-NB-NON-DATES.
           DISPLAY 'VENTES SANS CERTIFICAT : ' WS-NB-SANS-CERT
               ' (VOIR exceptions.dat)'.
           DISPLAY 'RAPPORT ECRIT        : depforr.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
