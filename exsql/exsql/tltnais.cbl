      * ************************************************************************
      * Compagnon de tlt.cbl : date de naissance des individus de la
      * table databank (PostgreSQL). La colonne age n'etait juste que
      * le jour du chargement ; la databank porte desormais une date
      * de naissance (birth_date) dont tous les programmes tlt
      * deduisent l'age au jour du traitement. Ce programme cree la
      * colonne, la renseigne une fois pour toutes la ou c'est
      * possible, et controle ensuite les dates enregistrees.
      *
      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mode REMPLISSAGE :
      *                   tltnais <AAAAMMJJ> [SIMUL]
      *                 ou AAAAMMJJ est la date du chargement de la
      *                 databank, jour ou la colonne age etait juste.
      *                 Les colonnes birth_date (DATE) et
      *                 birth_date_source (C connue, E estimee) sont
      *                 creees au besoin. Pour chaque individu sans
      *                 date de naissance : date connue de
      *                 naissances.txt (client_code, AAAAMMJJ ;
      *                 facultatif) si elle est valide, sinon date
      *                 estimee depuis l'age au chargement (milieu de
      *                 l'annee d'age : date du chargement moins l'age
      *                 et six mois, jour ramene a 28 au plus). Les
      *                 lignes sans client_code, sans age ou d'age
      *                 hors 0-120 sans date connue ne sont pas
      *                 derivables et sont listees dans tltnais.lis
      *                 avec le motif. COMMIT unique en fin de
      *                 traitement ; SIMUL liste et compte sans
      *                 UPDATE ni COMMIT, comme le mode simulation de
      *                 tlt.cbl. Mode CONTROLE : tltnais CONTROLE liste
      *                 dans tltnais-ctl.lis les dates impossibles
      *                 (absente, posterieure au jour, plus de 120
      *                 ans) et compte les dates estimees.
      *    2026-10-15  La session se nomme 'tltnais' (application_name)
      *                 des la connexion, pour que le journal des
      *                 changements de la databank (databank_changes,
      *                 alimente par trigger, extrait par tltchg.cbl)
      *                 sache quel programme a modifie chaque ligne.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltnais.
       AUTHOR. Bafodé.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CONNUES ASSIGN TO 'naissances.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONNUES-STATUS.
           SELECT FIC-RAPPORT ASSIGN TO 'tltnais.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT FIC-CONTROLE ASSIGN TO 'tltnais-ctl.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
           SELECT FIC-BATCH ASSIGN TO 'batch.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ***** Dates de naissance connues (pieces d'identite, contrats) **
       FD  FIC-CONNUES
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CONNUE.
           05  CON-CODE-CLT      PIC X(08).
           05  FILLER            PIC X(01).
           05  CON-DATE          PIC X(08).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

       FD  FIC-CONTROLE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CONTROLE          PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME               PIC X(20).
       01  USERNAME             PIC X(20).
       01  PASSWD               PIC X(10).

       01  WS-CLIENT-CODE       PIC X(08).
       01  WS-AGE-DB            PIC S9(03).
       01  WS-NAISSANCE-DB      PIC X(08).
       01  WS-SOURCE-DB         PIC X(01).

       01  WS-MAJ-CLIENT        PIC X(08).
       01  WS-MAJ-DATE          PIC X(08).
       01  WS-MAJ-SOURCE        PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ***** Zone de travail hors section DECLARE ************************
       01  WS-CONNUES-STATUS     PIC X(02).
           88  WS-CONNUES-OK                  VALUE '00'.
           88  WS-CONNUES-END                 VALUE '10'.
       01  WS-RAPPORT-STATUS     PIC X(02).
       01  WS-CONTROLE-STATUS    PIC X(02).

      ***** Evenement a tracer dans le journal de controle batch.log ****
       01  WS-EVENEMENT-STAMP    PIC X(06).
       01  WS-BATCH-STATUS       PIC X(02).

      ***** Parametres : date du chargement et SIMUL, ou CONTROLE *****
       01  WS-CMD-LINE           PIC X(40)    VALUE SPACES.
       01  WS-PARM-1             PIC X(09)    VALUE SPACES.
       01  WS-PARM-2             PIC X(06)    VALUE SPACES.
       01  WS-PARM-SURPLUS       PIC X(02)    VALUE SPACES.
       01  WS-MODE               PIC X(01)    VALUE 'R'.
           88  WS-MODE-REMPLISSAGE            VALUE 'R'.
           88  WS-MODE-CONTROLE               VALUE 'C'.
       01  WS-SIMUL              PIC X(01)    VALUE 'N'.
           88  WS-MODE-SIMUL                  VALUE 'O'.

      ***** Date du chargement de la databank et date du jour *********
       01  WS-DATE-CHARGEMENT    PIC 9(08)    VALUE 0.
       01  WS-DATE-CHG-R REDEFINES WS-DATE-CHARGEMENT.
           05  WS-CHG-AAAA       PIC 9(04).
           05  WS-CHG-MM         PIC 9(02).
           05  WS-CHG-JJ         PIC 9(02).
       01  WS-DATE-JOUR          PIC 9(08)    VALUE 0.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-AAAA      PIC 9(04).
           05  WS-JOUR-MMJJ      PIC 9(04).
       01  WS-DATE-LIMITE        PIC 9(08)    VALUE 0.
       01  WS-DATE-LIMITE-R REDEFINES WS-DATE-LIMITE.
           05  WS-LIM-AAAA       PIC 9(04).
           05  WS-LIM-MMJJ       PIC 9(04).

      ***** Controle d'une date AAAAMMJJ (annee bissextile comprise) **
       01  WS-DATE-TEST          PIC X(08).
       01  WS-DATE-TEST-N REDEFINES WS-DATE-TEST.
           05  WS-TST-AAAA       PIC 9(04).
           05  WS-TST-MM         PIC 9(02).
           05  WS-TST-JJ         PIC 9(02).
       01  WS-DATE-VALIDE        PIC X(01).
           88  WS-EST-DATE-VALIDE             VALUE 'O'.
       01  WS-JOURS-MOIS-VALEURS PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-JOURS-MOIS REDEFINES WS-JOURS-MOIS-VALEURS.
           05  WS-JOURS-DU-MOIS  PIC 9(02) OCCURS 12 TIMES.
       01  WS-MAX-JOURS          PIC 9(02).
       01  WS-QUOTIENT           PIC 9(04).
       01  WS-RESTE-4            PIC 9(03).
       01  WS-RESTE-100          PIC 9(03).
       01  WS-RESTE-400          PIC 9(03).

      ***** Estimation depuis l'age au chargement *********************
       01  WS-MOIS-TOTAL         PIC 9(06).
       01  WS-EST-AAAA           PIC 9(04).
       01  WS-EST-MOIS           PIC 9(02).
       01  WS-EST-JJ             PIC 9(02).
       01  WS-DATE-ESTIMEE       PIC 9(08).

      ***** Dates connues chargees en memoire *************************
       01  DATA-CONNUE.
           05  CONNUE-LGTH       PIC 9(5) VALUE 0.
           05  CONNUE-TBL
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON CONNUE-LGTH
               INDEXED BY IDX-CONNUE.
               10  TBL-CON-CODE  PIC X(8).
               10  TBL-CON-DATE  PIC X(8).

      ***** Individus sans date de naissance, lus avant toute mise a **
      ***** jour pour ne pas modifier la table sous un curseur ouvert **
       01  DATA-INDIVIDU.
           05  IND-LGTH          PIC 9(5) VALUE 0.
           05  IND-TBL
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON IND-LGTH
               INDEXED BY IDX-IND.
               10  TBL-IND-CODE  PIC X(8).
               10  TBL-IND-AGE   PIC S9(3).

       01  WS-CODE-PRECEDENT     PIC X(08)    VALUE LOW-VALUES.
       01  WS-DATE-RETENUE       PIC X(08).
       01  WS-SOURCE-RETENUE     PIC X(01).
       01  WS-MOTIF              PIC X(40).
       01  WS-ED-AGE             PIC -ZZ9.

      ***** Ligne des listes ******************************************
       01  WS-LIGNE-LISTE.
           05  LL-CODE           PIC X(08).
           05  FILLER            PIC X(02).
           05  LL-AGE            PIC X(04).
           05  FILLER            PIC X(02).
           05  LL-DATE           PIC X(08).
           05  FILLER            PIC X(02).
           05  LL-SOURCE         PIC X(01).
           05  FILLER            PIC X(02).
           05  LL-MOTIF          PIC X(40).

       01  WS-NB-SANS-DATE       PIC 9(7)     VALUE 0.
       01  WS-NB-CONNUES         PIC 9(7)     VALUE 0.
       01  WS-NB-ESTIMEES        PIC 9(7)     VALUE 0.
       01  WS-NB-NON-DERIVEES    PIC 9(7)     VALUE 0.
       01  WS-NB-CONNUES-INVAL   PIC 9(7)     VALUE 0.
       01  WS-NB-DOUBLONS        PIC 9(7)     VALUE 0.
       01  WS-NB-MAJ             PIC 9(7)     VALUE 0.
       01  WS-NB-CTL-LUS         PIC 9(7)     VALUE 0.
       01  WS-NB-CTL-ABSENTES    PIC 9(7)     VALUE 0.
       01  WS-NB-CTL-FUTURES     PIC 9(7)     VALUE 0.
       01  WS-NB-CTL-TROP-VIEUX  PIC 9(7)     VALUE 0.
       01  WS-NB-CTL-ESTIMEES    PIC 9(7)     VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 0100-GET-CREDENTIALS-START
               THRU 0100-GET-CREDENTIALS-END.
           PERFORM 0200-GET-PARAMETERS-START
               THRU 0200-GET-PARAMETERS-END.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               SET application_name TO 'tltnais'
           END-EXEC.

      ***** Les colonnes de la date de naissance sont creees au       **
      ***** besoin, pour que la premiere execution n'echoue pas       **
           EXEC SQL
               ALTER TABLE databank
                   ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               ALTER TABLE databank
                   ADD COLUMN IF NOT EXISTS birth_date_source CHAR(1)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           IF WS-MODE-CONTROLE
               PERFORM 3000-CONTROLE-START
                   THRU 3000-CONTROLE-END
           ELSE
               PERFORM 1000-LOAD-CONNUES-START
                   THRU 1000-LOAD-CONNUES-END
               PERFORM 2000-REMPLIT-START
                   THRU 2000-REMPLIT-END
           END-IF.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'tltnais'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               IF WS-MODE-CONTROLE
                   MOVE WS-NB-CTL-LUS TO BL-NB-ENREG
               ELSE
                   MOVE WS-NB-MAJ TO BL-NB-ENREG
               END-IF
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Lecture des identifiants de connexion dans l'environnement **
       0100-GET-CREDENTIALS-START.
           ACCEPT USERNAME FROM ENVIRONMENT-VARIABLE "TLT_DB_USER".
           ACCEPT PASSWD   FROM ENVIRONMENT-VARIABLE "TLT_DB_PASSWD".
           ACCEPT DBNAME   FROM ENVIRONMENT-VARIABLE "TLT_DB_NAME".
       0100-GET-CREDENTIALS-END.
           EXIT.

      ***** Ligne de commande : CONTROLE, ou date du chargement       **
      ***** (obligatoire et valide) suivie eventuellement de SIMUL ;  **
      ***** toute autre forme arrete sur le message USAGE             **
       0200-GET-PARAMETERS-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-SURPLUS
           END-UNSTRING.
           IF WS-PARM-SURPLUS NOT = SPACES
               GO TO 0200-USAGE
           END-IF.
           IF WS-PARM-1 = 'CONTROLE' OR WS-PARM-1 = 'controle'
               IF WS-PARM-2 NOT = SPACES
                   GO TO 0200-USAGE
               END-IF
               SET WS-MODE-CONTROLE TO TRUE
               GO TO 0200-GET-PARAMETERS-END
           END-IF.

           MOVE WS-PARM-1(1:8) TO WS-DATE-TEST.
           PERFORM 2300-VALIDE-DATE-START
               THRU 2300-VALIDE-DATE-END.
           IF NOT WS-EST-DATE-VALIDE
               OR WS-PARM-1(9:1) NOT = SPACE
               OR WS-DATE-TEST > WS-DATE-JOUR
               GO TO 0200-USAGE
           END-IF.
           MOVE WS-DATE-TEST TO WS-DATE-CHARGEMENT.
           IF WS-PARM-2 = 'SIMUL' OR WS-PARM-2 = 'simul'
               SET WS-MODE-SIMUL TO TRUE
           ELSE
               IF WS-PARM-2 NOT = SPACES
                   GO TO 0200-USAGE
               END-IF
           END-IF.
           GO TO 0200-GET-PARAMETERS-END.

       0200-USAGE.
           DISPLAY "USAGE: tltnais <AAAAMMJJ> [SIMUL]".
           DISPLAY "         AAAAMMJJ = date du chargement de la"
               " databank (jour ou la colonne age etait juste)".
           DISPLAY "       tltnais CONTROLE".
           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           STOP RUN.
       0200-GET-PARAMETERS-END.
           EXIT.

      ***** Dates connues : naissances.txt, facultatif ***************
       1000-LOAD-CONNUES-START.
           OPEN INPUT FIC-CONNUES.
           IF NOT WS-CONNUES-OK
               GO TO 1000-LOAD-CONNUES-END
           END-IF.
           PERFORM 1010-LOAD-CONNUE-START
               THRU 1010-LOAD-CONNUE-END
               UNTIL WS-CONNUES-END.
           CLOSE FIC-CONNUES.
       1000-LOAD-CONNUES-END.
           EXIT.

       1010-LOAD-CONNUE-START.
           READ FIC-CONNUES
               AT END
                   MOVE '10' TO WS-CONNUES-STATUS
               NOT AT END
                   IF CON-CODE-CLT NOT = SPACES
                       AND CONNUE-LGTH < 20000
                       SET CONNUE-LGTH UP BY 1
                       SET IDX-CONNUE TO CONNUE-LGTH
                       MOVE CON-CODE-CLT TO TBL-CON-CODE(IDX-CONNUE)
                       MOVE CON-DATE     TO TBL-CON-DATE(IDX-CONNUE)
                   END-IF
           END-READ.
       1010-LOAD-CONNUE-END.
           EXIT.

      ***** Mode REMPLISSAGE : les individus sans date de naissance   **
      ***** sont lus en memoire, puis chacun recoit sa date connue ou **
      ***** estimee, ou part dans la liste des non derivables.        **
       2000-REMPLIT-START.
           EXEC SQL
               DECLARE CURSNAI CURSOR FOR
               SELECT COALESCE(client_code, ' '), COALESCE(age, -1)
               FROM databank
               WHERE birth_date IS NULL
               ORDER BY client_code
           END-EXEC.

           EXEC SQL OPEN CURSNAI END-EXEC.
           MOVE 0 TO IND-LGTH.
           PERFORM F-CRNAI
               UNTIL SQLCODE NOT = 0.
           EXEC SQL CLOSE CURSNAI END-EXEC.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "DATES DE NAISSANCE DE LA DATABANK - CHARGEMENT DU "
               WS-DATE-CHARGEMENT " - TRAITE LE " WS-DATE-JOUR
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-MODE-SIMUL
               MOVE "*** SIMULATION - AUCUNE MISE A JOUR ***"
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE-LISTE.
           MOVE 'CLIENT'                TO LL-CODE.
           MOVE 'AGE'                   TO LL-AGE.
           MOVE 'NAISSANC'              TO LL-DATE.
           MOVE 'S'                     TO LL-SOURCE.
           MOVE 'LIGNE NON DERIVABLE : MOTIF' TO LL-MOTIF.
           MOVE WS-LIGNE-LISTE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2100-INDIVIDU-START
               THRU 2100-INDIVIDU-END
               VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > IND-LGTH.

           IF NOT WS-MODE-SIMUL
               EXEC SQL COMMIT END-EXEC
           END-IF.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "SANS DATE " WS-NB-SANS-DATE
               "  CONNUES " WS-NB-CONNUES
               "  ESTIMEES " WS-NB-ESTIMEES
               "  NON DERIVABLES " WS-NB-NON-DERIVEES
               "  DATES CONNUES INVALIDES " WS-NB-CONNUES-INVAL
               "  MISES A JOUR " WS-NB-MAJ
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.

           DISPLAY "INDIVIDUS SANS DATE      : " WS-NB-SANS-DATE.
           DISPLAY "DATES CONNUES            : " WS-NB-CONNUES.
           DISPLAY "DATES ESTIMEES           : " WS-NB-ESTIMEES.
           DISPLAY "NON DERIVABLES           : " WS-NB-NON-DERIVEES.
           DISPLAY "DATES CONNUES INVALIDES  : " WS-NB-CONNUES-INVAL.
           DISPLAY "LIGNES MISES A JOUR      : " WS-NB-MAJ.
           DISPLAY "RAPPORT                  : tltnais.lis".
           IF WS-MODE-SIMUL
               DISPLAY "*** SIMULATION - AUCUNE MISE A JOUR ***"
           END-IF.
       2000-REMPLIT-END.
           EXIT.

       F-CRNAI.
           EXEC SQL
               FETCH CURSNAI INTO :WS-CLIENT-CODE, :WS-AGE-DB
           END-EXEC.
           IF SQLCODE = 0
               AND IND-LGTH < 20000
               SET IND-LGTH UP BY 1
               SET IDX-IND TO IND-LGTH
               MOVE WS-CLIENT-CODE TO TBL-IND-CODE(IDX-IND)
               MOVE WS-AGE-DB      TO TBL-IND-AGE(IDX-IND)
           END-IF.

      ***** Un individu : date connue valide, sinon estimation depuis **
      ***** l'age au chargement, sinon ligne non derivable            **
       2100-INDIVIDU-START.
           ADD 1 TO WS-NB-SANS-DATE.
           MOVE SPACES TO WS-LIGNE-LISTE WS-DATE-RETENUE WS-MOTIF.
           MOVE TBL-IND-CODE(IDX-IND) TO LL-CODE.
           IF TBL-IND-AGE(IDX-IND) < 0
               MOVE ' -' TO LL-AGE
           ELSE
               MOVE TBL-IND-AGE(IDX-IND) TO WS-ED-AGE
               MOVE WS-ED-AGE TO LL-AGE
           END-IF.

           IF TBL-IND-CODE(IDX-IND) = SPACES
               MOVE 'SANS client_code' TO WS-MOTIF
               PERFORM 2600-NON-DERIVABLE-START
                   THRU 2600-NON-DERIVABLE-END
               GO TO 2100-INDIVIDU-END
           END-IF.
      *    Un client_code en double : la mise a jour du premier a
      *    deja porte sur toutes ses lignes.
           IF TBL-IND-CODE(IDX-IND) = WS-CODE-PRECEDENT
               ADD 1 TO WS-NB-DOUBLONS
               GO TO 2100-INDIVIDU-END
           END-IF.
           MOVE TBL-IND-CODE(IDX-IND) TO WS-CODE-PRECEDENT.

           SET IDX-CONNUE TO 1.
           SEARCH CONNUE-TBL
               AT END
                   CONTINUE
               WHEN TBL-CON-CODE(IDX-CONNUE) = TBL-IND-CODE(IDX-IND)
                   MOVE TBL-CON-DATE(IDX-CONNUE) TO WS-DATE-TEST
                   PERFORM 2300-VALIDE-DATE-START
                       THRU 2300-VALIDE-DATE-END
                   IF WS-EST-DATE-VALIDE
                       AND WS-DATE-TEST NOT > WS-DATE-JOUR
                       MOVE WS-DATE-TEST TO WS-DATE-RETENUE
                       MOVE 'C' TO WS-SOURCE-RETENUE
                   ELSE
                       ADD 1 TO WS-NB-CONNUES-INVAL
                       MOVE 'DATE CONNUE INVALIDE' TO WS-MOTIF
                   END-IF
           END-SEARCH.

           IF WS-DATE-RETENUE = SPACES
               IF TBL-IND-AGE(IDX-IND) < 0
                   OR TBL-IND-AGE(IDX-IND) > 120
                   IF WS-MOTIF = SPACES
                       IF TBL-IND-AGE(IDX-IND) < 0
                           MOVE 'SANS AGE NI DATE CONNUE' TO WS-MOTIF
                       ELSE
                           MOVE 'AGE HORS 0-120 SANS DATE CONNUE'
                               TO WS-MOTIF
                       END-IF
                   END-IF
                   PERFORM 2600-NON-DERIVABLE-START
                       THRU 2600-NON-DERIVABLE-END
                   GO TO 2100-INDIVIDU-END
               END-IF
               PERFORM 2400-ESTIME-START
                   THRU 2400-ESTIME-END
           END-IF.

           IF WS-SOURCE-RETENUE = 'C'
               ADD 1 TO WS-NB-CONNUES
           ELSE
               ADD 1 TO WS-NB-ESTIMEES
           END-IF.
           PERFORM 2500-MAJ-START
               THRU 2500-MAJ-END.
      *    Une date connue invalide remplacee par l'estimation reste
      *    listee pour correction.
           IF WS-MOTIF NOT = SPACES
               MOVE WS-DATE-RETENUE   TO LL-DATE
               MOVE WS-SOURCE-RETENUE TO LL-SOURCE
               MOVE WS-MOTIF          TO LL-MOTIF
               MOVE WS-LIGNE-LISTE TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       2100-INDIVIDU-END.
           EXIT.

      ***** WS-DATE-TEST est-elle une date AAAAMMJJ valide ? ***********
       2300-VALIDE-DATE-START.
           MOVE 'N' TO WS-DATE-VALIDE.
           IF WS-DATE-TEST IS NOT NUMERIC
               GO TO 2300-VALIDE-DATE-END
           END-IF.
           IF WS-TST-AAAA < 1850
               OR WS-TST-MM < 1 OR WS-TST-MM > 12
               OR WS-TST-JJ < 1
               GO TO 2300-VALIDE-DATE-END
           END-IF.
           MOVE WS-JOURS-DU-MOIS(WS-TST-MM) TO WS-MAX-JOURS.
           IF WS-TST-MM = 2
               DIVIDE WS-TST-AAAA BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-4
               DIVIDE WS-TST-AAAA BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-100
               DIVIDE WS-TST-AAAA BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-400
               IF WS-RESTE-400 = 0
                   OR (WS-RESTE-4 = 0 AND WS-RESTE-100 NOT = 0)
                   MOVE 29 TO WS-MAX-JOURS
               END-IF
           END-IF.
           IF WS-TST-JJ > WS-MAX-JOURS
               GO TO 2300-VALIDE-DATE-END
           END-IF.
           SET WS-EST-DATE-VALIDE TO TRUE.
       2300-VALIDE-DATE-END.
           EXIT.

      ***** Estimation au milieu de l'annee d'age : date du          **
      ***** chargement moins l'age et six mois, jour ramene a 28 au  **
      ***** plus pour rester valide quel que soit le mois            **
       2400-ESTIME-START.
           COMPUTE WS-MOIS-TOTAL = WS-CHG-AAAA * 12 + WS-CHG-MM - 1
                                 - TBL-IND-AGE(IDX-IND) * 12 - 6.
           DIVIDE WS-MOIS-TOTAL BY 12 GIVING WS-EST-AAAA
               REMAINDER WS-EST-MOIS.
           ADD 1 TO WS-EST-MOIS.
           MOVE WS-CHG-JJ TO WS-EST-JJ.
           IF WS-EST-JJ > 28
               MOVE 28 TO WS-EST-JJ
           END-IF.
           COMPUTE WS-DATE-ESTIMEE = WS-EST-AAAA * 10000
                                   + WS-EST-MOIS * 100 + WS-EST-JJ.
           MOVE WS-DATE-ESTIMEE TO WS-DATE-RETENUE.
           MOVE 'E' TO WS-SOURCE-RETENUE.
       2400-ESTIME-END.
           EXIT.

      ***** Mise a jour de la ligne (aucune en mode SIMUL) ************
       2500-MAJ-START.
           IF WS-MODE-SIMUL
               GO TO 2500-MAJ-END
           END-IF.
           MOVE TBL-IND-CODE(IDX-IND) TO WS-MAJ-CLIENT.
           MOVE WS-DATE-RETENUE       TO WS-MAJ-DATE.
           MOVE WS-SOURCE-RETENUE     TO WS-MAJ-SOURCE.
           EXEC SQL
               UPDATE databank
               SET birth_date = TO_DATE(:WS-MAJ-DATE, 'YYYYMMDD'),
                   birth_date_source = :WS-MAJ-SOURCE
               WHERE client_code = :WS-MAJ-CLIENT
                     AND birth_date IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           ADD SQLERRD(3) TO WS-NB-MAJ.
       2500-MAJ-END.
           EXIT.

       2600-NON-DERIVABLE-START.
           ADD 1 TO WS-NB-NON-DERIVEES.
           MOVE WS-MOTIF TO LL-MOTIF.
           MOVE WS-LIGNE-LISTE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2600-NON-DERIVABLE-END.
           EXIT.

      ***** Mode CONTROLE : dates impossibles au jour du traitement   **
      ***** (absente, future, plus de 120 ans) ; l'age n'est plus     **
      ***** controle, il se deduit de la date                        **
       3000-CONTROLE-START.
           MOVE WS-DATE-JOUR TO WS-DATE-LIMITE.
           SUBTRACT 120 FROM WS-LIM-AAAA.

           OPEN OUTPUT FIC-CONTROLE.
           MOVE SPACES TO REC-CONTROLE.
           STRING "CONTROLE DES DATES DE NAISSANCE DE LA DATABANK DU "
               WS-DATE-JOUR
               DELIMITED BY SIZE INTO REC-CONTROLE.
           WRITE REC-CONTROLE.
           MOVE ALL '-' TO REC-CONTROLE.
           WRITE REC-CONTROLE.
           MOVE SPACES TO WS-LIGNE-LISTE.
           MOVE 'CLIENT'                TO LL-CODE.
           MOVE 'NAISSANC'              TO LL-DATE.
           MOVE 'S'                     TO LL-SOURCE.
           MOVE 'ANOMALIE'              TO LL-MOTIF.
           MOVE WS-LIGNE-LISTE TO REC-CONTROLE.
           WRITE REC-CONTROLE.

           EXEC SQL
               DECLARE CURSCTL CURSOR FOR
               SELECT COALESCE(client_code, ' '),
                      COALESCE(TO_CHAR(birth_date, 'YYYYMMDD'), ' '),
                      COALESCE(birth_date_source, ' ')
               FROM databank
               ORDER BY client_code
           END-EXEC.

           EXEC SQL OPEN CURSCTL END-EXEC.
           PERFORM F-CRCTL
               UNTIL SQLCODE NOT = 0.
           EXEC SQL CLOSE CURSCTL END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE ALL '-' TO REC-CONTROLE.
           WRITE REC-CONTROLE.
           MOVE SPACES TO REC-CONTROLE.
           STRING "LIGNES " WS-NB-CTL-LUS
               "  SANS DATE " WS-NB-CTL-ABSENTES
               "  DATE FUTURE " WS-NB-CTL-FUTURES
               "  PLUS DE 120 ANS " WS-NB-CTL-TROP-VIEUX
               "  DATES ESTIMEES " WS-NB-CTL-ESTIMEES
               DELIMITED BY SIZE INTO REC-CONTROLE.
           WRITE REC-CONTROLE.
           CLOSE FIC-CONTROLE.

           DISPLAY "LIGNES CONTROLEES        : " WS-NB-CTL-LUS.
           DISPLAY "SANS DATE DE NAISSANCE   : " WS-NB-CTL-ABSENTES.
           DISPLAY "DATE FUTURE              : " WS-NB-CTL-FUTURES.
           DISPLAY "PLUS DE 120 ANS          : " WS-NB-CTL-TROP-VIEUX.
           DISPLAY "DATES ESTIMEES           : " WS-NB-CTL-ESTIMEES.
           DISPLAY "RAPPORT                  : tltnais-ctl.lis".
       3000-CONTROLE-END.
           EXIT.

       F-CRCTL.
           EXEC SQL
               FETCH CURSCTL INTO :WS-CLIENT-CODE, :WS-NAISSANCE-DB,
                                  :WS-SOURCE-DB
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NB-CTL-LUS
               PERFORM 3100-CONTROLE-LIGNE-START
                   THRU 3100-CONTROLE-LIGNE-END
           END-IF.

       3100-CONTROLE-LIGNE-START.
           IF WS-SOURCE-DB = 'E'
               ADD 1 TO WS-NB-CTL-ESTIMEES
           END-IF.
           MOVE SPACES TO WS-LIGNE-LISTE WS-MOTIF.
           EVALUATE TRUE
               WHEN WS-NAISSANCE-DB = SPACES
                   ADD 1 TO WS-NB-CTL-ABSENTES
                   MOVE 'DATE DE NAISSANCE ABSENTE' TO WS-MOTIF
               WHEN WS-NAISSANCE-DB > WS-DATE-JOUR
                   ADD 1 TO WS-NB-CTL-FUTURES
                   MOVE 'DATE DE NAISSANCE FUTURE' TO WS-MOTIF
               WHEN WS-NAISSANCE-DB < WS-DATE-LIMITE
                   ADD 1 TO WS-NB-CTL-TROP-VIEUX
                   MOVE 'NAISSANCE IL Y A PLUS DE 120 ANS'
                       TO WS-MOTIF
               WHEN OTHER
                   GO TO 3100-CONTROLE-LIGNE-END
           END-EVALUATE.
           MOVE WS-CLIENT-CODE  TO LL-CODE.
           MOVE WS-NAISSANCE-DB TO LL-DATE.
           MOVE WS-SOURCE-DB    TO LL-SOURCE.
           MOVE WS-MOTIF        TO LL-MOTIF.
           MOVE WS-LIGNE-LISTE TO REC-CONTROLE.
           WRITE REC-CONTROLE.
       3100-CONTROLE-LIGNE-END.
           EXIT.

       1001-ERROR-RTN-START.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           DISPLAY "ERRCODE:" SPACE SQLSTATE.
           DISPLAY SQLERRMC.
       1001-ERROR-RTN-END.
           EXIT.
