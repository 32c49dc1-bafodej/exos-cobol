       IDENTIFICATION DIVISION.
       PROGRAM-ID. affsur.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Surveillance quotidienne des
      *                 consultations de clients, a partir du journal
      *                 consultations-clients.jnl (FCONSULT.cpy) tenu
      *                 par aff.cbl :
      *                   affsur [AAAAMMJJ]   (jour courant par defaut)
      *                 Pour chaque operateur ayant consulte des clients
      *                 dans la journee : nombre de consultations, de
      *                 clients montres, de fiches completes et de
      *                 consultations hors heures ouvrees (avant 7h, a
      *                 partir de 20h, samedi et dimanche), compares a
      *                 sa moyenne par jour d'activite sur les 28 jours
      *                 precedents. L'operateur est signale quand le
      *                 volume de clients montres, ou le nombre de
      *                 consultations hors heures, depasse 3 fois sa
      *                 moyenne et un plancher (20 clients, 3
      *                 consultations hors heures) ; sans historique,
      *                 le plancher seul suffit. Sortie affsur.lis ;
      *                 code retour 4 s'il y a au moins un operateur
      *                 signale.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CONSULT ASSIGN TO 'consultations-clients.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CONSULT-STATUS.
           SELECT FIC-OPERAT ASSIGN TO 'operateurs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-OPERAT-STATUS.
           SELECT FIC-RAPPORT ASSIGN TO 'affsur.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT FIC-BATCH ASSIGN TO 'batch.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CONSULT
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSULT.cpy'.

       FD  FIC-OPERAT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FOPERAT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT              PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CONSULT-STATUS        PIC X(02).
           88  WS-CONSULT-OK        VALUE '00'.
           88  WS-CONSULT-END       VALUE '10'.
       01  WS-OPERAT-STATUS         PIC X(02).
           88  WS-OPERAT-OK         VALUE '00'.
           88  WS-OPERAT-END        VALUE '10'.
       01  WS-RAPPORT-STATUS        PIC X(02).

      ***** Evenement a tracer dans le journal de controle batch.log ****
       01  WS-EVENEMENT-STAMP       PIC X(06).
       01  WS-BATCH-STATUS          PIC X(02).

       01  WS-CMD-LINE              PIC X(20) VALUE SPACES.
       01  WS-PARM-JOUR             PIC X(08) VALUE SPACES.

      *    Journee surveillee et debut de la periode de reference
      *    (WS-JOURS-HISTO jours avant, la journee exclue).
       01  WS-JOUR                  PIC 9(08) VALUE 0.
       01  WS-DEBUT-HISTO           PIC 9(08) VALUE 0.
       01  WS-JOURS-HISTO           PIC 9(03) VALUE 28.

      *    Heures ouvrees (HHMMSS) : du lundi au vendredi, de
      *    WS-HEURE-OUVERTURE inclus a WS-HEURE-FERMETURE exclu.
       01  WS-HEURE-OUVERTURE       PIC 9(06) VALUE 070000.
       01  WS-HEURE-FERMETURE       PIC 9(06) VALUE 200000.

      *    Seuils d'alerte : facteur sur la moyenne de l'operateur et
      *    planchers en dessous desquels on ne signale jamais.
       01  WS-FACTEUR               PIC 9(02) VALUE 3.
       01  WS-PLANCHER-VOLUME       PIC 9(05) VALUE 20.
       01  WS-PLANCHER-HORS         PIC 9(05) VALUE 3.

      *    Jour de semaine de la date de la ligne courante (1 = lundi),
      *    recalcule a chaque changement de date dans le journal.
       01  WS-DATE-PRECEDENTE       PIC 9(08) VALUE 0.
       01  WS-JOUR-SEM              PIC 9(01) VALUE 0.
       01  WS-HORS-HEURES           PIC X(01) VALUE 'N'.
           88  WS-EST-HORS-HEURES   VALUE 'O'.

       01  WS-NB-LUS                PIC 9(07) VALUE 0.
       01  WS-NB-JOUR               PIC 9(07) VALUE 0.
       01  WS-NB-SIGNALES           PIC 9(05) VALUE 0.
       01  WS-MOY-CLIENTS           PIC 9(05)V9 VALUE 0.
       01  WS-MOY-HORS              PIC 9(05)V9 VALUE 0.
       01  WS-ALERTE-VOLUME         PIC X(01) VALUE 'N'.
           88  WS-SIGNALE-VOLUME    VALUE 'O'.
       01  WS-ALERTE-HORS           PIC X(01) VALUE 'N'.
           88  WS-SIGNALE-HORS      VALUE 'O'.
       01  WS-ALERTE-TEXTE          PIC X(30) VALUE SPACES.

      ***** Referentiel des operateurs ********************************
       01  DATA-OPERATEUR.
           05  OPERATEUR-LGTH       PIC 9(4) VALUE 0.
           05  OPERATEUR-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON OPERATEUR-LGTH
               INDEXED BY IDX-OPERATEUR.
               10  TBL-OPE-ID       PIC X(8).
               10  TBL-OPE-NOM      PIC X(30).

      ***** Cumuls par operateur : la journee et la periode de ********
      ***** reference (jours d'activite comptes au changement de date) *
       01  DATA-SURVEILLANCE.
           05  SURV-LGTH            PIC 9(4) VALUE 0.
           05  SURV-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON SURV-LGTH
               INDEXED BY IDX-SURV.
               10  TBL-SUR-OPERATEUR PIC X(8).
               10  TBL-SUR-CONSULT  PIC 9(5).
               10  TBL-SUR-CLIENTS  PIC 9(5).
               10  TBL-SUR-FICHES   PIC 9(5).
               10  TBL-SUR-HORS     PIC 9(5).
               10  TBL-SUR-HIS-CLIENTS PIC 9(7).
               10  TBL-SUR-HIS-HORS PIC 9(7).
               10  TBL-SUR-HIS-JOURS PIC 9(3).
               10  TBL-SUR-HIS-DERNIER PIC 9(8).

      *    Tri a bulles des cumuls par operateur.
       01  WS-SORT-I                PIC 9(4)  VALUE 0.
       01  WS-SORT-J                PIC 9(4)  VALUE 0.
       01  WS-SORT-SWAPPED          PIC X(1)  VALUE 'N'.
           88  WS-SORT-DID-SWAP     VALUE 'O'.
       01  WS-SORT-HOLD             PIC X(53).

      *    Ligne de l'etat. Les FILLER separateurs portent VALUE
      *    SPACE : sans elle, une zone de groupe non initialisee
      *    contient des octets bas qui font echouer l'ecriture
      *    (statut 71).
       01  WS-LIGNE-SURV.
           05  WS-LIG-OPERATEUR     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-NOM           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-CONSULT       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-CLIENTS       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-FICHES        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-HORS          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-JOURS         PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-MOY-CLIENTS   PIC ZZZZ9,9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-MOY-HORS      PIC ZZZZ9,9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIG-ALERTE        PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-JOUR
           END-UNSTRING.
           IF WS-PARM-JOUR IS NUMERIC
               MOVE WS-PARM-JOUR TO WS-JOUR
           ELSE
               ACCEPT WS-JOUR FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-DEBUT-HISTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-JOUR) - WS-JOURS-HISTO).

           PERFORM 1000-CHARGE-OPERATEURS-START
               THRU 1000-CHARGE-OPERATEURS-END.
           PERFORM 2000-CUMULE-JOURNAL-START
               THRU 2000-CUMULE-JOURNAL-END.
           PERFORM 2500-SORT-START
               THRU 2500-SORT-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 3000-EDITE-SURVEILLANCE-START
               THRU 3000-EDITE-SURVEILLANCE-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'JOURNEE             : ' WS-JOUR.
           DISPLAY 'LIGNES DE LA JOURNEE: ' WS-NB-JOUR.
           DISPLAY 'OPERATEURS ACTIFS   : ' SURV-LGTH.
           DISPLAY 'OPERATEURS SIGNALES : ' WS-NB-SIGNALES.
           DISPLAY 'RAPPORT             : affsur.lis'.
           IF WS-NB-SIGNALES > 0
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
           MOVE 'affsur'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-LUS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Referentiel operateurs : nom pour l'etat, facultatif *******
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
                       MOVE OPE-ID  TO TBL-OPE-ID(IDX-OPERATEUR)
                       MOVE OPE-NOM TO TBL-OPE-NOM(IDX-OPERATEUR)
                   END-IF
           END-READ.
       1100-LIRE-OPERATEUR-END.
           EXIT.

      ***** Cumul du journal : la journee surveillee et la periode *****
      ***** de reference qui la precede ; le reste est ignore **********
       2000-CUMULE-JOURNAL-START.
           OPEN INPUT FIC-CONSULT.
           IF NOT WS-CONSULT-OK
               DISPLAY 'JOURNAL consultations-clients.jnl ABSENT '
                   '(STATUT ' WS-CONSULT-STATUS ')'
               GO TO 2000-CUMULE-JOURNAL-END
           END-IF.
           PERFORM 2100-LIRE-JOURNAL-START
               THRU 2100-LIRE-JOURNAL-END
               UNTIL WS-CONSULT-END.
           CLOSE FIC-CONSULT.
       2000-CUMULE-JOURNAL-END.
           EXIT.

       2100-LIRE-JOURNAL-START.
           READ FIC-CONSULT
               AT END
                   SET WS-CONSULT-END TO TRUE
                   GO TO 2100-LIRE-JOURNAL-END
           END-READ.
           ADD 1 TO WS-NB-LUS.
           IF JCS-DATE IS NOT NUMERIC
               OR JCS-DATE < WS-DEBUT-HISTO
               OR JCS-DATE > WS-JOUR
               GO TO 2100-LIRE-JOURNAL-END
           END-IF.

           IF JCS-DATE NOT = WS-DATE-PRECEDENTE
               MOVE JCS-DATE TO WS-DATE-PRECEDENTE
               COMPUTE WS-JOUR-SEM = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(JCS-DATE) - 1, 7) + 1
           END-IF.
           MOVE 'N' TO WS-HORS-HEURES.
           IF WS-JOUR-SEM > 5
               OR JCS-HEURE < WS-HEURE-OUVERTURE
               OR JCS-HEURE NOT < WS-HEURE-FERMETURE
               SET WS-EST-HORS-HEURES TO TRUE
           END-IF.

           SET IDX-SURV TO 1.
           SEARCH SURV-TBL
               AT END
                   IF SURV-LGTH < 500
                       SET SURV-LGTH UP BY 1
                       SET IDX-SURV TO SURV-LGTH
                       MOVE JCS-OPERATEUR
                           TO TBL-SUR-OPERATEUR(IDX-SURV)
                       MOVE 0 TO TBL-SUR-CONSULT(IDX-SURV)
                                 TBL-SUR-CLIENTS(IDX-SURV)
                                 TBL-SUR-FICHES(IDX-SURV)
                                 TBL-SUR-HORS(IDX-SURV)
                                 TBL-SUR-HIS-CLIENTS(IDX-SURV)
                                 TBL-SUR-HIS-HORS(IDX-SURV)
                                 TBL-SUR-HIS-JOURS(IDX-SURV)
                                 TBL-SUR-HIS-DERNIER(IDX-SURV)
                   ELSE
                       GO TO 2100-LIRE-JOURNAL-END
                   END-IF
               WHEN TBL-SUR-OPERATEUR(IDX-SURV) = JCS-OPERATEUR
                   CONTINUE
           END-SEARCH.

           IF JCS-DATE = WS-JOUR
               PERFORM 2200-CUMULE-JOUR-START
                   THRU 2200-CUMULE-JOUR-END
           ELSE
               PERFORM 2300-CUMULE-HISTO-START
                   THRU 2300-CUMULE-HISTO-END
           END-IF.
       2100-LIRE-JOURNAL-END.
           EXIT.

       2200-CUMULE-JOUR-START.
           ADD 1 TO WS-NB-JOUR.
           IF JCS-RANG = 1
               ADD 1 TO TBL-SUR-CONSULT(IDX-SURV)
               IF WS-EST-HORS-HEURES
                   ADD 1 TO TBL-SUR-HORS(IDX-SURV)
               END-IF
           END-IF.
           IF JCS-CODE-CLT NOT = SPACES
               ADD 1 TO TBL-SUR-CLIENTS(IDX-SURV)
           END-IF.
           IF JCS-FICHE
               ADD 1 TO TBL-SUR-FICHES(IDX-SURV)
           END-IF.
       2200-CUMULE-JOUR-END.
           EXIT.

       2300-CUMULE-HISTO-START.
           IF JCS-DATE NOT = TBL-SUR-HIS-DERNIER(IDX-SURV)
               ADD 1 TO TBL-SUR-HIS-JOURS(IDX-SURV)
               MOVE JCS-DATE TO TBL-SUR-HIS-DERNIER(IDX-SURV)
           END-IF.
           IF JCS-RANG = 1 AND WS-EST-HORS-HEURES
               ADD 1 TO TBL-SUR-HIS-HORS(IDX-SURV)
           END-IF.
           IF JCS-CODE-CLT NOT = SPACES
               ADD 1 TO TBL-SUR-HIS-CLIENTS(IDX-SURV)
           END-IF.
       2300-CUMULE-HISTO-END.
           EXIT.

      *    Tri a bulles des cumuls par operateur (cf. 2500-SORT de
      *    depart.cbl) ; s'arrete des qu'une passe ne produit plus
      *    d'echange.
       2500-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 2510-SORT-PASS-START
               THRU 2510-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= SURV-LGTH
               OR NOT WS-SORT-DID-SWAP.
       2500-SORT-END.
           EXIT.

       2510-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 2520-SORT-COMPARE-START
               THRU 2520-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (SURV-LGTH - WS-SORT-I + 1).
       2510-SORT-PASS-END.
           EXIT.

       2520-SORT-COMPARE-START.
           SET IDX-SURV TO WS-SORT-J.
           IF TBL-SUR-OPERATEUR(IDX-SURV)
               > TBL-SUR-OPERATEUR(IDX-SURV + 1)
               MOVE SURV-TBL(IDX-SURV)     TO WS-SORT-HOLD
               MOVE SURV-TBL(IDX-SURV + 1) TO SURV-TBL(IDX-SURV)
               MOVE WS-SORT-HOLD TO SURV-TBL(IDX-SURV + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       2520-SORT-COMPARE-END.
           EXIT.

      ***** Etat de surveillance : une ligne par operateur actif dans **
      ***** la journee, avec sa reference et l'alerte eventuelle *******
       3000-EDITE-SURVEILLANCE-START.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'SURVEILLANCE DES CONSULTATIONS CLIENTS - JOURNEE '
                      DELIMITED BY SIZE
                  WS-JOUR DELIMITED BY SIZE
                  ' - REFERENCE DEPUIS LE ' DELIMITED BY SIZE
                  WS-DEBUT-HISTO DELIMITED BY SIZE
                  ' - EDITE LE ' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'OPERAT.'   TO REC-RAPPORT(1:7).
           MOVE 'NOM'       TO REC-RAPPORT(10:3).
           MOVE 'CONSULT'   TO REC-RAPPORT(41:7).
           MOVE 'CLIENTS'   TO REC-RAPPORT(49:7).
           MOVE ' FICHES'   TO REC-RAPPORT(57:7).
           MOVE 'HORS H.'   TO REC-RAPPORT(65:7).
           MOVE 'JRS'       TO REC-RAPPORT(73:3).
           MOVE 'MOY.CLI'   TO REC-RAPPORT(77:7).
           MOVE 'MOY.HOR'   TO REC-RAPPORT(85:7).
           MOVE 'ALERTE'    TO REC-RAPPORT(93:6).
           WRITE REC-RAPPORT.

           IF SURV-LGTH = 0
               MOVE 'AUCUNE CONSULTATION DANS LA PERIODE'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 3000-EDITE-SURVEILLANCE-END
           END-IF.
           PERFORM 3100-LIGNE-OPERATEUR-START
               THRU 3100-LIGNE-OPERATEUR-END
               VARYING IDX-SURV FROM 1 BY 1
               UNTIL IDX-SURV > SURV-LGTH.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'JRS = JOURS D''ACTIVITE DANS LES ' DELIMITED BY SIZE
                  WS-JOURS-HISTO DELIMITED BY SIZE
                  ' JOURS PRECEDENTS ; MOYENNES PAR JOUR D''ACTIVITE'
                      DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'SIGNALE AU-DELA DE ' DELIMITED BY SIZE
                  WS-FACTEUR DELIMITED BY SIZE
                  ' FOIS LA MOYENNE, A PARTIR DE ' DELIMITED BY SIZE
                  WS-PLANCHER-VOLUME DELIMITED BY SIZE
                  ' CLIENTS OU ' DELIMITED BY SIZE
                  WS-PLANCHER-HORS DELIMITED BY SIZE
                  ' CONSULTATIONS HORS HEURES' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-NB-SIGNALES TO WS-LIG-CONSULT.
           STRING 'OPERATEURS SIGNALES : ' DELIMITED BY SIZE
                  WS-LIG-CONSULT DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       3000-EDITE-SURVEILLANCE-END.
           EXIT.

      *    Les operateurs vus seulement dans la periode de reference
      *    ne figurent pas sur l'etat de la journee.
       3100-LIGNE-OPERATEUR-START.
           IF TBL-SUR-CONSULT(IDX-SURV) = 0
               AND TBL-SUR-CLIENTS(IDX-SURV) = 0
               GO TO 3100-LIGNE-OPERATEUR-END
           END-IF.
           MOVE 0 TO WS-MOY-CLIENTS WS-MOY-HORS.
           IF TBL-SUR-HIS-JOURS(IDX-SURV) > 0
               COMPUTE WS-MOY-CLIENTS ROUNDED =
                   TBL-SUR-HIS-CLIENTS(IDX-SURV)
                   / TBL-SUR-HIS-JOURS(IDX-SURV)
               COMPUTE WS-MOY-HORS ROUNDED =
                   TBL-SUR-HIS-HORS(IDX-SURV)
                   / TBL-SUR-HIS-JOURS(IDX-SURV)
           END-IF.

           MOVE 'N' TO WS-ALERTE-VOLUME WS-ALERTE-HORS.
           IF TBL-SUR-CLIENTS(IDX-SURV) NOT < WS-PLANCHER-VOLUME
               AND (TBL-SUR-HIS-JOURS(IDX-SURV) = 0
                    OR TBL-SUR-CLIENTS(IDX-SURV)
                       > WS-FACTEUR * WS-MOY-CLIENTS)
               SET WS-SIGNALE-VOLUME TO TRUE
           END-IF.
           IF TBL-SUR-HORS(IDX-SURV) NOT < WS-PLANCHER-HORS
               AND (TBL-SUR-HIS-JOURS(IDX-SURV) = 0
                    OR TBL-SUR-HORS(IDX-SURV)
                       > WS-FACTEUR * WS-MOY-HORS)
               SET WS-SIGNALE-HORS TO TRUE
           END-IF.

           MOVE SPACES TO WS-LIG-OPERATEUR WS-LIG-NOM WS-LIG-ALERTE.
           IF TBL-SUR-OPERATEUR(IDX-SURV) = SPACES
               MOVE '(AUCUN)' TO WS-LIG-OPERATEUR
           ELSE
               MOVE TBL-SUR-OPERATEUR(IDX-SURV) TO WS-LIG-OPERATEUR
               SET IDX-OPERATEUR TO 1
               SEARCH OPERATEUR-TBL
                   AT END
                       MOVE '(INCONNU DU REFERENTIEL)' TO WS-LIG-NOM
                   WHEN TBL-OPE-ID(IDX-OPERATEUR)
                        = TBL-SUR-OPERATEUR(IDX-SURV)
                       MOVE TBL-OPE-NOM(IDX-OPERATEUR) TO WS-LIG-NOM
               END-SEARCH
           END-IF.
           MOVE TBL-SUR-CONSULT(IDX-SURV)   TO WS-LIG-CONSULT.
           MOVE TBL-SUR-CLIENTS(IDX-SURV)   TO WS-LIG-CLIENTS.
           MOVE TBL-SUR-FICHES(IDX-SURV)    TO WS-LIG-FICHES.
           MOVE TBL-SUR-HORS(IDX-SURV)      TO WS-LIG-HORS.
           MOVE TBL-SUR-HIS-JOURS(IDX-SURV) TO WS-LIG-JOURS.
           MOVE WS-MOY-CLIENTS              TO WS-LIG-MOY-CLIENTS.
           MOVE WS-MOY-HORS                 TO WS-LIG-MOY-HORS.
           MOVE SPACES TO WS-ALERTE-TEXTE.
           EVALUATE TRUE
               WHEN WS-SIGNALE-VOLUME AND WS-SIGNALE-HORS
                   MOVE '*** VOLUME+HORS HEURES' TO WS-ALERTE-TEXTE
               WHEN WS-SIGNALE-VOLUME
                   MOVE '*** VOLUME' TO WS-ALERTE-TEXTE
               WHEN WS-SIGNALE-HORS
                   MOVE '*** HORS HEURES' TO WS-ALERTE-TEXTE
           END-EVALUATE.
           MOVE WS-ALERTE-TEXTE TO WS-LIG-ALERTE.
           IF WS-ALERTE-TEXTE NOT = SPACES
               ADD 1 TO WS-NB-SIGNALES
               IF TBL-SUR-HIS-JOURS(IDX-SURV) = 0
                   STRING WS-ALERTE-TEXTE DELIMITED BY '  '
                          ' (SANS HISTO.)' DELIMITED BY SIZE
                       INTO WS-LIG-ALERTE
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-LIGNE-SURV TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3100-LIGNE-OPERATEUR-END.
           EXIT.
