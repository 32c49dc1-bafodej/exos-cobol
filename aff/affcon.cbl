       IDENTIFICATION DIVISION.
       PROGRAM-ID. affcon.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Interrogation du journal des
      *                 consultations de clients
      *                 consultations-clients.jnl (FCONSULT.cpy) tenu
      *                 par aff.cbl, pour repondre a
      *                 la question "qui a consulte ce client" ou "qu'a
      *                 consulte cet operateur" :
      *                   affcon CLIENT=<code> [<du> [<au>]]
      *                   affcon OPERATEUR=<id> [<du> [<au>]]
      *                 (dates AAAAMMJJ, toute la periode du journal par
      *                 defaut). Une ligne par client montre (ou par
      *                 consultation sans client en mode operateur) :
      *                 date, heure, operateur et son nom repris de
      *                 operateurs.txt, liste ou fiche complete,
      *                 critere saisi, code client ; puis les totaux.
      *                 Reserve aux operateurs autorises (routine
      *                 OPECTL.cpy), refus = code retour 8. Sortie
      *                 affcon.lis.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CONSULT ASSIGN TO 'consultations-clients.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CONSULT-STATUS.
           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.
           SELECT FIC-RAPPORT ASSIGN TO 'affcon.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT FIC-OPERAT ASSIGN TO 'operateurs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS OA-OPERAT-STATUS.
           SELECT FIC-JNLACC ASSIGN TO 'acces-operateurs.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS OA-JNLACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CONSULT
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSULT.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT              PIC X(132).

       FD  FIC-OPERAT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FOPERAT.cpy'.

       FD  FIC-JNLACC
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FJNLACC.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CONSULT-STATUS        PIC X(02).
           88  WS-CONSULT-OK        VALUE '00'.
           88  WS-CONSULT-END       VALUE '10'.
       01  WS-CLIENT-STATUS         PIC X(02).
           88  WS-CLIENT-OK         VALUE '00'.
           88  WS-CLIENT-END        VALUE '10'.
       01  WS-RAPPORT-STATUS        PIC X(02).

       01  WS-CMD-LINE              PIC X(60) VALUE SPACES.
       01  WS-PARM-1                PIC X(30) VALUE SPACES.
       01  WS-PARM-DU               PIC X(08) VALUE SPACES.
       01  WS-PARM-AU               PIC X(08) VALUE SPACES.
       01  WS-SURPLUS               PIC X(12) VALUE SPACES.

      *    Mode d'interrogation et valeur cherchee, periode retenue.
       01  WS-MODE                  PIC X(01) VALUE SPACE.
           88  WS-MODE-CLIENT       VALUE 'C'.
           88  WS-MODE-OPERATEUR    VALUE 'O'.
       01  WS-VALEUR                PIC X(08) VALUE SPACES.
       01  WS-DATE-DU               PIC 9(08) VALUE 0.
       01  WS-DATE-AU               PIC 9(08) VALUE 99999999.
       01  WS-NOM-CLIENT            PIC X(41) VALUE SPACES.

       01  WS-NB-LUS                PIC 9(07) VALUE 0.
       01  WS-NB-LIGNES             PIC 9(07) VALUE 0.
       01  WS-NB-CONSULTATIONS      PIC 9(07) VALUE 0.
       01  WS-NB-LISTES             PIC 9(07) VALUE 0.
       01  WS-NB-FICHES             PIC 9(07) VALUE 0.
       01  WS-NB-AUCUN              PIC 9(07) VALUE 0.

      *    Une consultation = date, heure et operateur communs a ses
      *    lignes : un client vu en liste puis en fiche dans la meme
      *    consultation n'est compte qu'une fois.
       01  WS-CLE-CONSULT.
           05  WS-CLE-DATE          PIC 9(08).
           05  WS-CLE-HEURE         PIC 9(06).
           05  WS-CLE-OPERATEUR     PIC X(08).
       01  WS-CLE-PRECEDENTE        PIC X(22) VALUE SPACES.

      ***** Referentiel des operateurs : nom repris sur l'etat *********
       01  DATA-OPERATEUR.
           05  OPERATEUR-LGTH       PIC 9(4) VALUE 0.
           05  OPERATEUR-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON OPERATEUR-LGTH
               INDEXED BY IDX-OPERATEUR.
               10  TBL-OPE-ID       PIC X(8).
               10  TBL-OPE-NOM      PIC X(30).

      *    Ligne de detail. Les FILLER separateurs portent VALUE
      *    SPACE : sans elle, une zone de groupe non initialisee
      *    contient des octets bas qui font echouer l'ecriture
      *    (statut 71).
       01  WS-LIGNE-DETAIL.
           05  WS-DET-DATE          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-HEURE         PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-OPERATEUR     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-NOM-OPE       PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-TYPE          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-CRITERE       PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-CLIENT        PIC X(08).

       01  WS-LIGNE-TOTAL.
           05  WS-TOT-LIBELLE       PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TOT-VALEUR        PIC ZZZZZZ9.

           COPY 'OPECTL-WS.cpy'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.

           MOVE 'affcon' TO OA-PROGRAMME.
           MOVE WS-CMD-LINE TO OA-DETAIL.
           PERFORM 9400-CONTROLE-ACCES-START
               THRU 9400-CONTROLE-ACCES-END.
           IF OA-ACCES-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FIC-CONSULT.
           IF NOT WS-CONSULT-OK
               DISPLAY 'FICHIER consultations-clients.jnl ABSENT '
                   '(STATUT ' WS-CONSULT-STATUS '), ARRET'
               STOP RUN
           END-IF.

           PERFORM 1000-CHARGE-OPERATEURS-START
               THRU 1000-CHARGE-OPERATEURS-END.
           IF WS-MODE-CLIENT
               PERFORM 1200-NOM-CLIENT-START
                   THRU 1200-NOM-CLIENT-END
           END-IF.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 2000-ENTETE-START THRU 2000-ENTETE-END.
           PERFORM 3000-LIRE-JOURNAL-START
               THRU 3000-LIRE-JOURNAL-END
               UNTIL WS-CONSULT-END.
           CLOSE FIC-CONSULT.
           PERFORM 4000-TOTAUX-START THRU 4000-TOTAUX-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'LIGNES DU JOURNAL LUES : ' WS-NB-LUS.
           DISPLAY 'LIGNES RETENUES        : ' WS-NB-LIGNES.
           DISPLAY 'RAPPORT                : affcon.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Ligne de commande : CLIENT=<code> ou OPERATEUR=<id>, *******
      ***** puis periode facultative du/au en AAAAMMJJ ******************
       0100-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-DU WS-PARM-AU WS-SURPLUS
           END-UNSTRING.

           IF WS-PARM-1(1:7) = 'CLIENT='
               SET WS-MODE-CLIENT TO TRUE
               MOVE WS-PARM-1(8:8) TO WS-VALEUR
           END-IF.
           IF WS-PARM-1(1:10) = 'OPERATEUR='
               SET WS-MODE-OPERATEUR TO TRUE
               MOVE WS-PARM-1(11:8) TO WS-VALEUR
           END-IF.

           IF WS-MODE = SPACE
               OR WS-VALEUR = SPACES
               OR WS-SURPLUS NOT = SPACES
               OR (WS-PARM-DU NOT = SPACES
                   AND WS-PARM-DU IS NOT NUMERIC)
               OR (WS-PARM-AU NOT = SPACES
                   AND WS-PARM-AU IS NOT NUMERIC)
               PERFORM 9900-USAGE-START THRU 9900-USAGE-END
               STOP RUN
           END-IF.
           IF WS-PARM-DU NOT = SPACES
               MOVE WS-PARM-DU TO WS-DATE-DU
           END-IF.
           IF WS-PARM-AU NOT = SPACES
               MOVE WS-PARM-AU TO WS-DATE-AU
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Format attendu de la ligne de commande *********************
       9900-USAGE-START.
           DISPLAY 'PARAMETRE INVALIDE: ' WS-CMD-LINE.
           DISPLAY 'USAGE: affcon CLIENT=<code client> [<du> [<au>]]'.
           DISPLAY '       affcon OPERATEUR=<id> [<du> [<au>]]'.
           DISPLAY '       (dates AAAAMMJJ, '
               'tout le journal par defaut)'.
           DISPLAY '  EX  : affcon CLIENT=00000012'.
           DISPLAY '  EX  : affcon OPERATEUR=DURAND 20261001 20261031'.
       9900-USAGE-END.
           EXIT.

      ***** Referentiel operateurs : nom pour l'etat, facultatif *******
       1000-CHARGE-OPERATEURS-START.
           OPEN INPUT FIC-OPERAT.
           IF NOT OA-OPERAT-OK
               GO TO 1000-CHARGE-OPERATEURS-END
           END-IF.
           PERFORM 1100-LIRE-OPERATEUR-START
               THRU 1100-LIRE-OPERATEUR-END
               UNTIL OA-OPERAT-END.
           CLOSE FIC-OPERAT.
       1000-CHARGE-OPERATEURS-END.
           EXIT.

       1100-LIRE-OPERATEUR-START.
           READ FIC-OPERAT
               AT END
                   MOVE '10' TO OA-OPERAT-STATUS
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

      ***** Nom du client interroge, repris du fichier maitre **********
      ***** (le client a pu etre efface depuis : nom a blanc) **********
       1200-NOM-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               GO TO 1200-NOM-CLIENT-END
           END-IF.
           PERFORM 1210-LIRE-CLIENT-START
               THRU 1210-LIRE-CLIENT-END
               UNTIL WS-CLIENT-END
                  OR WS-NOM-CLIENT NOT = SPACES.
           CLOSE FIC-CLIENT.
       1200-NOM-CLIENT-END.
           EXIT.

       1210-LIRE-CLIENT-START.
           READ FIC-CLIENT
               AT END
                   SET WS-CLIENT-END TO TRUE
               NOT AT END
                   IF CODE-CLT = WS-VALEUR
                       STRING NOM-CLT DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              PRENOM-CLT DELIMITED BY '  '
                           INTO WS-NOM-CLIENT
                       END-STRING
                   END-IF
           END-READ.
       1210-LIRE-CLIENT-END.
           EXIT.

      ***** En-tete de l'etat : objet de l'interrogation et periode ***
       2000-ENTETE-START.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-MODE-CLIENT
               STRING 'CONSULTATIONS DU CLIENT ' DELIMITED BY SIZE
                      WS-VALEUR DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-NOM-CLIENT DELIMITED BY '  '
                   INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING 'CONSULTATIONS DE L''OPERATEUR '
                          DELIMITED BY SIZE
                      WS-VALEUR DELIMITED BY SPACE
                   INTO REC-RAPPORT
               END-STRING
               SET IDX-OPERATEUR TO 1
               SEARCH OPERATEUR-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-OPE-ID(IDX-OPERATEUR) = WS-VALEUR
                       MOVE TBL-OPE-NOM(IDX-OPERATEUR)
                           TO REC-RAPPORT(40:30)
               END-SEARCH
           END-IF.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'PERIODE DU ' DELIMITED BY SIZE
                  WS-DATE-DU DELIMITED BY SIZE
                  ' AU ' DELIMITED BY SIZE
                  WS-DATE-AU DELIMITED BY SIZE
                  ' - EDITE LE ' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'DATE'      TO REC-RAPPORT(1:4).
           MOVE 'HEURE'     TO REC-RAPPORT(10:5).
           MOVE 'OPERAT.'   TO REC-RAPPORT(17:7).
           MOVE 'NOM'       TO REC-RAPPORT(26:3).
           MOVE 'VUE'       TO REC-RAPPORT(57:3).
           MOVE 'CRITERE'   TO REC-RAPPORT(63:7).
           MOVE 'CLIENT'    TO REC-RAPPORT(94:6).
           WRITE REC-RAPPORT.
       2000-ENTETE-END.
           EXIT.

      ***** Lecture du journal : lignes du client ou de l'operateur ***
      ***** dans la periode. En mode client, seules les lignes qui ****
      ***** montrent ce client sont retenues ****************************
       3000-LIRE-JOURNAL-START.
           READ FIC-CONSULT
               AT END
                   SET WS-CONSULT-END TO TRUE
                   GO TO 3000-LIRE-JOURNAL-END
           END-READ.
           ADD 1 TO WS-NB-LUS.
           IF JCS-DATE < WS-DATE-DU OR JCS-DATE > WS-DATE-AU
               GO TO 3000-LIRE-JOURNAL-END
           END-IF.
           IF WS-MODE-CLIENT AND JCS-CODE-CLT NOT = WS-VALEUR
               GO TO 3000-LIRE-JOURNAL-END
           END-IF.
           IF WS-MODE-OPERATEUR AND JCS-OPERATEUR NOT = WS-VALEUR
               GO TO 3000-LIRE-JOURNAL-END
           END-IF.
           PERFORM 3100-LIGNE-DETAIL-START
               THRU 3100-LIGNE-DETAIL-END.
       3000-LIRE-JOURNAL-END.
           EXIT.

       3100-LIGNE-DETAIL-START.
           ADD 1 TO WS-NB-LIGNES.
           MOVE JCS-DATE      TO WS-CLE-DATE.
           MOVE JCS-HEURE     TO WS-CLE-HEURE.
           MOVE JCS-OPERATEUR TO WS-CLE-OPERATEUR.
           IF WS-CLE-CONSULT NOT = WS-CLE-PRECEDENTE
               ADD 1 TO WS-NB-CONSULTATIONS
               MOVE WS-CLE-CONSULT TO WS-CLE-PRECEDENTE
           END-IF.
           MOVE JCS-DATE      TO WS-DET-DATE.
           MOVE JCS-HEURE     TO WS-DET-HEURE.
           MOVE SPACES        TO WS-DET-NOM-OPE.
           IF JCS-OPERATEUR = SPACES
               MOVE '(AUCUN)' TO WS-DET-OPERATEUR
           ELSE
               MOVE JCS-OPERATEUR TO WS-DET-OPERATEUR
               SET IDX-OPERATEUR TO 1
               SEARCH OPERATEUR-TBL
                   AT END
                       MOVE '(INCONNU DU REFERENTIEL)'
                           TO WS-DET-NOM-OPE
                   WHEN TBL-OPE-ID(IDX-OPERATEUR) = JCS-OPERATEUR
                       MOVE TBL-OPE-NOM(IDX-OPERATEUR)
                           TO WS-DET-NOM-OPE
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN JCS-LISTE
                   MOVE 'LISTE' TO WS-DET-TYPE
                   ADD 1 TO WS-NB-LISTES
               WHEN JCS-FICHE
                   MOVE 'FICHE' TO WS-DET-TYPE
                   ADD 1 TO WS-NB-FICHES
               WHEN OTHER
                   MOVE 'AUCUN' TO WS-DET-TYPE
                   ADD 1 TO WS-NB-AUCUN
           END-EVALUATE.
           MOVE JCS-CRITERE   TO WS-DET-CRITERE.
           MOVE JCS-CODE-CLT  TO WS-DET-CLIENT.
           MOVE WS-LIGNE-DETAIL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3100-LIGNE-DETAIL-END.
           EXIT.

      ***** Totaux de l'interrogation **********************************
       4000-TOTAUX-START.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-NB-LIGNES = 0
               MOVE 'AUCUNE CONSULTATION SUR LA PERIODE' TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 4000-TOTAUX-END
           END-IF.
           MOVE 'CONSULTATIONS'         TO WS-TOT-LIBELLE.
           MOVE WS-NB-CONSULTATIONS     TO WS-TOT-VALEUR.
           MOVE WS-LIGNE-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'CLIENTS VUS EN LISTE'  TO WS-TOT-LIBELLE.
           MOVE WS-NB-LISTES            TO WS-TOT-VALEUR.
           MOVE WS-LIGNE-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'FICHES COMPLETES VUES' TO WS-TOT-LIBELLE.
           MOVE WS-NB-FICHES            TO WS-TOT-VALEUR.
           MOVE WS-LIGNE-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-MODE-OPERATEUR
               MOVE 'RECHERCHES SANS CLIENT' TO WS-TOT-LIBELLE
               MOVE WS-NB-AUCUN              TO WS-TOT-VALEUR
               MOVE WS-LIGNE-TOTAL TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       4000-TOTAUX-END.
           EXIT.

           COPY 'OPECTL.cpy'.
