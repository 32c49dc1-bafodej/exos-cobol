      *                 (facultatifs, a blanc = tous). Identifiants de
      *                 connexion lus dans l'environnement comme
      *                 tlt.cbl.
      *    2026-10-15  Sixieme parametre facultatif : liste des segments
      *                 de valeur retenus (ex. AB), d'apres segments.dat
      *                 tenu par depseg.cbl ; un client sans segment
      *                 est ecarte quand la liste est donnee. '*' vaut
      *                 tous pour le sexe, la langue et les segments,
      *                 pour pouvoir donner les parametres suivants.
      *                 Le segment du client est ajoute en fin de ligne
      *                 de tltcamp.dat (92 -> 94 caracteres).
      *                 FIC-ASSU suit FASSU.cpy (148 caracteres).
      *    2026-10-15  Consentement a la prospection (consentements.dat,
      *                 routine CONSENT.cpy) : le telephone n'est
      *                 extrait que si le client a consenti au canal
      *                 TEL, l'email que s'il a consenti au canal
      *                 EMAIL ; une cible sans aucun canal consenti est
      *                 ecartee. Cibles ecartees et coordonnees retirees
      *                 faute de consentement comptees dans le compte
      *                 rendu.
      *    2026-10-15  L'age est calcule au jour du traitement depuis
      *                 birth_date (renseignee par tltnais.cbl) au lieu
      *                 de la colonne age, juste au seul jour du
      *                 chargement ; celle-ci ne sert plus que pour une
      *                 ligne encore sans date de naissance.
      *                 La tranche d'age de la campagne porte donc sur
      *                 l'age du jour.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltcamp.
           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.
           SELECT FIC-SEGMENT ASSIGN TO 'segments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT FIC-CONSENT ASSIGN TO 'consentements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-CONSENT-STATUS.
           SELECT FIC-CAMP ASSIGN TO 'tltcamp.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

      ***** Segments de valeur des clients, tenus par depseg.cbl *******
       FD  FIC-SEGMENT
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FSEGMENT.cpy'.

      ***** Consentements a la prospection, tenus par depcns.cbl ******
       FD  FIC-CONSENT
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSENT.cpy'.

      ***** Fichier de campagne : une cible retenue par ligne **********
       FD  FIC-CAMP
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CAMP.
           05  CMP-CODE-CLT      PIC X(08).
           05  CMP-TEL           PIC X(10).
           05  FILLER            PIC X(01).
           05  CMP-EMAIL         PIC X(30).
           05  FILLER            PIC X(01).
           05  CMP-SEGMENT       PIC X(01).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.
           88  WS-CLIENT-OK                   VALUE '00'.
           88  WS-CLIENT-END                  VALUE '10'.
       01  WS-CAMP-STATUS        PIC X(02).
       01  WS-SEGMENT-STATUS     PIC X(02).
           88  WS-SEGMENT-OK                  VALUE '00'.
           88  WS-SEGMENT-END                 VALUE '10'.

      ***** Evenement a tracer dans le journal de controle batch.log ****
       01  WS-EVENEMENT-STAMP    PIC X(06).
       01  WS-BATCH-STATUS       PIC X(02).

      ***** Parametres de la campagne : type vise, tranche d'age,     **
      ***** sexe, langue et segments (a blanc ou '*' = pas de filtre) **
       01  WS-CMD-LINE           PIC X(60)    VALUE SPACES.
       01  WS-TYPE-CIBLE         PIC X(13)    VALUE SPACES.
       01  WS-GENRE-CIBLE        PIC X(10)    VALUE SPACES.
       01  WS-LANGUE-CIBLE       PIC X(20)    VALUE SPACES.
       01  WS-BRUT-MIN           PIC X(03)    VALUE SPACES.
       01  WS-BRUT-MAX           PIC X(03)    VALUE SPACES.
       01  WS-SEGMENT-CIBLE      PIC X(04)    VALUE SPACES.
       01  WS-NB-OCC             PIC 9(02)    VALUE 0.

      ***** Cibles selectionnees dans la databank, avec marque de     **
      ***** detention du type vise                                    **
               10  TBL-FCH-PRENOM PIC X(20).
               10  TBL-FCH-TEL    PIC X(10).
               10  TBL-FCH-EMAIL  PIC X(30).
               10  TBL-FCH-SEGMENT PIC X(1).

       01  WS-NB-SELECT          PIC 9(7) VALUE 0.
       01  WS-NB-DEJA-COUVERTS   PIC 9(7) VALUE 0.
       01  WS-NB-RETENUS         PIC 9(7) VALUE 0.
       01  WS-NB-SANS-FICHE      PIC 9(7) VALUE 0.
       01  WS-NB-HORS-SEGMENT    PIC 9(7) VALUE 0.
       01  WS-NB-CONTRATS        PIC 9(7) VALUE 0.
       01  WS-FICHE-TROUVEE      PIC X(1) VALUE 'N'.

      ***** Coordonnees retenues apres controle du consentement ******
       01  WS-TEL-CAMP           PIC X(10).
       01  WS-EMAIL-CAMP         PIC X(30).
       01  WS-NB-SANS-CONSENT    PIC 9(7) VALUE 0.
       01  WS-NB-TEL-RETIRES     PIC 9(7) VALUE 0.
       01  WS-NB-EMAIL-RETIRES   PIC 9(7) VALUE 0.

           COPY 'CONSENT-WS.cpy'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
               THRU 3000-POINTE-DETENTEURS-END.
           PERFORM 3500-LOAD-FICHES-START
               THRU 3500-LOAD-FICHES-END.
           PERFORM 3700-LOAD-SEGMENTS-START
               THRU 3700-LOAD-SEGMENTS-END.
           PERFORM 4000-EXTRACTION-START
               THRU 4000-EXTRACTION-END.

           DISPLAY "INDIVIDUS SELECT.  : " WS-NB-SELECT.
           DISPLAY "DEJA COUVERTS      : " WS-NB-DEJA-COUVERTS.
           DISPLAY "SANS FICHE CLIENT  : " WS-NB-SANS-FICHE.
           IF WS-SEGMENT-CIBLE NOT = SPACES
               DISPLAY "SEGMENTS RETENUS   : " WS-SEGMENT-CIBLE
               DISPLAY "HORS SEGMENT       : " WS-NB-HORS-SEGMENT
           END-IF.
           DISPLAY "SANS CONSENTEMENT  : " WS-NB-SANS-CONSENT.
           DISPLAY "TEL RETIRES        : " WS-NB-TEL-RETIRES.
           DISPLAY "EMAIL RETIRES      : " WS-NB-EMAIL-RETIRES.
           DISPLAY "CIBLES RETENUES    : " WS-NB-RETENUS.
           DISPLAY "FICHIER DE CAMPAGNE: tltcamp.dat".

           EXIT.

      ***** Parametres de la campagne sur la ligne de commande :      **
      ***** type vise obligatoire, puis age-min, age-max, sexe,       **
      ***** langue et segments facultatifs                            **
       0200-GET-PARAMETERS-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-TYPE-CIBLE WS-BRUT-MIN WS-BRUT-MAX
                    WS-GENRE-CIBLE WS-LANGUE-CIBLE WS-SEGMENT-CIBLE
           END-UNSTRING.

           IF WS-TYPE-CIBLE = SPACES
               DISPLAY 'USAGE: tltcamp <TYPE-ASSU> [<age-min>'
                   ' <age-max> [<SEXE> [<LANGUE> [<SEGMENTS>]]]]'
               DISPLAY '  EX : tltcamp vie 35 60 Female French'
               DISPLAY '       tltcamp vie 00 99 * * AB'
               MOVE 'FIN' TO WS-EVENEMENT-STAMP
               PERFORM 9500-STAMP-CONTROLE-START
                   THRU 9500-STAMP-CONTROLE-END
               AND WS-BRUT-MAX(3:1) = SPACE
               MOVE WS-BRUT-MAX(1:2) TO WS-AGE-MAX
           END-IF.
           IF WS-GENRE-CIBLE = '*'
               MOVE SPACES TO WS-GENRE-CIBLE
           END-IF.
           IF WS-LANGUE-CIBLE = '*'
               MOVE SPACES TO WS-LANGUE-CIBLE
           END-IF.
           IF WS-SEGMENT-CIBLE = '*'
               MOVE SPACES TO WS-SEGMENT-CIBLE
           END-IF.
       0200-GET-PARAMETERS-END.
           EXIT.

       2000-LOAD-DATABANK-START.
           EXEC SQL
               DECLARE CURSCIB CURSOR FOR
               SELECT client_code,
                      COALESCE(CAST(EXTRACT(YEAR FROM
                      AGE(birth_date)) AS INTEGER), age),
                      gender, spoken
               FROM databank
               WHERE COALESCE(CAST(EXTRACT(YEAR FROM
                         AGE(birth_date)) AS INTEGER), age)
                         BETWEEN :WS-AGE-MIN AND :WS-AGE-MAX
           END-EXEC.

           EXEC SQL OPEN CURSCIB END-EXEC.
                       MOVE PRENOM-CLT TO TBL-FCH-PRENOM(IDX-FICHE)
                       MOVE TEL-CLT    TO TBL-FCH-TEL(IDX-FICHE)
                       MOVE EMAIL-CLT  TO TBL-FCH-EMAIL(IDX-FICHE)
                       MOVE SPACE      TO TBL-FCH-SEGMENT(IDX-FICHE)
                   END-IF
           END-READ.
       3600-LOAD-FICHES-LOOP-END.
           EXIT.

      ***** Segment de valeur de chaque fiche ; fichier facultatif    **
      ***** sauf si une liste de segments est demandee                **
       3700-LOAD-SEGMENTS-START.
           OPEN INPUT FIC-SEGMENT.
           IF NOT WS-SEGMENT-OK
               IF WS-SEGMENT-CIBLE NOT = SPACES
                   DISPLAY 'FICHIER segments.dat ABSENT (STATUT '
                       WS-SEGMENT-STATUS ') : SELECTION PAR SEGMENT '
                       'IMPOSSIBLE, ARRET'
                   MOVE 'FIN' TO WS-EVENEMENT-STAMP
                   PERFORM 9500-STAMP-CONTROLE-START
                       THRU 9500-STAMP-CONTROLE-END
                   STOP RUN
               END-IF
               GO TO 3700-LOAD-SEGMENTS-END
           END-IF.
           PERFORM 3800-LOAD-SEGMENTS-LOOP-START
               THRU 3800-LOAD-SEGMENTS-LOOP-END
               UNTIL WS-SEGMENT-END.
           CLOSE FIC-SEGMENT.
       3700-LOAD-SEGMENTS-END.
           EXIT.

       3800-LOAD-SEGMENTS-LOOP-START.
           READ FIC-SEGMENT
               AT END
                   MOVE '10' TO WS-SEGMENT-STATUS
               NOT AT END
                   SET IDX-FICHE TO 1
                   SEARCH FICHE-TBL
                       AT END
                           CONTINUE
                       WHEN TBL-FCH-CODE(IDX-FICHE) = SEG-CODE-CLT
                           MOVE SEG-SEGMENT
                               TO TBL-FCH-SEGMENT(IDX-FICHE)
                   END-SEARCH
           END-READ.
       3800-LOAD-SEGMENTS-LOOP-END.
           EXIT.

      ***** Extraction : pour chaque cible non couverte, la fiche     **
      ***** client apporte nom, telephone et email ; une cible sans   **
      ***** fiche est comptee et ecartee (pas de coordonnees) ;     **
      ***** seuls les canaux consentis sont extraits                **
       4000-EXTRACTION-START.
           OPEN OUTPUT FIC-CAMP.

                   ADD 1 TO WS-NB-SANS-FICHE
               WHEN TBL-FCH-CODE(IDX-FICHE) = TBL-CODE(IDX-CIBLE)
                   MOVE 'O' TO WS-FICHE-TROUVEE
           END-SEARCH.
           IF WS-FICHE-TROUVEE = 'N'
               GO TO 4100-CIBLE-END
           END-IF.

           IF WS-SEGMENT-CIBLE NOT = SPACES
               MOVE 0 TO WS-NB-OCC
               IF TBL-FCH-SEGMENT(IDX-FICHE) NOT = SPACE
                   INSPECT WS-SEGMENT-CIBLE TALLYING WS-NB-OCC
                       FOR ALL TBL-FCH-SEGMENT(IDX-FICHE)
               END-IF
               IF WS-NB-OCC = 0
                   ADD 1 TO WS-NB-HORS-SEGMENT
                   GO TO 4100-CIBLE-END
               END-IF
           END-IF.

           PERFORM 4200-CONSENTEMENT-START
               THRU 4200-CONSENTEMENT-END.
           IF WS-TEL-CAMP = SPACES AND WS-EMAIL-CAMP = SPACES
               ADD 1 TO WS-NB-SANS-CONSENT
               GO TO 4100-CIBLE-END
           END-IF.

           ADD 1 TO WS-NB-RETENUS.
           MOVE SPACES TO REC-CAMP.
           MOVE TBL-FCH-CODE(IDX-FICHE)    TO CMP-CODE-CLT.
           MOVE TBL-FCH-NOM(IDX-FICHE)     TO CMP-NOM.
           MOVE TBL-FCH-PRENOM(IDX-FICHE)  TO CMP-PRENOM.
           MOVE WS-TEL-CAMP                TO CMP-TEL.
           MOVE WS-EMAIL-CAMP              TO CMP-EMAIL.
           MOVE TBL-FCH-SEGMENT(IDX-FICHE) TO CMP-SEGMENT.
           WRITE REC-CAMP.
       4100-CIBLE-END.
           EXIT.

      ***** Telephone et email de la fiche gardes seulement si le    **
      ***** client a consenti au canal ; une coordonnee a blanc       **
      ***** n'est pas comptee comme retiree                           **
       4200-CONSENTEMENT-START.
           MOVE TBL-FCH-TEL(IDX-FICHE)   TO WS-TEL-CAMP.
           MOVE TBL-FCH-EMAIL(IDX-FICHE) TO WS-EMAIL-CAMP.
           MOVE TBL-FCH-CODE(IDX-FICHE)  TO CS-CODE-CLT.

           MOVE 'TEL' TO CS-CANAL.
           PERFORM 9910-CONSENTEMENT-START THRU 9910-CONSENTEMENT-END.
           IF NOT CS-CONSENTI
               MOVE SPACES TO WS-TEL-CAMP
               IF TBL-FCH-TEL(IDX-FICHE) NOT = SPACES
                   ADD 1 TO WS-NB-TEL-RETIRES
               END-IF
           END-IF.

           MOVE 'EMAIL' TO CS-CANAL.
           PERFORM 9910-CONSENTEMENT-START THRU 9910-CONSENTEMENT-END.
           IF NOT CS-CONSENTI
               MOVE SPACES TO WS-EMAIL-CAMP
               IF TBL-FCH-EMAIL(IDX-FICHE) NOT = SPACES
                   ADD 1 TO WS-NB-EMAIL-RETIRES
               END-IF
           END-IF.
       4200-CONSENTEMENT-END.
           EXIT.

       1001-ERROR-RTN-START.
           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
           DISPLAY SQLERRMC.
       1001-ERROR-RTN-END.
           EXIT.

           COPY 'CONSENT.cpy'.
