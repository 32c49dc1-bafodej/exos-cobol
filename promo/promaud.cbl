      ******************************************************************
      *    Audit de diplomation : credits acquis par bloc d'exigences
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. promaud.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Audit de diplomation des eleves
      *                 d'input.dat pour un programme (1er parametre de
      *                 la ligne de commande, ex: LICINFO ; defaut le
      *                 premier programme de fr-programme-blocs.txt),
      *                 au seuil de reussite du 2e parametre (01000 =
      *                 10,00 par defaut). Les credits d'un cours
      *                 (fr-liste-cours.txt, FCOURS.cpy : credits,
      *                 programme, bloc) sont acquis si l'historique
      *                 pluri-annuel promo-hist-cours.dat (FHISTC.cpy)
      *                 porte pour l'eleve une ligne reussie (note au
      *                 seuil ou dispense), un cours repasse ne
      *                 comptant qu'une fois. fr-programme-blocs.txt
      *                 donne les credits requis par bloc du
      *                 programme, fr-cours-oblig.txt (facultatif) les
      *                 cours obligatoires. promaud.lis liste par
      *                 eleve et par bloc les credits acquis, en cours
      *                 (cours inscrits au terme dans input.dat et pas
      *                 encore acquis) et restant a acquerir, les
      *                 cours obligatoires manquants, puis sa
      *                 situation : exigences remplies, en bonne voie
      *                 pour le diplome cette annee (tout est couvert
      *                 s'il reussit ses cours en cours), ou diplome
      *                 impossible cette annee quels que soient ses
      *                 resultats.
      *    2026-10-15  Table des cours reussis pleine (9999) au
      *                 chargement de promo-hist-cours.dat : arret avec
      *                 code retour 8 au lieu d'ignorer des credits
      *                 acquis.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT FIC-COURS-REF
               ASSIGN TO 'fr-liste-cours.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-REF-STATUS.

           SELECT FIC-BLOCS
               ASSIGN TO 'fr-programme-blocs.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCS-STATUS.

           SELECT FIC-OBLIG
               ASSIGN TO 'fr-cours-oblig.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLIG-STATUS.

           SELECT FIC-HIST-COURS
               ASSIGN TO 'promo-hist-cours.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-COURS-STATUS.

           SELECT FIC-RAPPORT
               ASSIGN TO 'promaud.lis'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT-2         PIC X(02).

       01  REC-STUDENT.
             05 R-S-KEY            PIC 9(02).
             05 R-S-LASTNAME       PIC X(07).
             05 R-S-FIRSTNAME      PIC X(06).
             05 R-S-AGE            PIC 9(02).

       01  REC-COURSE.
             05 R-C-KEY            PIC 9(02).
             05 R-C-LABEL          PIC X(21).
             05 R-C-COEF           PIC X(03).
             05 R-C-GRADE          PIC X(05).

       FD  FIC-COURS-REF
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCOURS.cpy'.

      ***** Un bloc d'exigences par ligne : programme, bloc, credits  **
      ***** requis dans le bloc, libelle                              **
       FD  FIC-BLOCS
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BLOC.
           05 BLC-PROGRAMME      PIC X(08).
           05 FILLER             PIC X(01).
           05 BLC-BLOC           PIC X(08).
           05 FILLER             PIC X(01).
           05 BLC-CREDITS-X      PIC X(03).
           05 BLC-CREDITS REDEFINES BLC-CREDITS-X
                                 PIC 9(03).
           05 FILLER             PIC X(01).
           05 BLC-LIBELLE        PIC X(30).

       FD  FIC-OBLIG
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
       01  REC-OBLIG             PIC X(21).

       FD  FIC-HIST-COURS
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHISTC.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK    VALUE '00'.
           88 F-INPUT-STATUS-EOF   VALUE '10'.
       01  WS-COURS-REF-STATUS PIC X(02) VALUE SPACE.
           88 WS-COURS-REF-OK      VALUE '00'.
           88 WS-COURS-REF-EOF     VALUE '10'.
       01  WS-BLOCS-STATUS     PIC X(02) VALUE SPACE.
           88 WS-BLOCS-OK          VALUE '00'.
           88 WS-BLOCS-EOF         VALUE '10'.
       01  WS-OBLIG-STATUS     PIC X(02) VALUE SPACE.
           88 WS-OBLIG-OK          VALUE '00'.
           88 WS-OBLIG-EOF         VALUE '10'.
       01  WS-HIST-COURS-STATUS PIC X(02) VALUE SPACE.
           88 WS-HIST-COURS-OK     VALUE '00'.
           88 WS-HIST-COURS-EOF    VALUE '10'.
       01  WS-RAPPORT-STATUS   PIC X(02) VALUE SPACE.

      ***** Cours du programme audite, avec credits et bloc ************
       01  DATA-COURS-REF.
           03 COURS-REF-LGTH   PIC 9(03) VALUE 0.
           03 COURS-REF-TBL
               OCCURS 1 TO 200 TIMES
               DEPENDING ON COURS-REF-LGTH
               INDEXED BY IDX-COURS-REF.
                   05 TBL-COURS-REF    PIC X(21).
                   05 TBL-COURS-CREDITS PIC 9(02).
                   05 TBL-COURS-BLOC   PIC X(08).

      ***** Blocs d'exigences du programme audite, avec les cumuls ****
      ***** de l'eleve courant                                        **
       01  DATA-BLOC.
           03 BLOC-LGTH        PIC 9(02) VALUE 0.
           03 BLOC-TBL
               OCCURS 1 TO 20 TIMES
               DEPENDING ON BLOC-LGTH
               INDEXED BY IDX-BLOC.
                   05 TBL-BLOC-CODE    PIC X(08).
                   05 TBL-BLOC-LIBELLE PIC X(30).
                   05 TBL-BLOC-REQUIS  PIC 9(03).
                   05 TBL-BLOC-ACQUIS  PIC 9(03).
                   05 TBL-BLOC-EN-COURS PIC 9(03).

      ***** Cours obligatoires (facultatif) ****************************
       01  DATA-OBLIG.
           03 OBLIG-LGTH       PIC 9(02) VALUE 0.
           03 OBLIG-TBL
               OCCURS 1 TO 20 TIMES
               DEPENDING ON OBLIG-LGTH
               INDEXED BY IDX-OBLIG.
                   05 TBL-OBLIG-LABEL  PIC X(21).

      ***** Lignes reussies de l'historique pluri-annuel **************
       01  DATA-REUSSI.
           03 REUSSI-LGTH      PIC 9(04) VALUE 0.
           03 REUSSI-TBL
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON REUSSI-LGTH
               INDEXED BY IDX-REUSSI.
                   05 TBL-RSI-KEY      PIC 9(02).
                   05 TBL-RSI-LASTNAME PIC X(20).
                   05 TBL-RSI-LABEL    PIC X(21).

      ***** Eleves et inscriptions du terme (input.dat) ***************
       01  DATA-STUDENT.
           03 STUDENT-LGTH     PIC 9(03) VALUE 0.
           03 STUDENT
               OCCURS 1 TO 999 TIMES
               DEPENDING ON STUDENT-LGTH
               INDEXED BY IDX-STUDENT.
                   05 S-KEY        PIC 9(02).
                   05 S-LASTNAME   PIC X(20).
                   05 S-FIRSTNAME  PIC X(20).
       01  DATA-INSCRIT.
           03 INSCRIT-LGTH    PIC 9(04) VALUE 0.
           03 INSCRIT-TBL
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON INSCRIT-LGTH
               INDEXED BY IDX-INS.
                   05 INS-STUDENT  PIC 9(03).
                   05 INS-LABEL    PIC X(21).

       01  WS-CMD-LINE         PIC X(20) VALUE SPACES.
       01  WS-PROGRAMME        PIC X(08) VALUE SPACES.
       01  WS-SEUIL-PARM       PIC X(05) VALUE SPACES.
       01  WS-SEUIL-NUM REDEFINES WS-SEUIL-PARM
                                PIC 9(05).
       01  WS-SEUIL-REUSSITE   PIC 9(03)V99 VALUE 010,00.

       01  WS-CUR-STUDENT      PIC 9(03) VALUE 0.
       01  WS-LABEL-CHERCHE    PIC X(21) VALUE SPACES.
       01  WS-ACQUIS           PIC X(01) VALUE 'N'.
       01  WS-EN-COURS         PIC X(01) VALUE 'N'.
       01  WS-TOT-REQUIS       PIC 9(04) VALUE 0.
       01  WS-TOT-ACQUIS       PIC 9(04) VALUE 0.
       01  WS-TOT-EN-COURS     PIC 9(04) VALUE 0.
       01  WS-RESTE            PIC 9(04) VALUE 0.
       01  WS-NB-OBLIG-MANQ    PIC 9(02) VALUE 0.
       01  WS-NB-OBLIG-HORS    PIC 9(02) VALUE 0.
       01  WS-REMPLI           PIC X(01) VALUE 'O'.
       01  WS-POSSIBLE         PIC X(01) VALUE 'O'.

       01  WS-NB-REMPLIS       PIC 9(03) VALUE 0.
       01  WS-NB-BONNE-VOIE    PIC 9(03) VALUE 0.
       01  WS-NB-IMPOSSIBLES   PIC 9(03) VALUE 0.
       01  WS-NB-COURS-SANS-BLOC PIC 9(03) VALUE 0.

       01  WS-PNT.
           03 WS-PNT-NBR       PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-PROGRAMME WS-SEUIL-PARM
           END-UNSTRING.
           IF WS-SEUIL-PARM NOT = SPACES
               AND WS-SEUIL-PARM IS NUMERIC
               COMPUTE WS-SEUIL-REUSSITE = WS-SEUIL-NUM / 100
           END-IF.

           PERFORM 1000-LOAD-BLOCS-START
               THRU 1000-LOAD-BLOCS-END.
           PERFORM 1100-LOAD-COURS-REF-START
               THRU 1100-LOAD-COURS-REF-END.
           PERFORM 1200-LOAD-OBLIG-START
               THRU 1200-LOAD-OBLIG-END.
           PERFORM 1300-LOAD-HIST-START
               THRU 1300-LOAD-HIST-END.
           PERFORM 2000-LOAD-INPUT-START
               THRU 2000-LOAD-INPUT-END.
           PERFORM 3000-AUDIT-START
               THRU 3000-AUDIT-END.

           DISPLAY 'PROGRAMME AUDITE         : ' WS-PROGRAMME.
           DISPLAY 'BLOCS D''EXIGENCES        : ' BLOC-LGTH.
           DISPLAY 'COURS DU PROGRAMME       : ' COURS-REF-LGTH.
           DISPLAY 'COURS HORS BLOC CONNU    : ' WS-NB-COURS-SANS-BLOC.
           DISPLAY 'ELEVES AUDITES           : ' STUDENT-LGTH.
           DISPLAY 'EXIGENCES REMPLIES       : ' WS-NB-REMPLIS.
           DISPLAY 'EN BONNE VOIE            : ' WS-NB-BONNE-VOIE.
           DISPLAY 'DIPLOME IMPOSSIBLE       : ' WS-NB-IMPOSSIBLES.
           DISPLAY 'RAPPORT ECRIT            : promaud.lis'.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      *    Blocs d'exigences du programme audite ; sans eux l'audit
      *    n'a pas de sens, arret avec un message clair. Programme non
      *    donne : celui de la premiere ligne du fichier.
       1000-LOAD-BLOCS-START.
           OPEN INPUT FIC-BLOCS.
           IF NOT WS-BLOCS-OK
               DISPLAY 'FICHIER fr-programme-blocs.txt ABSENT '
                   '(STATUT ' WS-BLOCS-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BLOCS-EOF
               READ FIC-BLOCS
                   AT END
                       SET WS-BLOCS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1010-UN-BLOC-START
                           THRU 1010-UN-BLOC-END
               END-READ
           END-PERFORM.
           CLOSE FIC-BLOCS.
           IF BLOC-LGTH = 0
               DISPLAY 'AUCUN BLOC POUR LE PROGRAMME ' WS-PROGRAMME
                   ' DANS fr-programme-blocs.txt, ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-LOAD-BLOCS-END.
           EXIT.

       1010-UN-BLOC-START.
           IF REC-BLOC = SPACES
               GO TO 1010-UN-BLOC-END
           END-IF.
           IF WS-PROGRAMME = SPACES
               MOVE BLC-PROGRAMME TO WS-PROGRAMME
           END-IF.
           IF BLC-PROGRAMME NOT = WS-PROGRAMME
               GO TO 1010-UN-BLOC-END
           END-IF.
           IF BLC-CREDITS-X NOT NUMERIC
               DISPLAY 'BLOC REJETE, CREDITS NON NUMERIQUES: '
                   BLC-BLOC
               GO TO 1010-UN-BLOC-END
           END-IF.
           IF BLOC-LGTH < 20
               SET BLOC-LGTH UP BY 1
               SET IDX-BLOC TO BLOC-LGTH
               MOVE BLC-BLOC    TO TBL-BLOC-CODE(IDX-BLOC)
               MOVE BLC-LIBELLE TO TBL-BLOC-LIBELLE(IDX-BLOC)
               MOVE BLC-CREDITS TO TBL-BLOC-REQUIS(IDX-BLOC)
           END-IF.
       1010-UN-BLOC-END.
           EXIT.

      ******************************************************************
      *    Cours du referentiel rattaches au programme audite ; un
      *    cours sans credits numeriques compte pour zero, un cours
      *    d'un bloc inconnu est signale et ne compte dans aucun bloc.
       1100-LOAD-COURS-REF-START.
           OPEN INPUT FIC-COURS-REF.
           IF NOT WS-COURS-REF-OK
               DISPLAY 'REFERENTIEL fr-liste-cours.txt ABSENT '
                   '(STATUT ' WS-COURS-REF-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COURS-REF-EOF
               READ FIC-COURS-REF
                   AT END
                       SET WS-COURS-REF-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-UN-COURS-START
                           THRU 1110-UN-COURS-END
               END-READ
           END-PERFORM.
           CLOSE FIC-COURS-REF.
       1100-LOAD-COURS-REF-END.
           EXIT.

       1110-UN-COURS-START.
           IF COURS-REF-PROGRAMME NOT = WS-PROGRAMME
               OR COURS-REF-LGTH >= 200
               GO TO 1110-UN-COURS-END
           END-IF.
           SET COURS-REF-LGTH UP BY 1.
           SET IDX-COURS-REF TO COURS-REF-LGTH.
           MOVE COURS-REF-LABEL TO TBL-COURS-REF(IDX-COURS-REF).
           MOVE COURS-REF-BLOC  TO TBL-COURS-BLOC(IDX-COURS-REF).
           IF COURS-REF-CREDITS-X IS NUMERIC
               MOVE COURS-REF-CREDITS
                   TO TBL-COURS-CREDITS(IDX-COURS-REF)
           ELSE
               MOVE 0 TO TBL-COURS-CREDITS(IDX-COURS-REF)
               DISPLAY 'COURS SANS CREDITS: ' COURS-REF-LABEL
           END-IF.
           SET IDX-BLOC TO 1.
           SEARCH BLOC-TBL
               AT END
                   ADD 1 TO WS-NB-COURS-SANS-BLOC
                   DISPLAY 'COURS D''UN BLOC INCONNU: '
                       COURS-REF-LABEL ' ' COURS-REF-BLOC
               WHEN TBL-BLOC-CODE(IDX-BLOC) = COURS-REF-BLOC
                   CONTINUE
           END-SEARCH.
       1110-UN-COURS-END.
           EXIT.

      ******************************************************************
       1200-LOAD-OBLIG-START.
           OPEN INPUT FIC-OBLIG.
           IF NOT WS-OBLIG-OK
               DISPLAY 'PAS DE fr-cours-oblig.txt : COURS '
                   'OBLIGATOIRES NON CONTROLES'
               GO TO 1200-LOAD-OBLIG-END
           END-IF.
           PERFORM UNTIL WS-OBLIG-EOF
               READ FIC-OBLIG
                   AT END
                       SET WS-OBLIG-EOF TO TRUE
                   NOT AT END
                       IF REC-OBLIG NOT = SPACES
                           AND OBLIG-LGTH < 20
                           SET OBLIG-LGTH UP BY 1
                           SET IDX-OBLIG TO OBLIG-LGTH
                           MOVE REC-OBLIG
                               TO TBL-OBLIG-LABEL(IDX-OBLIG)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-OBLIG.
       1200-LOAD-OBLIG-END.
           EXIT.

      ******************************************************************
      *    Historique pluri-annuel : seules les lignes reussies (note
      *    au seuil ou dispense) sont gardees ; absent, aucun credit
      *    n'est acquis.
       1300-LOAD-HIST-START.
           OPEN INPUT FIC-HIST-COURS.
           IF NOT WS-HIST-COURS-OK
               DISPLAY 'PAS DE promo-hist-cours.dat : AUCUN CREDIT '
                   'ACQUIS'
               GO TO 1300-LOAD-HIST-END
           END-IF.
           PERFORM UNTIL WS-HIST-COURS-EOF
               READ FIC-HIST-COURS
                   AT END
                       SET WS-HIST-COURS-EOF TO TRUE
                   NOT AT END
                       IF HISTC-EXEMPT = 'Y'
                           OR HISTC-GRADE >= WS-SEUIL-REUSSITE
                           IF REUSSI-LGTH NOT < 9999
                               DISPLAY 'TABLE DES COURS REUSSIS PLEINE'
                                   ' (9999), ARRET'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           SET REUSSI-LGTH UP BY 1
                           SET IDX-REUSSI TO REUSSI-LGTH
                           MOVE HISTC-KEY
                               TO TBL-RSI-KEY(IDX-REUSSI)
                           MOVE HISTC-LASTNAME
                               TO TBL-RSI-LASTNAME(IDX-REUSSI)
                           MOVE HISTC-LABEL
                               TO TBL-RSI-LABEL(IDX-REUSSI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HIST-COURS.
       1300-LOAD-HIST-END.
           EXIT.

      ******************************************************************
      *    Eleves '01' et cours inscrits au terme '02' d'input.dat.
       2000-LOAD-INPUT-START.
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               DISPLAY 'ERROR INPUT FILE'
               GO TO 2000-LOAD-INPUT-END
           END-IF.
           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
               IF F-INPUT-STATUS-EOF
                   GO TO 2000-LOAD-INPUT-END
               END-IF
               EVALUATE REC-F-INPUT-2
                   WHEN '01'
                       IF STUDENT-LGTH < 999
                           SET STUDENT-LGTH UP BY 1
                           MOVE STUDENT-LGTH TO WS-CUR-STUDENT
                           MOVE R-S-KEY
                               TO S-KEY(STUDENT-LGTH)
                           MOVE R-S-LASTNAME
                               TO S-LASTNAME(STUDENT-LGTH)
                           MOVE R-S-FIRSTNAME
                               TO S-FIRSTNAME(STUDENT-LGTH)
                       END-IF
                   WHEN '02'
                       IF WS-CUR-STUDENT > 0
                           AND INSCRIT-LGTH < 5000
                           SET INSCRIT-LGTH UP BY 1
                           SET IDX-INS TO INSCRIT-LGTH
                           MOVE WS-CUR-STUDENT
                               TO INS-STUDENT(IDX-INS)
                           MOVE R-C-LABEL TO INS-LABEL(IDX-INS)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       2000-LOAD-INPUT-END.
           CLOSE F-INPUT.

      ******************************************************************
      *    Audit eleve par eleve dans l'ordre d'input.dat, puis le
      *    decompte des situations.
       3000-AUDIT-START.
           OPEN OUTPUT FIC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE 'AUDIT DE DIPLOMATION - PROGRAMME' TO REC-RAPPORT(1:32).
           MOVE WS-PROGRAMME TO REC-RAPPORT(34:8).
           WRITE REC-RAPPORT.
           IF OBLIG-LGTH = 0
               INITIALIZE REC-RAPPORT
               MOVE 'COURS OBLIGATOIRES NON CONTROLES (PAS DE'
                   TO REC-RAPPORT(1:40)
               MOVE 'fr-cours-oblig.txt)' TO REC-RAPPORT(42:19)
               WRITE REC-RAPPORT
           END-IF.

           PERFORM 3100-UN-ELEVE-START
               THRU 3100-UN-ELEVE-END
               VARYING IDX-STUDENT FROM 1 BY 1
               UNTIL IDX-STUDENT > STUDENT-LGTH.

           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'SITUATIONS :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE '   EXIGENCES REMPLIES' TO REC-RAPPORT(1:40).
           MOVE WS-NB-REMPLIS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           MOVE '   EN BONNE VOIE CETTE ANNEE' TO REC-RAPPORT(1:40).
           MOVE WS-NB-BONNE-VOIE TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           MOVE '   DIPLOME IMPOSSIBLE CETTE ANNEE'
               TO REC-RAPPORT(1:40).
           MOVE WS-NB-IMPOSSIBLES TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.
       3000-AUDIT-END.
           EXIT.

      *    Un eleve : cumul des credits par bloc, cours obligatoires,
      *    situation.
       3100-UN-ELEVE-START.
           PERFORM VARYING IDX-BLOC FROM 1 BY 1
                   UNTIL IDX-BLOC > BLOC-LGTH
               MOVE 0 TO TBL-BLOC-ACQUIS(IDX-BLOC)
               MOVE 0 TO TBL-BLOC-EN-COURS(IDX-BLOC)
           END-PERFORM.
           PERFORM 3110-UN-COURS-START
               THRU 3110-UN-COURS-END
               VARYING IDX-COURS-REF FROM 1 BY 1
               UNTIL IDX-COURS-REF > COURS-REF-LGTH.

           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE S-LASTNAME(IDX-STUDENT)  TO REC-RAPPORT(1:20).
           MOVE S-FIRSTNAME(IDX-STUDENT) TO REC-RAPPORT(22:20).
           WRITE REC-RAPPORT.

           MOVE 'O' TO WS-REMPLI.
           MOVE 'O' TO WS-POSSIBLE.
           MOVE 0 TO WS-TOT-REQUIS WS-TOT-ACQUIS WS-TOT-EN-COURS.
           PERFORM 3120-LIGNE-BLOC-START
               THRU 3120-LIGNE-BLOC-END
               VARYING IDX-BLOC FROM 1 BY 1
               UNTIL IDX-BLOC > BLOC-LGTH.

           INITIALIZE REC-RAPPORT.
           MOVE '  TOTAL' TO REC-RAPPORT(1:7).
           MOVE 'REQUIS'  TO REC-RAPPORT(43:6).
           MOVE WS-TOT-REQUIS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(50:4).
           MOVE 'ACQUIS'  TO REC-RAPPORT(56:6).
           MOVE WS-TOT-ACQUIS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(63:4).
           MOVE 'EN COURS' TO REC-RAPPORT(69:8).
           MOVE WS-TOT-EN-COURS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(78:4).
           MOVE 'RESTE'   TO REC-RAPPORT(84:5).
           IF WS-TOT-ACQUIS < WS-TOT-REQUIS
               COMPUTE WS-RESTE = WS-TOT-REQUIS - WS-TOT-ACQUIS
           ELSE
               MOVE 0 TO WS-RESTE
           END-IF.
           MOVE WS-RESTE TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(90:4).
           WRITE REC-RAPPORT.

           MOVE 0 TO WS-NB-OBLIG-MANQ WS-NB-OBLIG-HORS.
           PERFORM 3130-UN-OBLIG-START
               THRU 3130-UN-OBLIG-END
               VARYING IDX-OBLIG FROM 1 BY 1
               UNTIL IDX-OBLIG > OBLIG-LGTH.

           INITIALIZE REC-RAPPORT.
           MOVE '  SITUATION :' TO REC-RAPPORT(1:13).
           EVALUATE TRUE
               WHEN WS-REMPLI = 'O'
                   MOVE 'EXIGENCES REMPLIES' TO REC-RAPPORT(15:40)
                   ADD 1 TO WS-NB-REMPLIS
               WHEN WS-POSSIBLE = 'O'
                   MOVE 'EN BONNE VOIE POUR LE DIPLOME CETTE ANNEE'
                       TO REC-RAPPORT(15:41)
                   ADD 1 TO WS-NB-BONNE-VOIE
               WHEN OTHER
                   MOVE 'DIPLOME IMPOSSIBLE CETTE ANNEE, QUELS QUE'
                       TO REC-RAPPORT(15:41)
                   MOVE 'SOIENT SES RESULTATS' TO REC-RAPPORT(57:20)
                   ADD 1 TO WS-NB-IMPOSSIBLES
           END-EVALUATE.
           WRITE REC-RAPPORT.
       3100-UN-ELEVE-END.
           EXIT.

      *    Cours IDX-COURS-REF du programme pour l'eleve courant :
      *    acquis, en cours au terme, ou ni l'un ni l'autre.
       3110-UN-COURS-START.
           MOVE TBL-COURS-REF(IDX-COURS-REF) TO WS-LABEL-CHERCHE.
           PERFORM 8000-SITUATION-COURS-START
               THRU 8000-SITUATION-COURS-END.
           IF WS-ACQUIS = 'N' AND WS-EN-COURS = 'N'
               GO TO 3110-UN-COURS-END
           END-IF.
           SET IDX-BLOC TO 1.
           SEARCH BLOC-TBL
               AT END
                   CONTINUE
               WHEN TBL-BLOC-CODE(IDX-BLOC)
                       = TBL-COURS-BLOC(IDX-COURS-REF)
                   IF WS-ACQUIS = 'O'
                       ADD TBL-COURS-CREDITS(IDX-COURS-REF)
                           TO TBL-BLOC-ACQUIS(IDX-BLOC)
                   ELSE
                       ADD TBL-COURS-CREDITS(IDX-COURS-REF)
                           TO TBL-BLOC-EN-COURS(IDX-BLOC)
                   END-IF
           END-SEARCH.
       3110-UN-COURS-END.
           EXIT.

      *    Ligne d'un bloc : requis, acquis, en cours, reste ; le bloc
      *    non couvert par les acquis empeche les exigences remplies,
      *    non couvert par acquis et en cours empeche le diplome cette
      *    annee.
       3120-LIGNE-BLOC-START.
           ADD TBL-BLOC-REQUIS(IDX-BLOC)   TO WS-TOT-REQUIS.
           ADD TBL-BLOC-ACQUIS(IDX-BLOC)   TO WS-TOT-ACQUIS.
           ADD TBL-BLOC-EN-COURS(IDX-BLOC) TO WS-TOT-EN-COURS.
           IF TBL-BLOC-ACQUIS(IDX-BLOC) < TBL-BLOC-REQUIS(IDX-BLOC)
               MOVE 'N' TO WS-REMPLI
               COMPUTE WS-RESTE = TBL-BLOC-REQUIS(IDX-BLOC)
                                - TBL-BLOC-ACQUIS(IDX-BLOC)
           ELSE
               MOVE 0 TO WS-RESTE
           END-IF.
           IF TBL-BLOC-ACQUIS(IDX-BLOC) + TBL-BLOC-EN-COURS(IDX-BLOC)
                   < TBL-BLOC-REQUIS(IDX-BLOC)
               MOVE 'N' TO WS-POSSIBLE
           END-IF.

           INITIALIZE REC-RAPPORT.
           MOVE '  BLOC' TO REC-RAPPORT(1:6).
           MOVE TBL-BLOC-CODE(IDX-BLOC)    TO REC-RAPPORT(8:8).
           MOVE TBL-BLOC-LIBELLE(IDX-BLOC) TO REC-RAPPORT(17:25).
           MOVE 'REQUIS'  TO REC-RAPPORT(43:6).
           MOVE TBL-BLOC-REQUIS(IDX-BLOC) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(50:4).
           MOVE 'ACQUIS'  TO REC-RAPPORT(56:6).
           MOVE TBL-BLOC-ACQUIS(IDX-BLOC) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(63:4).
           MOVE 'EN COURS' TO REC-RAPPORT(69:8).
           MOVE TBL-BLOC-EN-COURS(IDX-BLOC) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(78:4).
           MOVE 'RESTE'   TO REC-RAPPORT(84:5).
           MOVE WS-RESTE TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(90:4).
           WRITE REC-RAPPORT.
       3120-LIGNE-BLOC-END.
           EXIT.

      *    Cours obligatoire non acquis : manquant ; non inscrit au
      *    terme, il rend le diplome impossible cette annee.
       3130-UN-OBLIG-START.
           MOVE TBL-OBLIG-LABEL(IDX-OBLIG) TO WS-LABEL-CHERCHE.
           PERFORM 8000-SITUATION-COURS-START
               THRU 8000-SITUATION-COURS-END.
           IF WS-ACQUIS = 'O'
               GO TO 3130-UN-OBLIG-END
           END-IF.
           MOVE 'N' TO WS-REMPLI.
           ADD 1 TO WS-NB-OBLIG-MANQ.
           INITIALIZE REC-RAPPORT.
           MOVE '  OBLIGATOIRE MANQUANT :' TO REC-RAPPORT(1:24).
           MOVE WS-LABEL-CHERCHE TO REC-RAPPORT(26:21).
           IF WS-EN-COURS = 'O'
               MOVE '(EN COURS CE TERME)' TO REC-RAPPORT(48:19)
           ELSE
               MOVE 'N' TO WS-POSSIBLE
               ADD 1 TO WS-NB-OBLIG-HORS
               MOVE '(NON INSCRIT CE TERME)' TO REC-RAPPORT(48:22)
           END-IF.
           WRITE REC-RAPPORT.
       3130-UN-OBLIG-END.
           EXIT.

      ******************************************************************
      *    Situation de l'eleve IDX-STUDENT pour le cours
      *    WS-LABEL-CHERCHE : WS-ACQUIS si une ligne reussie de
      *    l'historique le porte, sinon WS-EN-COURS s'il y est inscrit
      *    au terme.
       8000-SITUATION-COURS-START.
           MOVE 'N' TO WS-ACQUIS.
           MOVE 'N' TO WS-EN-COURS.
           SET IDX-REUSSI TO 1.
           SEARCH REUSSI-TBL
               AT END
                   CONTINUE
               WHEN TBL-RSI-KEY(IDX-REUSSI) = S-KEY(IDX-STUDENT)
                   AND TBL-RSI-LASTNAME(IDX-REUSSI)
                       = S-LASTNAME(IDX-STUDENT)
                   AND TBL-RSI-LABEL(IDX-REUSSI) = WS-LABEL-CHERCHE
                   MOVE 'O' TO WS-ACQUIS
           END-SEARCH.
           IF WS-ACQUIS = 'O'
               GO TO 8000-SITUATION-COURS-END
           END-IF.
           SET IDX-INS TO 1.
           SEARCH INSCRIT-TBL
               AT END
                   CONTINUE
               WHEN INS-STUDENT(IDX-INS) = IDX-STUDENT
                   AND INS-LABEL(IDX-INS) = WS-LABEL-CHERCHE
                   MOVE 'O' TO WS-EN-COURS
           END-SEARCH.
       8000-SITUATION-COURS-END.
           EXIT.
