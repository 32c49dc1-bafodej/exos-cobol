      ******************************************************************
      *    Harmonisation des notes par cours
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. promharm.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Harmonisation des notes d'un cours
      *                 dont la moyenne de classe sort de la bande
      *                 cible : le referentiel promo-cibles.txt donne
      *                 par cours (ou '*' pour tous les autres) la
      *                 moyenne minimale, la moyenne maximale et la
      *                 methode d'ajustement ('E' echelle, 'D'
      *                 decalage, defaut). Les notes d'input.dat sont
      *                 relues avec les regles de promo.cbl
      *                 (corrections '03', dispenses '04' exclues,
      *                 recours '05'/'06'), hors harmonisations deja
      *                 faites, pour que la proposition ne depende
      *                 pas d'une execution precedente. Pour un cours
      *                 hors bande, la moyenne visee est la borne la
      *                 plus proche ; decalage : note + ecart, echelle
      *                 : note x facteur, resultat borne a 0 et 20.
      *                 promharm.lis donne par cours les statistiques
      *                 et la repartition avant et apres, la
      *                 proposition et la ligne de visa du comite
      *                 pedagogique. Parametre APPLIQUE : les cours
      *                 vises dans promo-harm-visa.txt (meme moyenne
      *                 qu'a l'edition, sinon visa refuse) recoivent
      *                 dans input.dat une correction '03' d'origine
      *                 'M' par note modifiee, avec le nom de l'eleve
      *                 et la note d'origine ; les notes d'origine
      *                 restent dans le fichier. Un cours deja
      *                 harmonise n'est pas repris.
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

           SELECT FIC-CIBLES
               ASSIGN TO 'promo-cibles.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIBLES-STATUS.

           SELECT FIC-VISA
               ASSIGN TO 'promo-harm-visa.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISA-STATUS.

           SELECT FIC-RAPPORT
               ASSIGN TO 'promharm.lis'
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

      *    Origine 'M' : harmonisation ecrite par ce programme, eleve
      *    designe par nom et prenom, note d'origine pour la trace.
       01  REC-CORRECTION.
             05 R-CORR-KEY          PIC X(02).
             05 R-CORR-STUDENT-KEY  PIC 9(02).
             05 R-CORR-LABEL        PIC X(21).
             05 R-CORR-GRADE        PIC X(05).
             05 R-CORR-ORIGINE      PIC X(01).
                 88 R-CORR-HARMONISEE   VALUE 'M'.
             05 R-CORR-LASTNAME     PIC X(07).
             05 R-CORR-FIRSTNAME    PIC X(06).
             05 R-CORR-ANCIENNE     PIC X(05).

       01  REC-DECISION.
             05 R-DEC-KEY             PIC X(02).
             05 R-DEC-STUDENT-KEY     PIC 9(02).
             05 R-DEC-LABEL           PIC X(21).
             05 R-DEC-DECISION        PIC X(01).
             05 R-DEC-GRADE           PIC X(05).

      ***** Bande cible par cours ('*' : tous les autres cours) ********
      ***** moyennes en centiemes (1000 = 10,00)                     **
       FD  FIC-CIBLES
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CIBLE.
           05 CIB-LABEL          PIC X(21).
           05 FILLER             PIC X(01).
           05 CIB-MOY-MIN        PIC X(04).
           05 CIB-MOY-MIN-NUM REDEFINES CIB-MOY-MIN
                                 PIC 99V99.
           05 FILLER             PIC X(01).
           05 CIB-MOY-MAX        PIC X(04).
           05 CIB-MOY-MAX-NUM REDEFINES CIB-MOY-MAX
                                 PIC 99V99.
           05 FILLER             PIC X(01).
           05 CIB-METHODE        PIC X(01).

      ***** Visa du comite pedagogique : un cours approuve par ligne ***
      ***** avec la moyenne avant harmonisation lue sur promharm.lis **
       FD  FIC-VISA
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
       01  REC-VISA.
           05 VIS-LABEL          PIC X(21).
           05 FILLER             PIC X(01).
           05 VIS-DATE           PIC X(08).
           05 FILLER             PIC X(01).
           05 VIS-MOY            PIC X(04).
           05 VIS-MOY-NUM REDEFINES VIS-MOY
                                 PIC 99V99.
           05 FILLER             PIC X(01).
           05 VIS-NOM            PIC X(20).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK    VALUE '00'.
           88 F-INPUT-STATUS-EOF   VALUE '10'.
       01  WS-CIBLES-STATUS    PIC X(02) VALUE SPACE.
           88 WS-CIBLES-OK         VALUE '00'.
           88 WS-CIBLES-EOF        VALUE '10'.
       01  WS-VISA-STATUS      PIC X(02) VALUE SPACE.
           88 WS-VISA-OK           VALUE '00'.
           88 WS-VISA-EOF          VALUE '10'.
       01  WS-RAPPORT-STATUS   PIC X(02) VALUE SPACE.

      ***** Bandes cibles par cours ************************************
       01  DATA-CIBLE.
           03 CIBLE-LGTH      PIC 9(03) VALUE 0.
           03 CIBLE-TBL
               OCCURS 1 TO 200 TIMES
               DEPENDING ON CIBLE-LGTH
               INDEXED BY IDX-CIBLE.
                   05 TBL-CIB-LABEL    PIC X(21).
                   05 TBL-CIB-MIN      PIC 99V99.
                   05 TBL-CIB-MAX      PIC 99V99.
                   05 TBL-CIB-METHODE  PIC X(01).

      *    Bande par defaut (ligne '*'), facultative.
       01  WS-DEFAUT-CHARGE    PIC X(01) VALUE 'N'.
       01  WS-DEFAUT-MIN       PIC 99V99 VALUE 0.
       01  WS-DEFAUT-MAX       PIC 99V99 VALUE 0.
       01  WS-DEFAUT-METHODE   PIC X(01) VALUE 'D'.

      ***** Visas du comite (mode APPLIQUE) ****************************
       01  DATA-VISA.
           03 VISA-LGTH       PIC 9(03) VALUE 0.
           03 VISA-TBL
               OCCURS 1 TO 200 TIMES
               DEPENDING ON VISA-LGTH
               INDEXED BY IDX-VISA.
                   05 TBL-VIS-LABEL    PIC X(21).
                   05 TBL-VIS-DATE     PIC X(08).
                   05 TBL-VIS-MOY      PIC 99V99.
                   05 TBL-VIS-NOM      PIC X(20).
                   05 TBL-VIS-COURS    PIC 9(03).
                   05 TBL-VIS-MOTIF    PIC X(40).

      ***** Eleves du flux '01' ****************************************
       01  DATA-STUDENT.
           03 STUDENT-LGTH     PIC 9(03) VALUE 0.
           03 STUDENT
               OCCURS 1 TO 999 TIMES
               DEPENDING ON STUDENT-LGTH
               INDEXED BY IDX-STUDENT.
                   05 S-KEY        PIC 9(02).
                   05 S-LASTNAME   PIC X(20).
                   05 S-FIRSTNAME  PIC X(20).

      ***** Cours du flux '02' : bande, statistiques avant/apres *******
       01  DATA-COURSE.
           03 COURSE-LGTH     PIC 9(03) VALUE 0.
           03 COURSE
               OCCURS 1 TO 200 TIMES
               DEPENDING ON COURSE-LGTH
               INDEXED BY IDX-COURSE.
                   05 C-LABEL      PIC X(21).
                   05 C-CIBLE-MIN  PIC 99V99.
                   05 C-CIBLE-MAX  PIC 99V99.
                   05 C-METHODE    PIC X(01).
                       88 C-ECHELLE    VALUE 'E'.
                       88 C-DECALAGE   VALUE 'D'.
      *    'D' dans la bande, 'B' sous, 'H' au-dessus, 'S' sans
      *    bande, 'V' aucune note.
                   05 C-STATUT     PIC X(01).
                       88 C-HORS-BANDE VALUE 'B' 'H'.
                   05 C-DEJA       PIC X(01).
                       88 C-DEJA-HARMONISE VALUE 'O'.
                   05 C-APPLIQUE   PIC X(01).
                   05 C-CIBLE      PIC 99V99.
                   05 C-ECART      PIC S99V99.
                   05 C-FACTEUR    PIC 99V9999.
                   05 C-NB         PIC 9(03).
                   05 C-MIN        PIC 99V99.
                   05 C-MAX        PIC 99V99.
                   05 C-SUM        PIC 9(5)V99.
                   05 C-AVG        PIC 99V99.
                   05 C-REP        PIC 9(03) OCCURS 6.
                   05 C-A-MIN      PIC 99V99.
                   05 C-A-MAX      PIC 99V99.
                   05 C-A-SUM      PIC 9(5)V99.
                   05 C-A-AVG      PIC 99V99.
                   05 C-A-REP      PIC 9(03) OCCURS 6.
                   05 C-NB-BORNEES PIC 9(03).
                   05 C-NB-GELEES  PIC 9(03).
                   05 C-NB-ECRITES PIC 9(03).

      ***** Notes par eleve et par cours *******************************
       01  DATA-GRADE.
           03 GRADE-LGTH      PIC 9(04) VALUE 0.
           03 GRADE
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON GRADE-LGTH
               INDEXED BY IDX-GRADE.
                   05 G-STUDENT-IDX    PIC 9(03).
                   05 G-COURSE-IDX     PIC 9(03).
                   05 G-GRADE          PIC 99V99.
                   05 G-EXEMPT         PIC X(01).
                       88 G-IS-EXEMPT  VALUE 'Y'.
                   05 G-CONTESTE       PIC X(01).
                       88 G-EN-APPEL   VALUE 'O'.
                   05 G-HARMONISE      PIC X(01).
                       88 G-EST-HARMONISE VALUE 'O'.
                   05 G-HARM-GRADE     PIC 99V99.
                   05 G-NOUVELLE       PIC 99V99.

       01  WS-CUR-STUDENT-IDX  PIC 9(03) VALUE 0.
       01  WS-CORR-STUD-IDX    PIC 9(03) VALUE 0.
       01  WS-CORR-CRS-IDX     PIC 9(03) VALUE 0.
       01  WS-TROUVE           PIC X(01) VALUE 'N'.
       01  WS-I                PIC 9(04) VALUE 0.
       01  WS-TRANCHE          PIC 9(01) VALUE 0.
       01  WS-NOTE-TRANCHE     PIC 99V99 VALUE 0.
       01  WS-CALCUL           PIC S9(03)V99 VALUE 0.
       01  WS-NOTE-APRES       PIC 99V99 VALUE 0.
       01  WS-STAT-NB          PIC 9(03) VALUE 0.
       01  WS-STAT-MIN         PIC 99V99 VALUE 0.
       01  WS-STAT-MAX         PIC 99V99 VALUE 0.
       01  WS-STAT-MOY         PIC 99V99 VALUE 0.
       01  WS-MOY-4            PIC 99V99 VALUE 0.
       01  WS-MOY-4-X REDEFINES WS-MOY-4
                               PIC X(04).
       01  WS-NB-CIBLES-REJETS PIC 9(03) VALUE 0.
       01  WS-NB-VISAS-REJETS  PIC 9(03) VALUE 0.
       01  WS-NB-HORS-BANDE    PIC 9(03) VALUE 0.
       01  WS-NB-EN-ATTENTE    PIC 9(03) VALUE 0.
       01  WS-NB-APPLIQUES     PIC 9(03) VALUE 0.
       01  WS-NB-ECRITES       PIC 9(05) VALUE 0.
       01  WS-PNT-NBR          PIC ZZ9.
       01  WS-PNT-GRADE        PIC Z9,99.
       01  WS-PNT-ECART        PIC ++9,99.
       01  WS-PNT-FACTEUR      PIC Z9,9999.
       01  WS-VISA-MOTIF       PIC X(40) VALUE SPACES.

      *    Parametre APPLIQUE en ligne de commande : report des cours
      *    vises dans input.dat ; sinon edition seule.
       01  WS-CMD-LINE         PIC X(20) VALUE SPACES.
       01  WS-MODE-PARM        PIC X(08) VALUE SPACES.
           88 WS-MODE-APPLIQUE     VALUE 'APPLIQUE'.
       01  WS-INPUT-EXTEND     PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-MODE-PARM
           END-UNSTRING.

           PERFORM 1000-LOAD-CIBLES-START
               THRU 1000-LOAD-CIBLES-END.
           IF WS-MODE-APPLIQUE
               PERFORM 1100-LOAD-VISAS-START
                   THRU 1100-LOAD-VISAS-END
           END-IF.
           PERFORM 2000-LOAD-INPUT-START
               THRU 2000-LOAD-INPUT-END.
           PERFORM 3000-STATS-AVANT-START
               THRU 3000-STATS-AVANT-END
               VARYING IDX-COURSE FROM 1 BY 1
               UNTIL IDX-COURSE > COURSE-LGTH.
           PERFORM 3100-PROPOSITION-START
               THRU 3100-PROPOSITION-END
               VARYING IDX-COURSE FROM 1 BY 1
               UNTIL IDX-COURSE > COURSE-LGTH.
           IF WS-MODE-APPLIQUE
               PERFORM 4000-APPLIQUE-START
                   THRU 4000-APPLIQUE-END
           END-IF.
           PERFORM 5000-RAPPORT-START
               THRU 5000-RAPPORT-END.

           PERFORM VARYING IDX-COURSE FROM 1 BY 1
                   UNTIL IDX-COURSE > COURSE-LGTH
               IF C-HORS-BANDE(IDX-COURSE)
                   AND NOT C-DEJA-HARMONISE(IDX-COURSE)
                   AND C-APPLIQUE(IDX-COURSE) NOT = 'O'
                   ADD 1 TO WS-NB-EN-ATTENTE
               END-IF
           END-PERFORM.
           IF WS-NB-EN-ATTENTE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'COURS EXAMINES      : ' COURSE-LGTH.
           DISPLAY 'BANDES REJETEES     : ' WS-NB-CIBLES-REJETS.
           DISPLAY 'COURS HORS BANDE    : ' WS-NB-HORS-BANDE.
           DISPLAY 'EN ATTENTE DE VISA  : ' WS-NB-EN-ATTENTE.
           IF WS-MODE-APPLIQUE
               DISPLAY 'VISAS REFUSES       : ' WS-NB-VISAS-REJETS
               DISPLAY 'COURS HARMONISES    : ' WS-NB-APPLIQUES
               DISPLAY 'CORRECTIONS ECRITES : ' WS-NB-ECRITES
           END-IF.
           DISPLAY 'RAPPORT ECRIT       : promharm.lis'.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      *    Bandes cibles ; obligatoires, une ligne invalide (moyennes
      *    non numeriques, minimum au-dessus du maximum, maximum
      *    au-dessus de 20, methode inconnue) est rejetee et signalee.
       1000-LOAD-CIBLES-START.
           OPEN INPUT FIC-CIBLES.
           IF NOT WS-CIBLES-OK
               DISPLAY 'REFERENTIEL promo-cibles.txt ABSENT '
                   '(STATUT ' WS-CIBLES-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CIBLES-EOF
               READ FIC-CIBLES
                   AT END
                       SET WS-CIBLES-EOF TO TRUE
                   NOT AT END
                       PERFORM 1010-UNE-CIBLE-START
                           THRU 1010-UNE-CIBLE-END
               END-READ
           END-PERFORM.
           CLOSE FIC-CIBLES.
           IF CIBLE-LGTH = 0 AND WS-DEFAUT-CHARGE = 'N'
               DISPLAY 'AUCUNE BANDE VALIDE DANS promo-cibles.txt, '
                   'ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-LOAD-CIBLES-END.
           EXIT.

       1010-UNE-CIBLE-START.
           IF REC-CIBLE = SPACES
               GO TO 1010-UNE-CIBLE-END
           END-IF.
           IF CIB-METHODE = SPACE
               MOVE 'D' TO CIB-METHODE
           END-IF.
           IF CIB-MOY-MIN NOT NUMERIC
               OR CIB-MOY-MAX NOT NUMERIC
               OR (CIB-METHODE NOT = 'E' AND NOT = 'D')
               ADD 1 TO WS-NB-CIBLES-REJETS
               DISPLAY 'BANDE REJETEE: ' REC-CIBLE
               GO TO 1010-UNE-CIBLE-END
           END-IF.
           IF CIB-MOY-MIN-NUM > CIB-MOY-MAX-NUM
               OR CIB-MOY-MAX-NUM > 20
               ADD 1 TO WS-NB-CIBLES-REJETS
               DISPLAY 'BANDE REJETEE: ' REC-CIBLE
               GO TO 1010-UNE-CIBLE-END
           END-IF.
           IF CIB-LABEL = '*'
               MOVE 'O'             TO WS-DEFAUT-CHARGE
               MOVE CIB-MOY-MIN-NUM TO WS-DEFAUT-MIN
               MOVE CIB-MOY-MAX-NUM TO WS-DEFAUT-MAX
               MOVE CIB-METHODE     TO WS-DEFAUT-METHODE
               GO TO 1010-UNE-CIBLE-END
           END-IF.
           IF CIBLE-LGTH < 200
               SET CIBLE-LGTH UP BY 1
               SET IDX-CIBLE TO CIBLE-LGTH
               MOVE CIB-LABEL       TO TBL-CIB-LABEL(IDX-CIBLE)
               MOVE CIB-MOY-MIN-NUM TO TBL-CIB-MIN(IDX-CIBLE)
               MOVE CIB-MOY-MAX-NUM TO TBL-CIB-MAX(IDX-CIBLE)
               MOVE CIB-METHODE     TO TBL-CIB-METHODE(IDX-CIBLE)
           END-IF.
       1010-UNE-CIBLE-END.
           EXIT.

      ******************************************************************
      *    Visas du comite ; obligatoires en mode APPLIQUE. Une ligne
      *    sans date numerique ou sans moyenne numerique est rejetee.
       1100-LOAD-VISAS-START.
           OPEN INPUT FIC-VISA.
           IF NOT WS-VISA-OK
               DISPLAY 'FICHIER promo-harm-visa.txt ABSENT '
                   '(STATUT ' WS-VISA-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-VISA-EOF
               READ FIC-VISA
                   AT END
                       SET WS-VISA-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-UN-VISA-START
                           THRU 1110-UN-VISA-END
               END-READ
           END-PERFORM.
           CLOSE FIC-VISA.
       1100-LOAD-VISAS-END.
           EXIT.

       1110-UN-VISA-START.
           IF REC-VISA = SPACES
               GO TO 1110-UN-VISA-END
           END-IF.
           IF VIS-DATE NOT NUMERIC OR VIS-MOY NOT NUMERIC
               ADD 1 TO WS-NB-VISAS-REJETS
               DISPLAY 'VISA REJETE: ' REC-VISA
               GO TO 1110-UN-VISA-END
           END-IF.
           IF VISA-LGTH < 200
               SET VISA-LGTH UP BY 1
               SET IDX-VISA TO VISA-LGTH
               MOVE VIS-LABEL   TO TBL-VIS-LABEL(IDX-VISA)
               MOVE VIS-DATE    TO TBL-VIS-DATE(IDX-VISA)
               MOVE VIS-MOY-NUM TO TBL-VIS-MOY(IDX-VISA)
               MOVE VIS-NOM     TO TBL-VIS-NOM(IDX-VISA)
               MOVE 0           TO TBL-VIS-COURS(IDX-VISA)
               MOVE SPACES      TO TBL-VIS-MOTIF(IDX-VISA)
           END-IF.
       1110-UN-VISA-END.
           EXIT.

      ******************************************************************
      *    Lecture d'input.dat avec les memes regles que promo.cbl :
      *    '01' eleve, '02' cours + note, '03' correction (refusee sur
      *    une note en recours), '04' dispense, '05' recours (gele la
      *    note), '06' decision de recours. Une harmonisation '03'
      *    d'origine 'M' ne modifie pas la note de base : elle est
      *    gardee a part et marque le cours comme deja harmonise.
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
                       PERFORM 2010-ELEVE-START THRU 2010-ELEVE-END
                   WHEN '02'
                       PERFORM 2020-NOTE-START THRU 2020-NOTE-END
                   WHEN '03'
                       PERFORM 2030-CORRECTION-START
                           THRU 2030-CORRECTION-END
                   WHEN '04'
                       PERFORM 2090-CHERCHE-CIBLE-START
                           THRU 2090-CHERCHE-CIBLE-END
                       IF WS-TROUVE = 'O'
                           SET G-IS-EXEMPT(IDX-GRADE) TO TRUE
                       END-IF
                   WHEN '05'
                       PERFORM 2090-CHERCHE-CIBLE-START
                           THRU 2090-CHERCHE-CIBLE-END
                       IF WS-TROUVE = 'O'
                           SET G-EN-APPEL(IDX-GRADE) TO TRUE
                       END-IF
                   WHEN '06'
                       PERFORM 2060-DECISION-RECOURS-START
                           THRU 2060-DECISION-RECOURS-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       2000-LOAD-INPUT-END.
           CLOSE F-INPUT.

       2010-ELEVE-START.
           IF STUDENT-LGTH < 999
               SET STUDENT-LGTH UP BY 1
               MOVE STUDENT-LGTH TO WS-CUR-STUDENT-IDX
               MOVE R-S-KEY       TO S-KEY(STUDENT-LGTH)
               MOVE R-S-LASTNAME  TO S-LASTNAME(STUDENT-LGTH)
               MOVE R-S-FIRSTNAME TO S-FIRSTNAME(STUDENT-LGTH)
           END-IF.
       2010-ELEVE-END.
           EXIT.

       2020-NOTE-START.
           IF WS-CUR-STUDENT-IDX = 0
               GO TO 2020-NOTE-END
           END-IF.
           SET IDX-COURSE TO 1.
           SEARCH COURSE VARYING IDX-COURSE
               AT END
                   IF COURSE-LGTH < 200
                       SET COURSE-LGTH UP BY 1
                       SET IDX-COURSE TO COURSE-LGTH
                       INITIALIZE COURSE(IDX-COURSE)
                       MOVE R-C-LABEL TO C-LABEL(IDX-COURSE)
                       MOVE 'N'       TO C-DEJA(IDX-COURSE)
                       MOVE 'N'       TO C-APPLIQUE(IDX-COURSE)
                   ELSE
                       GO TO 2020-NOTE-END
                   END-IF
               WHEN C-LABEL(IDX-COURSE) = R-C-LABEL
                   CONTINUE
           END-SEARCH.
           IF GRADE-LGTH < 5000
               SET GRADE-LGTH UP BY 1
               SET IDX-GRADE TO GRADE-LGTH
               MOVE WS-CUR-STUDENT-IDX TO G-STUDENT-IDX(IDX-GRADE)
               SET WS-CORR-CRS-IDX TO IDX-COURSE
               MOVE WS-CORR-CRS-IDX TO G-COURSE-IDX(IDX-GRADE)
               MOVE R-C-GRADE TO G-GRADE(IDX-GRADE)
               MOVE 'N'       TO G-EXEMPT(IDX-GRADE)
               MOVE 'N'       TO G-CONTESTE(IDX-GRADE)
               MOVE 'N'       TO G-HARMONISE(IDX-GRADE)
               MOVE 0         TO G-HARM-GRADE(IDX-GRADE)
               MOVE G-GRADE(IDX-GRADE) TO G-NOUVELLE(IDX-GRADE)
           END-IF.
       2020-NOTE-END.
           EXIT.

      *    Correction ordinaire : refusee sur une note gelee, annule
      *    une harmonisation precedente, ajoutee si l'eleve n'avait
      *    pas de note. Harmonisation : gardee a part, sur une note
      *    existante seulement.
       2030-CORRECTION-START.
           PERFORM 2090-CHERCHE-CIBLE-START
               THRU 2090-CHERCHE-CIBLE-END.
           IF R-CORR-HARMONISEE
               IF WS-CORR-CRS-IDX > 0
                   MOVE 'O' TO C-DEJA(WS-CORR-CRS-IDX)
               END-IF
               IF WS-TROUVE = 'O'
                   AND NOT G-EN-APPEL(IDX-GRADE)
                   MOVE 'O' TO G-HARMONISE(IDX-GRADE)
                   MOVE R-CORR-GRADE TO G-HARM-GRADE(IDX-GRADE)
               END-IF
               GO TO 2030-CORRECTION-END
           END-IF.
           IF WS-TROUVE = 'O'
               IF NOT G-EN-APPEL(IDX-GRADE)
                   MOVE R-CORR-GRADE TO G-GRADE(IDX-GRADE)
                   MOVE 'N' TO G-HARMONISE(IDX-GRADE)
               END-IF
           ELSE
               IF WS-CORR-STUD-IDX > 0 AND WS-CORR-CRS-IDX > 0
                   AND GRADE-LGTH < 5000
                   SET GRADE-LGTH UP BY 1
                   SET IDX-GRADE TO GRADE-LGTH
                   MOVE WS-CORR-STUD-IDX TO G-STUDENT-IDX(IDX-GRADE)
                   MOVE WS-CORR-CRS-IDX  TO G-COURSE-IDX(IDX-GRADE)
                   MOVE R-CORR-GRADE     TO G-GRADE(IDX-GRADE)
                   MOVE 'N'              TO G-EXEMPT(IDX-GRADE)
                   MOVE 'N'              TO G-CONTESTE(IDX-GRADE)
                   MOVE 'N'              TO G-HARMONISE(IDX-GRADE)
                   MOVE 0                TO G-HARM-GRADE(IDX-GRADE)
               END-IF
           END-IF.
       2030-CORRECTION-END.
           EXIT.

       2060-DECISION-RECOURS-START.
           PERFORM 2090-CHERCHE-CIBLE-START
               THRU 2090-CHERCHE-CIBLE-END.
           IF WS-TROUVE = 'O'
               IF G-EN-APPEL(IDX-GRADE)
                   MOVE 'N' TO G-CONTESTE(IDX-GRADE)
                   IF R-DEC-DECISION = 'R'
                       MOVE R-DEC-GRADE TO G-GRADE(IDX-GRADE)
                       MOVE 'N' TO G-HARMONISE(IDX-GRADE)
                   END-IF
               END-IF
           END-IF.
       2060-DECISION-RECOURS-END.
           EXIT.

      *    Retrouve l'entree GRADE de l'eleve R-CORR-STUDENT-KEY dans
      *    le cours R-CORR-LABEL (meme position dans les records '03'
      *    a '06') ; IDX-GRADE positionne si trouvee. Une
      *    harmonisation designe l'eleve par nom et prenom.
       2090-CHERCHE-CIBLE-START.
           MOVE 'N' TO WS-TROUVE.
           MOVE 0 TO WS-CORR-STUD-IDX.
           MOVE 0 TO WS-CORR-CRS-IDX.
           SET IDX-STUDENT TO 1.
           IF REC-F-INPUT-2 = '03' AND R-CORR-HARMONISEE
               SEARCH STUDENT VARYING IDX-STUDENT
                   AT END
                       CONTINUE
                   WHEN S-LASTNAME(IDX-STUDENT) = R-CORR-LASTNAME
                    AND S-FIRSTNAME(IDX-STUDENT) = R-CORR-FIRSTNAME
                       SET WS-CORR-STUD-IDX TO IDX-STUDENT
               END-SEARCH
           ELSE
               SEARCH STUDENT VARYING IDX-STUDENT
                   AT END
                       CONTINUE
                   WHEN S-KEY(IDX-STUDENT) = R-CORR-STUDENT-KEY
                       SET WS-CORR-STUD-IDX TO IDX-STUDENT
               END-SEARCH
           END-IF.
           SET IDX-COURSE TO 1.
           SEARCH COURSE VARYING IDX-COURSE
               AT END
                   CONTINUE
               WHEN C-LABEL(IDX-COURSE) = R-CORR-LABEL
                   SET WS-CORR-CRS-IDX TO IDX-COURSE
           END-SEARCH.
           IF WS-CORR-STUD-IDX = 0 OR WS-CORR-CRS-IDX = 0
               GO TO 2090-CHERCHE-CIBLE-END
           END-IF.
           SET IDX-GRADE TO 1.
           SEARCH GRADE VARYING IDX-GRADE
               AT END
                   CONTINUE
               WHEN G-STUDENT-IDX(IDX-GRADE) = WS-CORR-STUD-IDX
                AND G-COURSE-IDX(IDX-GRADE) = WS-CORR-CRS-IDX
                   MOVE 'O' TO WS-TROUVE
           END-SEARCH.
       2090-CHERCHE-CIBLE-END.
           EXIT.

      ******************************************************************
      *    Statistiques de classe du cours IDX-COURSE sur les notes
      *    non dispensees avant harmonisation, puis position de la
      *    moyenne par rapport a la bande du cours (ou a la bande par
      *    defaut).
       3000-STATS-AVANT-START.
           MOVE 0     TO C-NB(IDX-COURSE).
           MOVE 99,99 TO C-MIN(IDX-COURSE).
           MOVE 0     TO C-MAX(IDX-COURSE).
           MOVE 0     TO C-SUM(IDX-COURSE).
           MOVE 0     TO C-AVG(IDX-COURSE).
           PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                   UNTIL WS-TRANCHE > 6
               MOVE 0 TO C-REP(IDX-COURSE, WS-TRANCHE)
           END-PERFORM.
           PERFORM VARYING IDX-GRADE FROM 1 BY 1
                   UNTIL IDX-GRADE > GRADE-LGTH
               IF G-COURSE-IDX(IDX-GRADE) = IDX-COURSE
                   AND NOT G-IS-EXEMPT(IDX-GRADE)
                   ADD 1 TO C-NB(IDX-COURSE)
                   ADD G-GRADE(IDX-GRADE) TO C-SUM(IDX-COURSE)
                   IF G-GRADE(IDX-GRADE) < C-MIN(IDX-COURSE)
                       MOVE G-GRADE(IDX-GRADE) TO C-MIN(IDX-COURSE)
                   END-IF
                   IF G-GRADE(IDX-GRADE) > C-MAX(IDX-COURSE)
                       MOVE G-GRADE(IDX-GRADE) TO C-MAX(IDX-COURSE)
                   END-IF
                   MOVE G-GRADE(IDX-GRADE) TO WS-NOTE-TRANCHE
                   PERFORM 8000-TRANCHE-START THRU 8000-TRANCHE-END
                   ADD 1 TO C-REP(IDX-COURSE, WS-TRANCHE)
               END-IF
           END-PERFORM.

           IF C-NB(IDX-COURSE) = 0
               MOVE 0   TO C-MIN(IDX-COURSE)
               MOVE 'V' TO C-STATUT(IDX-COURSE)
               GO TO 3000-STATS-AVANT-END
           END-IF.
           COMPUTE C-AVG(IDX-COURSE) ROUNDED =
               C-SUM(IDX-COURSE) / C-NB(IDX-COURSE).

           SET IDX-CIBLE TO 1.
           SEARCH CIBLE-TBL
               AT END
                   IF WS-DEFAUT-CHARGE = 'N'
                       MOVE 'S' TO C-STATUT(IDX-COURSE)
                       GO TO 3000-STATS-AVANT-END
                   END-IF
                   MOVE WS-DEFAUT-MIN     TO C-CIBLE-MIN(IDX-COURSE)
                   MOVE WS-DEFAUT-MAX     TO C-CIBLE-MAX(IDX-COURSE)
                   MOVE WS-DEFAUT-METHODE TO C-METHODE(IDX-COURSE)
               WHEN TBL-CIB-LABEL(IDX-CIBLE) = C-LABEL(IDX-COURSE)
                   MOVE TBL-CIB-MIN(IDX-CIBLE)
                       TO C-CIBLE-MIN(IDX-COURSE)
                   MOVE TBL-CIB-MAX(IDX-CIBLE)
                       TO C-CIBLE-MAX(IDX-COURSE)
                   MOVE TBL-CIB-METHODE(IDX-CIBLE)
                       TO C-METHODE(IDX-COURSE)
           END-SEARCH.

           EVALUATE TRUE
               WHEN C-AVG(IDX-COURSE) < C-CIBLE-MIN(IDX-COURSE)
                   MOVE 'B' TO C-STATUT(IDX-COURSE)
                   MOVE C-CIBLE-MIN(IDX-COURSE) TO C-CIBLE(IDX-COURSE)
                   ADD 1 TO WS-NB-HORS-BANDE
               WHEN C-AVG(IDX-COURSE) > C-CIBLE-MAX(IDX-COURSE)
                   MOVE 'H' TO C-STATUT(IDX-COURSE)
                   MOVE C-CIBLE-MAX(IDX-COURSE) TO C-CIBLE(IDX-COURSE)
                   ADD 1 TO WS-NB-HORS-BANDE
               WHEN OTHER
                   MOVE 'D' TO C-STATUT(IDX-COURSE)
           END-EVALUATE.
       3000-STATS-AVANT-END.
           EXIT.

      ******************************************************************
      *    Proposition pour un cours hors bande : ecart (decalage) ou
      *    facteur (echelle ; decalage si la moyenne est nulle) vers la
      *    moyenne visee, note proposee de chaque eleve bornee a 0 et
      *    20 ; une note gelee par un recours n'est pas touchee. Pour
      *    un cours deja harmonise, l'apres reprend les notes
      *    harmonisees d'input.dat. Statistiques apres dans les deux
      *    cas.
       3100-PROPOSITION-START.
           IF NOT C-HORS-BANDE(IDX-COURSE)
               GO TO 3100-PROPOSITION-END
           END-IF.
           MOVE 0 TO C-NB-BORNEES(IDX-COURSE).
           MOVE 0 TO C-NB-GELEES(IDX-COURSE).
           MOVE 0 TO C-NB-ECRITES(IDX-COURSE).
           IF C-ECHELLE(IDX-COURSE) AND C-AVG(IDX-COURSE) = 0
               MOVE 'D' TO C-METHODE(IDX-COURSE)
           END-IF.
           IF C-ECHELLE(IDX-COURSE)
               COMPUTE C-FACTEUR(IDX-COURSE) ROUNDED =
                   C-CIBLE(IDX-COURSE) / C-AVG(IDX-COURSE)
               MOVE 0 TO C-ECART(IDX-COURSE)
           ELSE
               COMPUTE C-ECART(IDX-COURSE) =
                   C-CIBLE(IDX-COURSE) - C-AVG(IDX-COURSE)
               MOVE 1 TO C-FACTEUR(IDX-COURSE)
           END-IF.

           PERFORM VARYING IDX-GRADE FROM 1 BY 1
                   UNTIL IDX-GRADE > GRADE-LGTH
               IF G-COURSE-IDX(IDX-GRADE) = IDX-COURSE
                   AND NOT G-IS-EXEMPT(IDX-GRADE)
                   PERFORM 3110-NOTE-PROPOSEE-START
                       THRU 3110-NOTE-PROPOSEE-END
               END-IF
           END-PERFORM.

           MOVE 99,99 TO C-A-MIN(IDX-COURSE).
           MOVE 0     TO C-A-MAX(IDX-COURSE).
           MOVE 0     TO C-A-SUM(IDX-COURSE).
           PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                   UNTIL WS-TRANCHE > 6
               MOVE 0 TO C-A-REP(IDX-COURSE, WS-TRANCHE)
           END-PERFORM.
           PERFORM VARYING IDX-GRADE FROM 1 BY 1
                   UNTIL IDX-GRADE > GRADE-LGTH
               IF G-COURSE-IDX(IDX-GRADE) = IDX-COURSE
                   AND NOT G-IS-EXEMPT(IDX-GRADE)
                   IF C-DEJA-HARMONISE(IDX-COURSE)
                       AND G-EST-HARMONISE(IDX-GRADE)
                       MOVE G-HARM-GRADE(IDX-GRADE) TO WS-NOTE-APRES
                   ELSE
                       IF C-DEJA-HARMONISE(IDX-COURSE)
                           MOVE G-GRADE(IDX-GRADE) TO WS-NOTE-APRES
                       ELSE
                           MOVE G-NOUVELLE(IDX-GRADE) TO WS-NOTE-APRES
                       END-IF
                   END-IF
                   ADD WS-NOTE-APRES TO C-A-SUM(IDX-COURSE)
                   IF WS-NOTE-APRES < C-A-MIN(IDX-COURSE)
                       MOVE WS-NOTE-APRES TO C-A-MIN(IDX-COURSE)
                   END-IF
                   IF WS-NOTE-APRES > C-A-MAX(IDX-COURSE)
                       MOVE WS-NOTE-APRES TO C-A-MAX(IDX-COURSE)
                   END-IF
                   MOVE WS-NOTE-APRES TO WS-NOTE-TRANCHE
                   PERFORM 8000-TRANCHE-START THRU 8000-TRANCHE-END
                   ADD 1 TO C-A-REP(IDX-COURSE, WS-TRANCHE)
               END-IF
           END-PERFORM.
           COMPUTE C-A-AVG(IDX-COURSE) ROUNDED =
               C-A-SUM(IDX-COURSE) / C-NB(IDX-COURSE).
       3100-PROPOSITION-END.
           EXIT.

       3110-NOTE-PROPOSEE-START.
           IF G-EN-APPEL(IDX-GRADE)
               ADD 1 TO C-NB-GELEES(IDX-COURSE)
               MOVE G-GRADE(IDX-GRADE) TO G-NOUVELLE(IDX-GRADE)
               GO TO 3110-NOTE-PROPOSEE-END
           END-IF.
           IF C-ECHELLE(IDX-COURSE)
               COMPUTE WS-CALCUL ROUNDED =
                   G-GRADE(IDX-GRADE) * C-FACTEUR(IDX-COURSE)
           ELSE
               COMPUTE WS-CALCUL =
                   G-GRADE(IDX-GRADE) + C-ECART(IDX-COURSE)
           END-IF.
           IF WS-CALCUL > 20
               MOVE 20 TO WS-CALCUL
               ADD 1 TO C-NB-BORNEES(IDX-COURSE)
           END-IF.
           IF WS-CALCUL < 0
               MOVE 0 TO WS-CALCUL
               ADD 1 TO C-NB-BORNEES(IDX-COURSE)
           END-IF.
           MOVE WS-CALCUL TO G-NOUVELLE(IDX-GRADE).
       3110-NOTE-PROPOSEE-END.
           EXIT.

      ******************************************************************
      *    Mode APPLIQUE : chaque visa est rapproche de son cours. Le
      *    visa est refuse si le cours est inconnu, deja harmonise,
      *    dans la bande, ou si sa moyenne a change depuis l'edition
      *    visee ; sinon une correction '03' d'origine 'M' est ajoutee
      *    a input.dat pour chaque note modifiee.
       4000-APPLIQUE-START.
           PERFORM VARYING IDX-VISA FROM 1 BY 1
                   UNTIL IDX-VISA > VISA-LGTH
               SET IDX-COURSE TO 1
               SEARCH COURSE VARYING IDX-COURSE
                   AT END
                       ADD 1 TO WS-NB-VISAS-REJETS
                       DISPLAY 'VISA REFUSE, COURS INCONNU: '
                           TBL-VIS-LABEL(IDX-VISA)
                   WHEN C-LABEL(IDX-COURSE) = TBL-VIS-LABEL(IDX-VISA)
                       SET WS-I TO IDX-COURSE
                       MOVE WS-I TO TBL-VIS-COURS(IDX-VISA)
                       PERFORM 4010-UN-COURS-VISE-START
                           THRU 4010-UN-COURS-VISE-END
               END-SEARCH
           END-PERFORM.
           IF WS-INPUT-EXTEND = 'O'
               CLOSE F-INPUT
           END-IF.
       4000-APPLIQUE-END.
           EXIT.

       4010-UN-COURS-VISE-START.
           MOVE SPACES TO WS-VISA-MOTIF.
           EVALUATE TRUE
               WHEN C-DEJA-HARMONISE(IDX-COURSE)
                   MOVE 'COURS DEJA HARMONISE' TO WS-VISA-MOTIF
               WHEN C-APPLIQUE(IDX-COURSE) = 'O'
                   MOVE 'VISA EN DOUBLE' TO WS-VISA-MOTIF
               WHEN NOT C-HORS-BANDE(IDX-COURSE)
                   MOVE 'COURS SANS PROPOSITION' TO WS-VISA-MOTIF
               WHEN TBL-VIS-MOY(IDX-VISA) NOT = C-AVG(IDX-COURSE)
                   MOVE 'MOYENNE MODIFIEE DEPUIS L''EDITION VISEE'
                       TO WS-VISA-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-VISA-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-VISAS-REJETS
               MOVE WS-VISA-MOTIF TO TBL-VIS-MOTIF(IDX-VISA)
               DISPLAY 'VISA REFUSE: ' TBL-VIS-LABEL(IDX-VISA)
                   ' ' WS-VISA-MOTIF
               GO TO 4010-UN-COURS-VISE-END
           END-IF.

           IF WS-INPUT-EXTEND = 'N'
               OPEN EXTEND F-INPUT
               IF NOT F-INPUT-STATUS-OK
                   DISPLAY 'ERROR INPUT FILE (EXTEND '
                       F-INPUT-STATUS '), ARRET'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'O' TO WS-INPUT-EXTEND
           END-IF.

           PERFORM VARYING IDX-GRADE FROM 1 BY 1
                   UNTIL IDX-GRADE > GRADE-LGTH
               IF G-COURSE-IDX(IDX-GRADE) = IDX-COURSE
                   AND NOT G-IS-EXEMPT(IDX-GRADE)
                   AND NOT G-EN-APPEL(IDX-GRADE)
                   AND G-NOUVELLE(IDX-GRADE) NOT = G-GRADE(IDX-GRADE)
                   PERFORM 4020-ECRIT-CORRECTION-START
                       THRU 4020-ECRIT-CORRECTION-END
               END-IF
           END-PERFORM.
           MOVE 'O' TO C-APPLIQUE(IDX-COURSE).
           ADD 1 TO WS-NB-APPLIQUES.
       4010-UN-COURS-VISE-END.
           EXIT.

       4020-ECRIT-CORRECTION-START.
           SET IDX-STUDENT TO G-STUDENT-IDX(IDX-GRADE).
           MOVE SPACES TO REC-CORRECTION.
           MOVE '03'                     TO R-CORR-KEY.
           MOVE S-KEY(IDX-STUDENT)       TO R-CORR-STUDENT-KEY.
           MOVE C-LABEL(IDX-COURSE)      TO R-CORR-LABEL.
           MOVE G-NOUVELLE(IDX-GRADE)    TO WS-PNT-GRADE.
           MOVE WS-PNT-GRADE             TO R-CORR-GRADE.
           INSPECT R-CORR-GRADE REPLACING LEADING SPACE BY '0'.
           MOVE 'M'                      TO R-CORR-ORIGINE.
           MOVE S-LASTNAME(IDX-STUDENT)  TO R-CORR-LASTNAME.
           MOVE S-FIRSTNAME(IDX-STUDENT) TO R-CORR-FIRSTNAME.
           MOVE G-GRADE(IDX-GRADE)       TO WS-PNT-GRADE.
           MOVE WS-PNT-GRADE             TO R-CORR-ANCIENNE.
           INSPECT R-CORR-ANCIENNE REPLACING LEADING SPACE BY '0'.
           WRITE REC-CORRECTION.
           ADD 1 TO C-NB-ECRITES(IDX-COURSE).
           ADD 1 TO WS-NB-ECRITES.
       4020-ECRIT-CORRECTION-END.
           EXIT.

      ******************************************************************
      *    Edition pour le comite pedagogique : un bloc par cours,
      *    dans l'ordre d'input.dat.
       5000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           INITIALIZE REC-RAPPORT.
           MOVE 'HARMONISATION DES NOTES PAR COURS' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           IF WS-DEFAUT-CHARGE = 'O'
               MOVE 'BANDE PAR DEFAUT :' TO REC-RAPPORT(1:18)
               MOVE WS-DEFAUT-MIN TO WS-PNT-GRADE
               MOVE WS-PNT-GRADE  TO REC-RAPPORT(20:5)
               MOVE 'A'           TO REC-RAPPORT(26:1)
               MOVE WS-DEFAUT-MAX TO WS-PNT-GRADE
               MOVE WS-PNT-GRADE  TO REC-RAPPORT(28:5)
           ELSE
               MOVE 'PAS DE BANDE PAR DEFAUT : LES COURS SANS BANDE '
                   TO REC-RAPPORT(1:47)
               MOVE 'NE SONT PAS EXAMINES' TO REC-RAPPORT(48:20)
           END-IF.
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE 'REPARTITION :' TO REC-RAPPORT(44:13).
           MOVE '0-4'   TO REC-RAPPORT(59:3).
           MOVE '4-8'   TO REC-RAPPORT(65:3).
           MOVE '8-10'  TO REC-RAPPORT(70:4).
           MOVE '10-12' TO REC-RAPPORT(75:5).
           MOVE '12-16' TO REC-RAPPORT(81:5).
           MOVE '16-20' TO REC-RAPPORT(87:5).
           WRITE REC-RAPPORT.

           PERFORM 5100-UN-COURS-START
               THRU 5100-UN-COURS-END
               VARYING IDX-COURSE FROM 1 BY 1
               UNTIL IDX-COURSE > COURSE-LGTH.

           IF WS-MODE-APPLIQUE
               PERFORM 5200-VISAS-INCONNUS-START
                   THRU 5200-VISAS-INCONNUS-END
           END-IF.

           CLOSE FIC-RAPPORT.
       5000-RAPPORT-END.
           EXIT.

       5100-UN-COURS-START.
           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'COURS'             TO REC-RAPPORT(1:5).
           MOVE C-LABEL(IDX-COURSE) TO REC-RAPPORT(7:21).
           IF C-STATUT(IDX-COURSE) NOT = 'S'
               AND C-STATUT(IDX-COURSE) NOT = 'V'
               MOVE 'BANDE'         TO REC-RAPPORT(30:5)
               MOVE C-CIBLE-MIN(IDX-COURSE) TO WS-PNT-GRADE
               MOVE WS-PNT-GRADE    TO REC-RAPPORT(36:5)
               MOVE 'A'             TO REC-RAPPORT(42:1)
               MOVE C-CIBLE-MAX(IDX-COURSE) TO WS-PNT-GRADE
               MOVE WS-PNT-GRADE    TO REC-RAPPORT(44:5)
               MOVE 'METHODE'       TO REC-RAPPORT(51:7)
               IF C-ECHELLE(IDX-COURSE)
                   MOVE 'ECHELLE'   TO REC-RAPPORT(59:8)
               ELSE
                   MOVE 'DECALAGE'  TO REC-RAPPORT(59:8)
               END-IF
           END-IF.
           WRITE REC-RAPPORT.

           INITIALIZE REC-RAPPORT.
           MOVE '  AVANT' TO REC-RAPPORT(1:7).
           MOVE C-NB(IDX-COURSE)  TO WS-STAT-NB.
           MOVE C-MIN(IDX-COURSE) TO WS-STAT-MIN.
           MOVE C-MAX(IDX-COURSE) TO WS-STAT-MAX.
           MOVE C-AVG(IDX-COURSE) TO WS-STAT-MOY.
           PERFORM 5110-LIGNE-STATS-START THRU 5110-LIGNE-STATS-END.
           PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                   UNTIL WS-TRANCHE > 6
               MOVE C-REP(IDX-COURSE, WS-TRANCHE) TO WS-PNT-NBR
               MOVE WS-PNT-NBR
                   TO REC-RAPPORT(53 + WS-TRANCHE * 6:3)
           END-PERFORM.
           WRITE REC-RAPPORT.

           INITIALIZE REC-RAPPORT.
           MOVE '  STATUT :' TO REC-RAPPORT(1:10).
           EVALUATE TRUE
               WHEN C-STATUT(IDX-COURSE) = 'V'
                   MOVE 'AUCUNE NOTE' TO REC-RAPPORT(12:30)
               WHEN C-STATUT(IDX-COURSE) = 'S'
                   MOVE 'SANS BANDE, NON EXAMINE' TO REC-RAPPORT(12:30)
               WHEN C-STATUT(IDX-COURSE) = 'D'
                   MOVE 'DANS LA BANDE' TO REC-RAPPORT(12:30)
               WHEN C-STATUT(IDX-COURSE) = 'B'
                   MOVE 'SOUS LA BANDE' TO REC-RAPPORT(12:30)
               WHEN OTHER
                   MOVE 'AU-DESSUS DE LA BANDE' TO REC-RAPPORT(12:30)
           END-EVALUATE.
           IF C-DEJA-HARMONISE(IDX-COURSE)
               MOVE ', DEJA HARMONISE' TO REC-RAPPORT(25:16)
           END-IF.
           WRITE REC-RAPPORT.

      *    Visas refuses pour ce cours (mode APPLIQUE).
           PERFORM VARYING IDX-VISA FROM 1 BY 1
                   UNTIL IDX-VISA > VISA-LGTH
               IF TBL-VIS-COURS(IDX-VISA) = IDX-COURSE
                   AND TBL-VIS-MOTIF(IDX-VISA) NOT = SPACES
                   INITIALIZE REC-RAPPORT
                   MOVE '  VISA REFUSE :' TO REC-RAPPORT(1:15)
                   MOVE TBL-VIS-MOTIF(IDX-VISA) TO REC-RAPPORT(17:40)
                   MOVE TBL-VIS-NOM(IDX-VISA)   TO REC-RAPPORT(58:20)
                   MOVE TBL-VIS-DATE(IDX-VISA)  TO REC-RAPPORT(79:8)
                   WRITE REC-RAPPORT
               END-IF
           END-PERFORM.

           IF NOT C-HORS-BANDE(IDX-COURSE)
               GO TO 5100-UN-COURS-END
           END-IF.

           IF NOT C-DEJA-HARMONISE(IDX-COURSE)
               INITIALIZE REC-RAPPORT
               MOVE '  PROPOSITION :' TO REC-RAPPORT(1:15)
               IF C-ECHELLE(IDX-COURSE)
                   MOVE 'ECHELLE, NOTE X' TO REC-RAPPORT(17:15)
                   MOVE C-FACTEUR(IDX-COURSE) TO WS-PNT-FACTEUR
                   MOVE WS-PNT-FACTEUR TO REC-RAPPORT(32:7)
               ELSE
                   MOVE 'DECALAGE, NOTE' TO REC-RAPPORT(17:14)
                   MOVE C-ECART(IDX-COURSE) TO WS-PNT-ECART
                   MOVE WS-PNT-ECART TO REC-RAPPORT(33:6)
               END-IF
               MOVE ', MOYENNE VISEE' TO REC-RAPPORT(39:15)
               MOVE C-CIBLE(IDX-COURSE) TO WS-PNT-GRADE
               MOVE WS-PNT-GRADE TO REC-RAPPORT(55:5)
               MOVE ', NOTES BORNEES A 0 / 20 :' TO REC-RAPPORT(60:26)
               MOVE C-NB-BORNEES(IDX-COURSE) TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-RAPPORT(87:3)
               WRITE REC-RAPPORT
           END-IF.

           INITIALIZE REC-RAPPORT.
           MOVE '  APRES' TO REC-RAPPORT(1:7).
           MOVE C-NB(IDX-COURSE)    TO WS-STAT-NB.
           MOVE C-A-MIN(IDX-COURSE) TO WS-STAT-MIN.
           MOVE C-A-MAX(IDX-COURSE) TO WS-STAT-MAX.
           MOVE C-A-AVG(IDX-COURSE) TO WS-STAT-MOY.
           PERFORM 5110-LIGNE-STATS-START THRU 5110-LIGNE-STATS-END.
           PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                   UNTIL WS-TRANCHE > 6
               MOVE C-A-REP(IDX-COURSE, WS-TRANCHE) TO WS-PNT-NBR
               MOVE WS-PNT-NBR
                   TO REC-RAPPORT(53 + WS-TRANCHE * 6:3)
           END-PERFORM.
           WRITE REC-RAPPORT.

           IF C-DEJA-HARMONISE(IDX-COURSE)
               GO TO 5100-UN-COURS-END
           END-IF.

           IF C-NB-GELEES(IDX-COURSE) > 0
               INITIALIZE REC-RAPPORT
               MOVE '  NOTES GELEES (RECOURS EN COURS), NON HARMONISEES'
                   TO REC-RAPPORT(1:50)
               MOVE ':' TO REC-RAPPORT(52:1)
               MOVE C-NB-GELEES(IDX-COURSE) TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-RAPPORT(54:3)
               WRITE REC-RAPPORT
           END-IF.

      *    Ligne a reporter telle quelle dans promo-harm-visa.txt,
      *    completee de la date et du nom du signataire.
           INITIALIZE REC-RAPPORT.
           MOVE '  LIGNE DE VISA :' TO REC-RAPPORT(1:17).
           MOVE C-LABEL(IDX-COURSE) TO REC-RAPPORT(19:21).
           MOVE 'AAAAMMJJ' TO REC-RAPPORT(41:8).
           MOVE C-AVG(IDX-COURSE) TO WS-MOY-4.
           MOVE WS-MOY-4-X TO REC-RAPPORT(50:4).
           MOVE 'SIGNATAIRE' TO REC-RAPPORT(55:10).
           WRITE REC-RAPPORT.

           INITIALIZE REC-RAPPORT.
           IF C-APPLIQUE(IDX-COURSE) = 'O'
               MOVE '  HARMONISATION APPLIQUEE :' TO REC-RAPPORT(1:27)
               MOVE C-NB-ECRITES(IDX-COURSE) TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-RAPPORT(29:3)
               MOVE 'CORRECTIONS ECRITES, VISA' TO REC-RAPPORT(33:25)
               PERFORM VARYING IDX-VISA FROM 1 BY 1
                       UNTIL IDX-VISA > VISA-LGTH
                   IF TBL-VIS-COURS(IDX-VISA) = IDX-COURSE
                       AND TBL-VIS-MOTIF(IDX-VISA) = SPACES
                       MOVE TBL-VIS-NOM(IDX-VISA)
                           TO REC-RAPPORT(59:20)
                       MOVE 'DU' TO REC-RAPPORT(80:2)
                       MOVE TBL-VIS-DATE(IDX-VISA)
                           TO REC-RAPPORT(83:8)
                   END-IF
               END-PERFORM
           ELSE
               MOVE '  VISA DU COMITE PEDAGOGIQUE :'
                   TO REC-RAPPORT(1:30)
               MOVE ALL '_' TO REC-RAPPORT(32:25)
               MOVE 'DATE :' TO REC-RAPPORT(59:6)
               MOVE ALL '_' TO REC-RAPPORT(66:10)
           END-IF.
           WRITE REC-RAPPORT.
       5100-UN-COURS-END.
           EXIT.

      *    Nombre de notes, minimum, maximum et moyenne, pris dans
      *    WS-STAT-NB, WS-STAT-MIN, WS-STAT-MAX et WS-STAT-MOY.
       5110-LIGNE-STATS-START.
           MOVE 'NOTES'         TO REC-RAPPORT(9:5).
           MOVE WS-STAT-NB      TO WS-PNT-NBR.
           MOVE WS-PNT-NBR      TO REC-RAPPORT(15:3).
           MOVE 'MIN'           TO REC-RAPPORT(19:3).
           MOVE WS-STAT-MIN     TO WS-PNT-GRADE.
           MOVE WS-PNT-GRADE    TO REC-RAPPORT(23:5).
           MOVE 'MAX'           TO REC-RAPPORT(29:3).
           MOVE WS-STAT-MAX     TO WS-PNT-GRADE.
           MOVE WS-PNT-GRADE    TO REC-RAPPORT(33:5).
           MOVE 'MOYENNE'       TO REC-RAPPORT(39:7).
           MOVE WS-STAT-MOY     TO WS-PNT-GRADE.
           MOVE WS-PNT-GRADE    TO REC-RAPPORT(47:5).
       5110-LIGNE-STATS-END.
           EXIT.

      *    Visas sans cours correspondant dans input.dat.
       5200-VISAS-INCONNUS-START.
           PERFORM VARYING IDX-VISA FROM 1 BY 1
                   UNTIL IDX-VISA > VISA-LGTH
               IF TBL-VIS-COURS(IDX-VISA) = 0
                   INITIALIZE REC-RAPPORT
                   MOVE 'VISA REFUSE, COURS INCONNU :'
                       TO REC-RAPPORT(1:28)
                   MOVE TBL-VIS-LABEL(IDX-VISA) TO REC-RAPPORT(30:21)
                   MOVE TBL-VIS-NOM(IDX-VISA)   TO REC-RAPPORT(52:20)
                   WRITE REC-RAPPORT
               END-IF
           END-PERFORM.
       5200-VISAS-INCONNUS-END.
           EXIT.

      ******************************************************************
      *    Tranche de repartition de la note WS-NOTE-TRANCHE :
      *    0-4, 4-8, 8-10, 10-12, 12-16, 16-20 (borne basse incluse).
       8000-TRANCHE-START.
           EVALUATE TRUE
               WHEN WS-NOTE-TRANCHE < 4
                   MOVE 1 TO WS-TRANCHE
               WHEN WS-NOTE-TRANCHE < 8
                   MOVE 2 TO WS-TRANCHE
               WHEN WS-NOTE-TRANCHE < 10
                   MOVE 3 TO WS-TRANCHE
               WHEN WS-NOTE-TRANCHE < 12
                   MOVE 4 TO WS-TRANCHE
               WHEN WS-NOTE-TRANCHE < 16
                   MOVE 5 TO WS-TRANCHE
               WHEN OTHER
                   MOVE 6 TO WS-TRANCHE
           END-EVALUATE.
       8000-TRANCHE-END.
           EXIT.
