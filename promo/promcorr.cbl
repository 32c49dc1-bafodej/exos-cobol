      *                 avec le detail NOTE GELEE), un '06' degele et
      *                 porte la note revisee le cas echeant. Le
      *                 registre des recours reste porte par promo.cbl.
      *    2026-10-15  Referentiel fr-liste-cours.txt lu sur 42
      *                 caracteres (credits, programme et bloc ajoutes
      *                 a FCOURS.cpy pour promaud.cbl).
      *    2026-10-15  Les decisions du conseil deja portees dans
      *                 promcorr-hist.dat sont relues et reprises a la
      *                 reecriture du fichier au lieu d'etre remises a
      *                 blanc.
      **********************************************************************
      *    2026-09-02  Appreciations sur le bulletin : les
      *                 enregistrements '07' (eleve, cours, texte) et
      *                 commun sont valides contre les eleves et cours
      *                 connus et imprimes sous la ligne de l'eleve,
      *                 comme dans promo.cbl.
      *    2026-10-15  promcorr-hist.dat suit l'extension de FHIST.cpy
      *                 (decision du conseil de classe, a blanc ici ;
      *                 enregistrement porte a 56 caracteres).
      *    2026-10-15  Notes harmonisees ('03' d'origine 'M', eleve
      *                 designe par nom et prenom, cf. promharm.cbl) :
      *                 la note harmonisee est retenue, la ligne du
      *                 bulletin porte le marqueur '#' et le detail
      *                 NOTE HARMONISEE (ancienne -> nouvelle), comme
      *                 dans promo.cbl.
      **********************************************************************
      ******************************************************************
       ENVIRONMENT DIVISION.
           03 R-CORR-STUDENT-KEY  PIC 9(02).
           03 R-CORR-LABEL        PIC X(21).
           03 R-CORR-GRADE        PIC X(05).
           03 R-CORR-ORIGINE      PIC X(01).
               88 R-CORR-HARMONISEE   VALUE 'M'.
           03 R-CORR-LASTNAME     PIC X(07).
           03 R-CORR-FIRSTNAME    PIC X(06).
           03 R-CORR-ANCIENNE     PIC X(05).

       01  REC-EXEMPTION.
           03 R-EXEMPT-KEY          PIC X(02).
           COPY 'BATCHLOG.cpy'.

       FD  FIC-COURS-REF
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCOURS.cpy'.

       01  REC-EXCEPT          PIC X(132).

       FD  FIC-HIST
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHIST.cpy'.

       01  WS-HIST-STATUS      PIC X(02) VALUE SPACE.
           88 WS-HIST-OK           VALUE '00'.

      *    Decisions du conseil deja portees dans promcorr-hist.dat
      *    (promcons.cbl), reprises a la reecriture du fichier.
       01  WS-HIST-STATUS-EOF     PIC X(01) VALUE 'N'.
       01  DATA-HIST-GARDE.
           03 HIST-GARDE-LGTH PIC 9(03) VALUE 0.
           03 HIST-GARDE-TBL
               OCCURS 1 TO 999 TIMES
               DEPENDING ON HIST-GARDE-LGTH
               INDEXED BY IDX-HGARDE.
                   05 HIST-GARDE-KEY      PIC 9(02).
                   05 HIST-GARDE-NOM      PIC X(20).
                   05 HIST-GARDE-PRENOM   PIC X(20).
                   05 HIST-GARDE-DECISION PIC X(01).
                   05 HIST-GARDE-DATE     PIC X(08).

      ***** Referentiel des cours valides (fr-liste-cours.txt), charge **
      ***** en table pour detecter un intitule de cours absent de la  **
      ***** liste officielle (cf. promo.cbl).                         **
                       88 G-IS-EXEMPT  VALUE 'Y'.
                   05 G-CONTESTE       PIC X(01) VALUE 'N'.
                       88 G-EN-APPEL   VALUE 'O'.
                   05 G-HARMONISE      PIC X(01) VALUE 'N'.
                       88 G-EST-HARMONISE VALUE 'O'.
                   05 G-GRADE-ORIG     PIC 99V99.
       01  WS-BUFFER   PIC X(03) VALUE SPACE.
           88  WS-VALUE-NOT-PRESENT VALUE 'Y'.

       01  WS-CORR-CRS-IDX    PIC 9(03) VALUE 0.
       01  WS-NB-CORR-REFUSEES PIC 9(05) VALUE 0.
       01  WS-BULL-CONTESTE   PIC X(01) VALUE 'N'.
       01  WS-BULL-HARMONISE  PIC X(01) VALUE 'N'.

       01  WS-I               PIC 999 VALUE 1.
       01  WS-J               PIC 999 VALUE 1.
      *    Export de la moyenne de chaque eleve vers promcorr-hist.dat,
      *    pour comparaison avec un terme precedent par promevo.cbl.
       7120-WRITE-HIST-START.
      *    Les decisions du conseil deja portees dans promcorr-hist.dat
      *    sont relues avant reecriture et reprises par cle de classe
      *    et nom/prenom de l'eleve. Plus de 999 decisions a garder :
      *    arret avant reecriture, le fichier reste intact.
           OPEN INPUT FIC-HIST.
           IF WS-HIST-OK
               PERFORM UNTIL WS-HIST-STATUS-EOF = 'O'
                   READ FIC-HIST
                       AT END
                           MOVE 'O' TO WS-HIST-STATUS-EOF
                       NOT AT END
                           IF HIST-DECISION NOT = SPACE
                               IF HIST-GARDE-LGTH NOT < 999
                                   DISPLAY 'HISTORIQUE DES MOYENNES '
                                       'PLEIN (999 DECISIONS DU '
                                       'CONSEIL) : ARRET, FICHIER '
                                       'CONSERVE'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO HIST-GARDE-LGTH
                               MOVE HIST-KEY TO HIST-GARDE-KEY
                                   (HIST-GARDE-LGTH)
                               MOVE HIST-LASTNAME TO HIST-GARDE-NOM
                                   (HIST-GARDE-LGTH)
                               MOVE HIST-FIRSTNAME TO HIST-GARDE-PRENOM
                                   (HIST-GARDE-LGTH)
                               MOVE HIST-DECISION TO HIST-GARDE-DECISION
                                   (HIST-GARDE-LGTH)
                               MOVE HIST-DATE-CONSEIL TO HIST-GARDE-DATE
                                   (HIST-GARDE-LGTH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-HIST
           END-IF.

           OPEN OUTPUT FIC-HIST.
           PERFORM 9060-HIST-BODY-START THRU 9060-HIST-BODY-END
               VARYING IDX-STUDENT FROM 1 BY 1
           MOVE 0 TO WS-CORR-STUD-IDX.
           MOVE 0 TO WS-CORR-CRS-IDX.

      *    Une harmonisation designe l'eleve par nom et prenom.
           SET IDX-STUDENT TO 1.
           IF R-CORR-HARMONISEE
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
                AND G-COURSE-IDX(IDX-GRADE) = WS-CORR-CRS-IDX
                   MOVE 'N' TO G-CONTESTE(IDX-GRADE)
                   IF R-DEC-DECISION = 'R'
                       MOVE 'N' TO G-HARMONISE(IDX-GRADE)
                       MOVE R-DEC-GRADE TO G-GRADE(IDX-GRADE)
                   END-IF
           END-SEARCH.

      *    Une note gelee par un recours '05' non encore juge ne se
      *    corrige plus par '03' : la correction est refusee jusqu'a
      *    la decision '06', comme dans promo.cbl. Une harmonisation
      *    ('M') garde la note d'origine et ne porte que sur une note
      *    existante ; une correction ordinaire l'annule.
       8061-APPLY-CORRECTION-START.
           INITIALIZE WS-BUFFER.
           SET IDX-GRADE TO 1.
                       DISPLAY 'CORRECTION REFUSEE, NOTE EN APPEL: '
                           R-CORR-STUDENT-KEY ' / ' R-CORR-LABEL
                   ELSE
                       IF R-CORR-HARMONISEE
                           IF NOT G-EST-HARMONISE(IDX-GRADE)
                               MOVE G-GRADE(IDX-GRADE)
                                   TO G-GRADE-ORIG(IDX-GRADE)
                           END-IF
                           SET G-EST-HARMONISE(IDX-GRADE) TO TRUE
                       ELSE
                           MOVE 'N' TO G-HARMONISE(IDX-GRADE)
                       END-IF
                       MOVE R-CORR-GRADE TO G-GRADE(IDX-GRADE)
                   END-IF
           END-SEARCH.

           IF WS-VALUE-NOT-PRESENT AND R-CORR-HARMONISEE
               GO TO 8061-APPLY-CORRECTION-END
           END-IF.

           IF WS-VALUE-NOT-PRESENT
               MOVE WS-CORR-STUD-IDX TO G-STUDENT-IDX(GRADE-LGTH)
               MOVE WS-CORR-CRS-IDX  TO G-COURSE-IDX(GRADE-LGTH)
                   MOVE '*' TO REC-F-OUTPUT(158:1)
               END-IF

      *    Note harmonisee retenue dans la moyenne : marqueur '#'.
               MOVE 'N' TO WS-BULL-HARMONISE
               PERFORM VARYING IDX-GRADE FROM 1 BY 1 UNTIL
                       IDX-GRADE > GRADE-LGTH
                   IF G-STUDENT-IDX(IDX-GRADE) = IDX-STUDENT
                       AND G-EST-HARMONISE(IDX-GRADE)
                       AND NOT G-IS-EXEMPT(IDX-GRADE)
                       MOVE 'O' TO WS-BULL-HARMONISE
                   END-IF
               END-PERFORM
               IF WS-BULL-HARMONISE = 'O'
                   MOVE '#' TO REC-F-OUTPUT(159:1)
               END-IF

               WRITE REC-F-OUTPUT IN F-OUTPUT

               IF WS-BULL-CONTESTE = 'O'
                       THRU 9036-CONTESTATIONS-END
               END-IF

               IF WS-BULL-HARMONISE = 'O'
                   PERFORM 9038-HARMONISATIONS-START
                       THRU 9038-HARMONISATIONS-END
               END-IF

               PERFORM 9035-APPRECIATIONS-START
                   THRU 9035-APPRECIATIONS-END

       9036-CONTESTATIONS-END.
           EXIT.

      ******************************************************************
      *    Detail des notes harmonisees de l'eleve IDX-STUDENT
      *    courant, imprime sous sa ligne marquee '#', cf. promo.cbl.
       9038-HARMONISATIONS-START.
           PERFORM VARYING IDX-GRADE FROM 1 BY 1 UNTIL
                   IDX-GRADE > GRADE-LGTH
               IF G-STUDENT-IDX(IDX-GRADE) = IDX-STUDENT
                   AND G-EST-HARMONISE(IDX-GRADE)
                   AND NOT G-IS-EXEMPT(IDX-GRADE)
                   INITIALIZE REC-F-OUTPUT
                   MOVE '  # ' TO REC-F-OUTPUT(1:4)
                   MOVE C-LABEL(G-COURSE-IDX(IDX-GRADE))
                       TO REC-F-OUTPUT(5:25)
                   MOVE ': NOTE HARMONISEE (' TO REC-F-OUTPUT(31:19)
                   MOVE G-GRADE-ORIG(IDX-GRADE) TO WS-PNT-GRADE
                   MOVE WS-PNT-GRADE TO REC-F-OUTPUT(50:5)
                   MOVE ' -> ' TO REC-F-OUTPUT(55:4)
                   MOVE G-GRADE(IDX-GRADE) TO WS-PNT-GRADE
                   MOVE WS-PNT-GRADE TO REC-F-OUTPUT(59:5)
                   MOVE ')' TO REC-F-OUTPUT(64:1)
                   WRITE REC-F-OUTPUT IN F-OUTPUT
               END-IF
           END-PERFORM.
       9038-HARMONISATIONS-END.
           EXIT.

      ******************************************************************
      *    Appreciations de l'eleve IDX-STUDENT courant, imprimees sous
      *    sa ligne du bulletin : une par cours annote ('07'), puis le
           MOVE S-FIRSTNAME(IDX-STUDENT) TO HIST-FIRSTNAME.
           PERFORM 8050-COMPUTE-AVG-START THRU 8050-COMPUTE-AVG-END.
           MOVE WS-AVG-RAW TO HIST-MOYENNE.
           MOVE SPACES TO HIST-DECISION HIST-DATE-CONSEIL.
           IF HIST-GARDE-LGTH > 0
               SET IDX-HGARDE TO 1
               SEARCH HIST-GARDE-TBL
                   AT END
                       CONTINUE
                   WHEN HIST-GARDE-KEY(IDX-HGARDE) = HIST-KEY
                    AND HIST-GARDE-NOM(IDX-HGARDE) = HIST-LASTNAME
                    AND HIST-GARDE-PRENOM(IDX-HGARDE) = HIST-FIRSTNAME
                       MOVE HIST-GARDE-DECISION(IDX-HGARDE)
                           TO HIST-DECISION
                       MOVE HIST-GARDE-DATE(IDX-HGARDE)
                           TO HIST-DATE-CONSEIL
               END-SEARCH
           END-IF.
           WRITE F-HIST.
       9060-HIST-BODY-END.
           EXIT.
