      *                 meme salle au meme creneau, salle reservee
      *                 au-dela de sa capacite, et eleves inscrits a
      *                 deux cours examines au meme creneau.
      *    2026-10-15  Admission a l'examen selon l'assiduite : le
      *                 registre des presences promo-presence.dat
      *                 (FPRES.cpy, tenu par prompres.cbl) est cumule
      *                 par eleve inscrit et par cours ; un eleve dont
      *                 les absences non justifiees depassent le taux
      *                 maximal (ligne de commande en pourcentage, ex:
      *                 025 ; defaut 020) n'est pas admis a l'examen du
      *                 cours. Le planning porte le nombre de non
      *                 admis par session et promexam.lis les liste
      *                 apres les conflits. Sans registre, l'admission
      *                 n'est pas controlee.
      *    2026-10-15  Referentiel fr-liste-cours.txt lu sur 42
      *                 caracteres (credits, programme et bloc ajoutes
      *                 a FCOURS.cpy pour promaud.cbl).
      **********************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMS-STATUS.

           SELECT FIC-PRESENCE
               ASSIGN TO 'promo-presence.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCE-STATUS.

           SELECT FIC-RAPPORT
               ASSIGN TO 'promexam.lis'
               ACCESS MODE IS SEQUENTIAL
             05 R-C-GRADE          PIC X(05).

       FD  FIC-COURS-REF
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCOURS.cpy'.

           05 FILLER             PIC X(01).
           05 EXM-CAPACITE       PIC 9(03).

       FD  FIC-PRESENCE
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRES.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  WS-EXAMS-STATUS     PIC X(02) VALUE SPACE.
           88 WS-EXAMS-OK          VALUE '00'.
           88 WS-EXAMS-EOF         VALUE '10'.
       01  WS-PRESENCE-STATUS  PIC X(02) VALUE SPACE.
           88 WS-PRESENCE-OK       VALUE '00'.
           88 WS-PRESENCE-EOF      VALUE '10'.
       01  WS-RAPPORT-STATUS   PIC X(02) VALUE SPACE.

      ***** Referentiel des cours valides ******************************
               INDEXED BY IDX-COURSE.
                   05 C-LABEL      PIC X(21).
                   05 C-INSCRITS   PIC 9(03).
                   05 C-NON-ADMIS  PIC 9(03).

      ***** Inscriptions eleve/cours, avec les seances du registre ****
      ***** des presences et les absences non justifiees             **
       01  DATA-INSCRIT.
           03 INSCRIT-LGTH    PIC 9(04) VALUE 0.
           03 INSCRIT-TBL
               INDEXED BY IDX-INS.
                   05 INS-STUDENT  PIC 9(03).
                   05 INS-COURSE   PIC 9(03).
                   05 INS-SEANCES  PIC 9(04).
                   05 INS-INJUSTIF PIC 9(04).
                   05 INS-ADMIS    PIC X(01).
                       88 INS-NON-ADMIS VALUE 'N'.

      ***** Sessions d'examen chargees et triees date/creneau **********
       01  DATA-EXAM.
       01  WS-NB-SURCAPACITE   PIC 9(03) VALUE 0.
       01  WS-NB-CONFLITS-ELEVE PIC 9(04) VALUE 0.
       01  WS-PNT-NBR          PIC ZZ9.
       01  WS-PNT-TAUX         PIC ZZ9,9.

      *    Taux maximal d'absences non justifiees, en pourcentage
      *    (ligne de commande, ex: 025 ; defaut 020), comme dans
      *    prompres.cbl.
       01  WS-CMD-LINE         PIC X(20) VALUE SPACES.
       01  WS-TAUX-PARM        PIC X(03) VALUE SPACES.
       01  WS-TAUX-NUM REDEFINES WS-TAUX-PARM
                               PIC 9(03).
       01  WS-TAUX-MAX         PIC 9(03) VALUE 020.
       01  WS-TX-INJUSTIFIE    PIC 9(03)V9 VALUE 0.
       01  WS-PRESENCE-CHARGE  PIC X(01) VALUE 'N'.
       01  WS-NB-NON-ADMIS     PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-TAUX-PARM
           END-UNSTRING.
           IF WS-TAUX-PARM NOT = SPACES
               AND WS-TAUX-PARM IS NUMERIC
               MOVE WS-TAUX-NUM TO WS-TAUX-MAX
           END-IF.

           PERFORM 1000-LOAD-COURS-REF-START
               THRU 1000-LOAD-COURS-REF-END.
           PERFORM 2000-LOAD-INPUT-START
               THRU 2000-LOAD-INPUT-END.
           PERFORM 2500-LOAD-PRESENCES-START
               THRU 2500-LOAD-PRESENCES-END.
           PERFORM 3000-LOAD-EXAMS-START
               THRU 3000-LOAD-EXAMS-END.
           PERFORM 4000-TRI-EXAMS-START
           DISPLAY 'CONFLITS DE SALLE   : ' WS-NB-CONFLITS-SALLE.
           DISPLAY 'SALLES SURCAPACITE  : ' WS-NB-SURCAPACITE.
           DISPLAY 'CONFLITS D''ELEVES   : ' WS-NB-CONFLITS-ELEVE.
           DISPLAY 'NON ADMIS (ABSENCES): ' WS-NB-NON-ADMIS.
           DISPLAY 'RAPPORT ECRIT       : promexam.lis'.
       0000-MAIN-END.
           STOP RUN.
                       SET IDX-COURSE TO COURSE-LGTH
                       MOVE R-C-LABEL TO C-LABEL(IDX-COURSE)
                       MOVE 0 TO C-INSCRITS(IDX-COURSE)
                       MOVE 0 TO C-NON-ADMIS(IDX-COURSE)
                   END-IF
               WHEN C-LABEL(IDX-COURSE) = R-C-LABEL
                   CONTINUE
               MOVE WS-CUR-STUDENT TO INS-STUDENT(IDX-INS)
               SET WS-K TO IDX-COURSE
               MOVE WS-K TO INS-COURSE(IDX-INS)
               MOVE 0   TO INS-SEANCES(IDX-INS)
               MOVE 0   TO INS-INJUSTIF(IDX-INS)
               MOVE 'O' TO INS-ADMIS(IDX-INS)
           END-IF.
       2020-UN-COURS-END.
           EXIT.

      ******************************************************************
      *    Registre des presences (facultatif) : seances cumulees sur
      *    l'inscription de l'eleve au cours (eleve repere par nom et
      *    prenom, une seance hors inscription est ignoree), puis
      *    admission a l'examen de chaque inscription.
       2500-LOAD-PRESENCES-START.
           OPEN INPUT FIC-PRESENCE.
           IF NOT WS-PRESENCE-OK
               DISPLAY 'PAS DE promo-presence.dat : ADMISSION AUX '
                   'EXAMENS NON CONTROLEE'
               GO TO 2500-LOAD-PRESENCES-END
           END-IF.
           MOVE 'O' TO WS-PRESENCE-CHARGE.
           PERFORM UNTIL WS-PRESENCE-EOF
               READ FIC-PRESENCE
                   AT END
                       SET WS-PRESENCE-EOF TO TRUE
                   NOT AT END
                       PERFORM 2510-UNE-SEANCE-START
                           THRU 2510-UNE-SEANCE-END
               END-READ
           END-PERFORM.
           CLOSE FIC-PRESENCE.

           PERFORM VARYING IDX-INS FROM 1 BY 1
                   UNTIL IDX-INS > INSCRIT-LGTH
               IF INS-SEANCES(IDX-INS) > 0
                   COMPUTE WS-TX-INJUSTIFIE ROUNDED =
                       INS-INJUSTIF(IDX-INS) * 100
                           / INS-SEANCES(IDX-INS)
                   IF WS-TX-INJUSTIFIE > WS-TAUX-MAX
                       SET INS-NON-ADMIS(IDX-INS) TO TRUE
                       ADD 1 TO C-NON-ADMIS(INS-COURSE(IDX-INS))
                       ADD 1 TO WS-NB-NON-ADMIS
                   END-IF
               END-IF
           END-PERFORM.
       2500-LOAD-PRESENCES-END.
           EXIT.

       2510-UNE-SEANCE-START.
           SET IDX-STUDENT TO 1.
           SEARCH STUDENT
               AT END
                   GO TO 2510-UNE-SEANCE-END
               WHEN S-LASTNAME(IDX-STUDENT) = PRS-LASTNAME
                   AND S-FIRSTNAME(IDX-STUDENT) = PRS-FIRSTNAME
                   SET WS-I TO IDX-STUDENT
           END-SEARCH.
           SET IDX-COURSE TO 1.
           SEARCH COURSE
               AT END
                   GO TO 2510-UNE-SEANCE-END
               WHEN C-LABEL(IDX-COURSE) = PRS-LABEL
                   SET WS-K TO IDX-COURSE
           END-SEARCH.
           SET IDX-INS TO 1.
           SEARCH INSCRIT-TBL
               AT END
                   GO TO 2510-UNE-SEANCE-END
               WHEN INS-STUDENT(IDX-INS) = WS-I
                   AND INS-COURSE(IDX-INS) = WS-K
                   ADD 1 TO INS-SEANCES(IDX-INS)
                   IF PRS-INJUSTIFIE
                       ADD 1 TO INS-INJUSTIF(IDX-INS)
                   END-IF
           END-SEARCH.
       2510-UNE-SEANCE-END.
           EXIT.

      ******************************************************************
      *    Chargement des sessions : intitule valide contre le
      *    referentiel, sinon la session est rejetee.
               THRU 5300-SURCAPACITE-END.
           PERFORM 5400-CONFLITS-ELEVES-START
               THRU 5400-CONFLITS-ELEVES-END.
           PERFORM 5500-NON-ADMIS-START
               THRU 5500-NON-ADMIS-END.

           CLOSE FIC-RAPPORT.
       5000-RAPPORT-END.
               MOVE 0 TO WS-PNT-NBR
           END-IF.
           MOVE WS-PNT-NBR         TO REC-RAPPORT(79:3).
           IF WS-PRESENCE-CHARGE = 'O'
               MOVE 'NON ADMIS'    TO REC-RAPPORT(84:9)
               IF EX-COURSE(WS-I) > 0
                   MOVE C-NON-ADMIS(EX-COURSE(WS-I)) TO WS-PNT-NBR
               ELSE
                   MOVE 0 TO WS-PNT-NBR
               END-IF
               MOVE WS-PNT-NBR     TO REC-RAPPORT(94:3)
           END-IF.
           WRITE REC-RAPPORT.
       5100-LIGNE-PLANNING-END.
           EXIT.
           END-PERFORM.
       5410-ELEVES-PAIRE-END.
           EXIT.

      *    Eleves non admis a l'examen d'un cours pour absences non
      *    justifiees au-dela du taux maximal.
       5500-NON-ADMIS-START.
           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-PRESENCE-CHARGE = 'N'
               MOVE 'ADMISSION NON CONTROLEE (PAS DE '
                   TO REC-RAPPORT(1:32)
               MOVE 'promo-presence.dat)' TO REC-RAPPORT(33:19)
               WRITE REC-RAPPORT
               GO TO 5500-NON-ADMIS-END
           END-IF.
           MOVE 'NON ADMIS A L''EXAMEN, ABSENCES NON JUSTIFIEES >'
               TO REC-RAPPORT(1:47).
           MOVE WS-TAUX-MAX TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(49:3).
           MOVE '% :' TO REC-RAPPORT(53:3).
           WRITE REC-RAPPORT.
           PERFORM VARYING IDX-INS FROM 1 BY 1
                   UNTIL IDX-INS > INSCRIT-LGTH
               IF INS-NON-ADMIS(IDX-INS)
                   INITIALIZE REC-RAPPORT
                   MOVE 'NON ADMIS:' TO REC-RAPPORT(1:10)
                   MOVE S-LASTNAME(INS-STUDENT(IDX-INS))
                       TO REC-RAPPORT(12:20)
                   MOVE S-FIRSTNAME(INS-STUDENT(IDX-INS))
                       TO REC-RAPPORT(33:20)
                   MOVE C-LABEL(INS-COURSE(IDX-INS))
                       TO REC-RAPPORT(54:21)
                   MOVE INS-INJUSTIF(IDX-INS) TO WS-PNT-NBR
                   MOVE WS-PNT-NBR TO REC-RAPPORT(76:3)
                   MOVE 'ABSENCES NON JUSTIFIEES SUR'
                       TO REC-RAPPORT(80:27)
                   MOVE INS-SEANCES(IDX-INS) TO WS-PNT-NBR
                   MOVE WS-PNT-NBR TO REC-RAPPORT(108:3)
                   COMPUTE WS-TX-INJUSTIFIE ROUNDED =
                       INS-INJUSTIF(IDX-INS) * 100
                           / INS-SEANCES(IDX-INS)
                   MOVE WS-TX-INJUSTIFIE TO WS-PNT-TAUX
                   MOVE WS-PNT-TAUX TO REC-RAPPORT(113:5)
                   MOVE '%' TO REC-RAPPORT(118:1)
                   WRITE REC-RAPPORT
               END-IF
           END-PERFORM.
       5500-NON-ADMIS-END.
           EXIT.
