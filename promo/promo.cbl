      *                 sont imprimes sous la ligne de l'eleve sur le
      *                 bulletin, qui sortait en chiffres nus annotes
      *                 a la main avant mise sous pli.
      *    2026-10-15  promo-hist.dat (FHIST.cpy) porte desormais la
      *                 decision du conseil de classe, ecrite a blanc
      *                 ici et renseignee ensuite par promcons.cbl
      *                 (enregistrement porte a 56 caracteres).
      *    2026-10-15  Absences sur le bulletin : le registre des
      *                 presences promo-presence.dat (FPRES.cpy, tenu
      *                 par prompres.cbl, facultatif) est cumule par
      *                 eleve et par cours ; sous la ligne de l'eleve,
      *                 une ligne par cours ou il a manque au moins une
      *                 seance donne les absences justifiees et non
      *                 justifiees sur le nombre de seances.
      *    2026-10-15  Quatrieme parametre en ligne de commande : code
      *                 du terme traite (ex: 2026S1 ; defaut l'annee et
      *                 le mois du traitement), porte sur chaque ligne
      *                 de promo-hist-cours.dat (FHISTC.cpy, 54
      *                 caracteres). Le fichier devient pluri-annuel :
      *                 les lignes des autres termes sont conservees,
      *                 seules celles du terme traite sont remplacees
      *                 (relance sans doublon). Referentiel
      *                 fr-liste-cours.txt lu sur 42 caracteres.
      *    2026-10-15  Notes harmonisees : une correction '03' d'origine
      *                 'M' (ecrite par promharm.cbl apres visa du
      *                 comite pedagogique) designe l'eleve par son nom
      *                 et son prenom et porte la note d'origine ; la
      *                 note harmonisee remplace la note dans les
      *                 moyennes, la ligne du bulletin porte un
      *                 marqueur '#' suivi du detail NOTE HARMONISEE
      *                 (ancienne -> nouvelle) par cours, et la cellule
      *                 du tableau de classe le meme marqueur. Une
      *                 correction ordinaire ou une revision sur recours
      *                 ulterieure annule l'harmonisation.
      *    2026-10-15  Plus de 9999 lignes d'autres termes dans
      *                 promo-hist-cours.dat : arret avec code retour 8
      *                 avant la reecriture, au lieu de perdre
      *                 l'historique en trop.
      *    2026-10-15  Les decisions du conseil deja portees dans
      *                 promo-hist.dat sont relues et reprises a la
      *                 reecriture du fichier au lieu d'etre remises a
      *                 blanc.
      **********************************************************************
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAREME-STATUS.

           SELECT FIC-PRESENCE
               ASSIGN TO 'promo-presence.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCE-STATUS.

           SELECT FIC-HIST-COURS
               ASSIGN TO 'promo-hist-cours.dat'
               ACCESS MODE IS SEQUENTIAL
           COPY 'BATCHLOG.cpy'.

       FD  FIC-COURS-REF
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCOURS.cpy'.

       01  REC-ELIG            PIC X(132).

       FD  FIC-HIST
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHIST.cpy'.

           05 BAR-LIBELLE      PIC X(15).

       FD  FIC-HIST-COURS
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHISTC.cpy'.

       FD  FIC-PRESENCE
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRES.cpy'.

       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS 
           RECORDING MODE IS V.
             05 R-CORR-STUDENT-KEY  PIC 9(02).
             05 R-CORR-LABEL        PIC X(21).
             05 R-CORR-GRADE        PIC X(05).
      *    Origine 'M' : harmonisation (promharm.cbl), eleve designe
      *    par nom et prenom, note d'origine pour la trace.
             05 R-CORR-ORIGINE      PIC X(01).
                 88 R-CORR-HARMONISEE   VALUE 'M'.
             05 R-CORR-LASTNAME     PIC X(07).
             05 R-CORR-FIRSTNAME    PIC X(06).
             05 R-CORR-ANCIENNE     PIC X(05).

       01  REC-EXEMPTION.
             05 R-EXEMPT-KEY          PIC X(02).
                       88 G-IS-EXEMPT  VALUE 'Y'.
                   05 G-CONTESTE       PIC X(01) VALUE 'N'.
                       88 G-EN-APPEL   VALUE 'O'.
                   05 G-HARMONISE      PIC X(01) VALUE 'N'.
                       88 G-EST-HARMONISE VALUE 'O'.
                   05 G-GRADE-ORIG     PIC 99V99.

       01  WS-CUR-STUDENT-IDX PIC 9(03) VALUE 1.
       01  WS-SUM-POINTS      PIC 9(5)V99 VALUE 0.
           88  WS-TRI-MOYENNE     VALUE 'M'.
       01  WS-ROSTER-PARM         PIC X(01) VALUE SPACE.
           88  WS-ROSTER-DEMANDE  VALUE 'R' 'r'.
      *    Code du terme porte sur l'historique par cours (4e
      *    parametre, ex: 2026S1 ; defaut AAAAMM du traitement).
       01  WS-TERME-PARM          PIC X(06) VALUE SPACES.

      *    Lignes des autres termes de promo-hist-cours.dat, gardees
      *    pour la reecriture du fichier.
       01  WS-HISTC-STATUS-EOF    PIC X(01) VALUE 'N'.
       01  DATA-HISTC-GARDE.
           03 HISTC-GARDE-LGTH PIC 9(04) VALUE 0.
           03 HISTC-GARDE-TBL
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON HISTC-GARDE-LGTH
               INDEXED BY IDX-GARDE.
                   05 TBL-HISTC-GARDE  PIC X(54).

      *    Decisions du conseil deja portees dans promo-hist.dat
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

      *    Edition du tableau d'affichage : position de la colonne
      *    courante et recherche de la note d'un eleve dans un cours.
       01  WS-ROSTER-TROUVE       PIC X(01) VALUE 'N'.
       01  WS-ROSTER-CONTESTE     PIC X(01) VALUE 'N'.
       01  WS-BULL-CONTESTE       PIC X(01) VALUE 'N'.
       01  WS-ROSTER-HARMONISE    PIC X(01) VALUE 'N'.
       01  WS-BULL-HARMONISE      PIC X(01) VALUE 'N'.
       01  WS-NB-HARMONISEES      PIC 9(05) VALUE 0.

      *    Table d'ordre d'impression des bulletins : un index eleve
      *    par entree, reordonnee par tri a bulles selon WS-TRI-PARM
       01  WS-BRM-ATTENDU          PIC 9(02)V9(02) VALUE 0.
       01  WS-LETTRE               PIC X(02) VALUE SPACES.

      *    Absences par eleve et par cours, cumulees depuis le
      *    registre des presences (facultatif) pour le bulletin.
       01  WS-PRESENCE-STATUS      PIC X(02) VALUE SPACE.
           88 WS-PRESENCE-OK           VALUE '00'.
           88 WS-PRESENCE-EOF          VALUE '10'.
       01  DATA-ABSENCE.
           03 ABSENCE-LGTH     PIC 9(03) VALUE 0.
           03 ABSENCE-TBL
               OCCURS 1 TO 999 TIMES
               DEPENDING ON ABSENCE-LGTH
               INDEXED BY IDX-ABS.
                   05 ABS-STUDENT-IDX  PIC 9(03).
                   05 ABS-COURSE-IDX   PIC 9(03).
                   05 ABS-SEANCES      PIC 9(04).
                   05 ABS-EXCUSES      PIC 9(04).
                   05 ABS-INJUSTIFIES  PIC 9(04).
       01  WS-ABS-STUD-IDX         PIC 9(03) VALUE 0.
       01  WS-ABS-CRS-IDX          PIC 9(03) VALUE 0.
       01  WS-PNT-ABS              PIC ZZZ9.

       PROCEDURE DIVISION.
      ***** Paragraphe pour lecture d'input.dat et ecriture de l'output
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-SEUIL-PARM WS-TRI-PARM WS-ROSTER-PARM
                    WS-TERME-PARM
           END-UNSTRING.
           IF WS-SEUIL-PARM NOT = SPACES
               COMPUTE WS-SEUIL-REUSSITE = WS-SEUIL-NUM / 100
           END-IF.
           IF WS-TERME-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-TERME-PARM
           END-IF.

           PERFORM 1000-LOAD-COURS-REF-START
               THRU 1000-LOAD-COURS-REF-END.
           PERFORM 1100-LOAD-BAREME-START
               THRU 1100-LOAD-BAREME-END.
           PERFORM 7000-READ-START THRU 7000-READ-END.
           PERFORM 1200-LOAD-PRESENCES-START
               THRU 1200-LOAD-PRESENCES-END.
           PERFORM 7060-COURSE-STATS-START THRU 7060-COURSE-STATS-END.
           PERFORM 7070-SORT-ORDER-START THRU 7070-SORT-ORDER-END.
           PERFORM 7100-WRITE-START THRU 7100-WRITE-END.
           DISPLAY 'RECOURS ENREGISTRES          : ' APPEL-LGTH.
           DISPLAY 'CORRECTIONS REFUSEES (APPEL) : '
               WS-NB-CORR-REFUSEES.
           DISPLAY 'NOTES HARMONISEES            : '
               WS-NB-HARMONISEES.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
       1100-LOAD-BAREME-END.
           EXIT.

      ******************************************************************
      *    Registre des presences (facultatif), lu apres input.dat :
      *    chaque seance est rattachee a l'eleve (nom et prenom) et au
      *    cours connus, une seance hors eleve ou cours connus est
      *    ignoree.
       1200-LOAD-PRESENCES-START.
           OPEN INPUT FIC-PRESENCE.
           IF NOT WS-PRESENCE-OK
               GO TO 1200-LOAD-PRESENCES-END
           END-IF.
           PERFORM UNTIL WS-PRESENCE-EOF
               READ FIC-PRESENCE
                   AT END
                       SET WS-PRESENCE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-UNE-SEANCE-START
                           THRU 1210-UNE-SEANCE-END
               END-READ
           END-PERFORM.
           CLOSE FIC-PRESENCE.
       1200-LOAD-PRESENCES-END.
           EXIT.

       1210-UNE-SEANCE-START.
           SET IDX-STUDENT TO 1.
           SEARCH STUDENT
               AT END
                   GO TO 1210-UNE-SEANCE-END
               WHEN S-LASTNAME(IDX-STUDENT) = PRS-LASTNAME
                   AND S-FIRSTNAME(IDX-STUDENT) = PRS-FIRSTNAME
                   SET WS-ABS-STUD-IDX TO IDX-STUDENT
           END-SEARCH.
           SET IDX-COURSE TO 1.
           SEARCH COURSE
               AT END
                   GO TO 1210-UNE-SEANCE-END
               WHEN C-LABEL(IDX-COURSE) = PRS-LABEL
                   SET WS-ABS-CRS-IDX TO IDX-COURSE
           END-SEARCH.
           SET IDX-ABS TO 1.
           SEARCH ABSENCE-TBL
               AT END
                   IF ABSENCE-LGTH >= 999
                       GO TO 1210-UNE-SEANCE-END
                   END-IF
                   SET ABSENCE-LGTH UP BY 1
                   SET IDX-ABS TO ABSENCE-LGTH
                   MOVE WS-ABS-STUD-IDX TO ABS-STUDENT-IDX(IDX-ABS)
                   MOVE WS-ABS-CRS-IDX  TO ABS-COURSE-IDX(IDX-ABS)
                   MOVE 0 TO ABS-SEANCES(IDX-ABS)
                             ABS-EXCUSES(IDX-ABS)
                             ABS-INJUSTIFIES(IDX-ABS)
               WHEN ABS-STUDENT-IDX(IDX-ABS) = WS-ABS-STUD-IDX
                   AND ABS-COURSE-IDX(IDX-ABS) = WS-ABS-CRS-IDX
                   CONTINUE
           END-SEARCH.
           ADD 1 TO ABS-SEANCES(IDX-ABS).
           IF PRS-EXCUSE
               ADD 1 TO ABS-EXCUSES(IDX-ABS)
           END-IF.
           IF PRS-INJUSTIFIE
               ADD 1 TO ABS-INJUSTIFIES(IDX-ABS)
           END-IF.
       1210-UNE-SEANCE-END.
           EXIT.

      *    Lettre du bareme pour la moyenne WS-TOTAL-NOTE courante
      *    (a blanc sans bareme).
       8120-LETTRE-START.
      *    Export de la moyenne de chaque eleve vers promo-hist.dat,
      *    pour comparaison avec un terme precedent par promevo.cbl.
       7120-WRITE-HIST-START.
      *    Les decisions du conseil deja portees dans promo-hist.dat
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
           CLOSE FIC-HIST.

      *    Historique par cours (une ligne par note ou dispense),
      *    pour le controle des prerequis du terme suivant et l'audit
      *    de diplomation : les lignes des autres termes sont relues
      *    et reecrites telles quelles, celles du terme traite sont
      *    remplacees. Plus de 9999 lignes a garder : arret avant
      *    reecriture, le fichier reste intact.
           OPEN INPUT FIC-HIST-COURS.
           IF WS-HIST-COURS-STATUS = '00'
               PERFORM UNTIL WS-HISTC-STATUS-EOF = 'O'
                   READ FIC-HIST-COURS
                       AT END
                           MOVE 'O' TO WS-HISTC-STATUS-EOF
                       NOT AT END
                           IF HISTC-TERME NOT = WS-TERME-PARM
                               IF HISTC-GARDE-LGTH NOT < 9999
                                   DISPLAY 'HISTORIQUE PAR COURS PLEIN '
                                       '(9999 LIGNES D''AUTRES TERMES)'
                                       ' : ARRET, FICHIER CONSERVE'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               SET HISTC-GARDE-LGTH UP BY 1
                               MOVE F-HIST-COURS TO TBL-HISTC-GARDE
                                   (HISTC-GARDE-LGTH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-HIST-COURS
           END-IF.

           OPEN OUTPUT FIC-HIST-COURS.
           PERFORM VARYING IDX-GARDE FROM 1 BY 1
                   UNTIL IDX-GARDE > HISTC-GARDE-LGTH
               MOVE TBL-HISTC-GARDE(IDX-GARDE) TO F-HIST-COURS
               WRITE F-HIST-COURS
           END-PERFORM.
           PERFORM 9070-HISTC-BODY-START THRU 9070-HISTC-BODY-END
               VARYING IDX-GRADE FROM 1 BY 1
               UNTIL IDX-GRADE > GRADE-LGTH.
                   MOVE WS-ROSTER-GRADE TO WS-PNT-GRADE
                   MOVE WS-PNT-GRADE
                       TO REC-ROSTER(WS-ROSTER-POS:5)
      *    Note gelee par un recours en attente : marqueur '*' ;
      *    note harmonisee : marqueur '#'.
                   IF WS-ROSTER-CONTESTE = 'O'
                       MOVE '*' TO REC-ROSTER(WS-ROSTER-POS + 5:1)
                   ELSE
                       IF WS-ROSTER-HARMONISE = 'O'
                           MOVE '#'
                               TO REC-ROSTER(WS-ROSTER-POS + 5:1)
                       END-IF
                   END-IF
               ELSE
                   IF WS-ROSTER-TROUVE = 'D'
       8090-LOOKUP-ROSTER-GRADE-START.
           MOVE 'N' TO WS-ROSTER-TROUVE.
           MOVE 'N' TO WS-ROSTER-CONTESTE.
           MOVE 'N' TO WS-ROSTER-HARMONISE.
           MOVE 0   TO WS-ROSTER-GRADE.
           PERFORM VARYING IDX-GRADE FROM 1 BY 1 UNTIL
                   IDX-GRADE > GRADE-LGTH
                       MOVE G-GRADE(IDX-GRADE) TO WS-ROSTER-GRADE
                       MOVE G-CONTESTE(IDX-GRADE)
                           TO WS-ROSTER-CONTESTE
                       MOVE G-HARMONISE(IDX-GRADE)
                           TO WS-ROSTER-HARMONISE
                   END-IF
               END-IF
           END-PERFORM.
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

      *    Une note gelee par un recours '05' non encore juge ne se
      *    corrige plus par '03' : la correction est refusee jusqu'a
      *    la decision '06'. Une harmonisation ('M') garde la note
      *    d'origine pour le bulletin et ne porte que sur une note
      *    existante ; une correction ordinaire l'annule.
       8051-APPLY-CORRECTION-START.
           INITIALIZE WS-BUFFER.
           SET IDX-GRADE TO 1.
                       DISPLAY 'CORRECTION REFUSEE, NOTE EN APPEL: '
                           R-CORR-STUDENT-KEY ' / ' R-CORR-LABEL
                   ELSE
                       IF R-CORR-HARMONISEE
                           IF NOT G-EST-HARMONISE(IDX-GRADE)
                               MOVE G-GRADE(IDX-GRADE)
                                   TO G-GRADE-ORIG(IDX-GRADE)
                               ADD 1 TO WS-NB-HARMONISEES
                           END-IF
                           SET G-EST-HARMONISE(IDX-GRADE) TO TRUE
                       ELSE
                           MOVE 'N' TO G-HARMONISE(IDX-GRADE)
                       END-IF
                       MOVE R-CORR-GRADE TO G-GRADE(IDX-GRADE)
                   END-IF
           END-SEARCH.

           IF WS-VALUE-NOT-PRESENT AND R-CORR-HARMONISEE
               DISPLAY 'HARMONISATION IGNOREE, PAS DE NOTE: '
                   R-CORR-LASTNAME ' ' R-CORR-FIRSTNAME
                   ' / ' R-CORR-LABEL
               GO TO 8051-APPLY-CORRECTION-END
           END-IF.

           IF WS-VALUE-NOT-PRESENT
               MOVE WS-CORR-STUD-IDX TO G-STUDENT-IDX(GRADE-LGTH)
               MOVE WS-CORR-CRS-IDX  TO G-COURSE-IDX(GRADE-LGTH)
                AND G-COURSE-IDX(IDX-GRADE) = WS-CORR-CRS-IDX
                   MOVE 'N' TO G-CONTESTE(IDX-GRADE)
                   IF R-DEC-DECISION = 'R'
                       MOVE 'N' TO G-HARMONISE(IDX-GRADE)
                       MOVE R-DEC-GRADE TO G-GRADE(IDX-GRADE)
                       MOVE G-GRADE(IDX-GRADE)
                           TO APL-NOUVELLE(IDX-APPEL)
                   MOVE '*' TO REC-F-OUTPUT(66:1)
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
                   MOVE '#' TO REC-F-OUTPUT(67:1)
               END-IF

               WRITE REC-F-OUTPUT

               IF WS-BULL-CONTESTE = 'O'
                       THRU 9036-CONTESTATIONS-END
               END-IF

               IF WS-BULL-HARMONISE = 'O'
                   PERFORM 9038-HARMONISATIONS-START
                       THRU 9038-HARMONISATIONS-END
               END-IF

               PERFORM 9037-ABSENCES-START
                   THRU 9037-ABSENCES-END

               PERFORM 9035-APPRECIATIONS-START
                   THRU 9035-APPRECIATIONS-END
           END-PERFORM.
       9036-CONTESTATIONS-END.
           EXIT.

      ******************************************************************
      *    Detail des notes harmonisees de l'eleve IDX-STUDENT
      *    courant, imprime sous sa ligne marquee '#' : une ligne par
      *    cours, note d'origine et note retenue.
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
                   WRITE REC-F-OUTPUT
               END-IF
           END-PERFORM.
       9038-HARMONISATIONS-END.
           EXIT.

      ******************************************************************
      *    Absences de l'eleve IDX-STUDENT courant : une ligne par
      *    cours ou il a manque au moins une seance du registre.
       9037-ABSENCES-START.
           PERFORM VARYING IDX-ABS FROM 1 BY 1 UNTIL
                   IDX-ABS > ABSENCE-LGTH
               IF ABS-STUDENT-IDX(IDX-ABS) = IDX-STUDENT
                   AND ABS-EXCUSES(IDX-ABS)
                       + ABS-INJUSTIFIES(IDX-ABS) > 0
                   INITIALIZE REC-F-OUTPUT
                   MOVE '  ABSENCES ' TO REC-F-OUTPUT(1:11)
                   MOVE C-LABEL(ABS-COURSE-IDX(IDX-ABS))
                       TO REC-F-OUTPUT(12:25)
                   MOVE ':' TO REC-F-OUTPUT(37:1)
                   MOVE ABS-EXCUSES(IDX-ABS) TO WS-PNT-ABS
                   MOVE WS-PNT-ABS TO REC-F-OUTPUT(39:4)
                   MOVE 'JUSTIFIEE(S),' TO REC-F-OUTPUT(44:13)
                   MOVE ABS-INJUSTIFIES(IDX-ABS) TO WS-PNT-ABS
                   MOVE WS-PNT-ABS TO REC-F-OUTPUT(58:4)
                   MOVE 'NON JUSTIFIEE(S) SUR' TO REC-F-OUTPUT(63:20)
                   MOVE ABS-SEANCES(IDX-ABS) TO WS-PNT-ABS
                   MOVE WS-PNT-ABS TO REC-F-OUTPUT(84:4)
                   MOVE 'SEANCE(S)' TO REC-F-OUTPUT(89:9)
                   WRITE REC-F-OUTPUT
               END-IF
           END-PERFORM.
       9037-ABSENCES-END.
           EXIT.

      ******************************************************************
      *    Appreciations de l'eleve IDX-STUDENT courant, imprimees sous
      *    sa ligne du bulletin : une par cours annote ('07'), puis le
           MOVE S-FIRSTNAME(IDX-STUDENT) TO HIST-FIRSTNAME.
           PERFORM 8040-COMPUTE-NOTE-START THRU 8040-COMPUTE-NOTE-END.
           MOVE WS-TOTAL-NOTE TO HIST-MOYENNE.
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
           MOVE C-LABEL(IDX-COURSE)      TO HISTC-LABEL.
           MOVE G-GRADE(IDX-GRADE)       TO HISTC-GRADE.
           MOVE G-EXEMPT(IDX-GRADE)      TO HISTC-EXEMPT.
           MOVE WS-TERME-PARM            TO HISTC-TERME.
           WRITE F-HIST-COURS.
       9070-HISTC-BODY-END.
           EXIT.
