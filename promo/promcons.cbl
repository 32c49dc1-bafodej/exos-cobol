      ******************************************************************
      *    Propositions de decision pour le conseil de classe
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. promcons.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Feuille de travail du conseil de classe
      *                 (promcons.lis) : pour chaque eleve d'input.dat,
      *                 relu avec les regles de promo.cbl (corrections
      *                 '03' refusees sur note en recours, dispenses
      *                 '04', recours '05' et decisions '06'), une
      *                 decision est proposee a partir des regles de
      *                 promo-conseil.txt, appliquees dans l'ordre du
      *                 fichier : moyenne ponderee sous un seuil, nombre
      *                 de cours obligatoires en echec
      *                 (fr-cours-oblig.txt), de prerequis non valides
      *                 (fr-cours-prereq.txt contre
      *                 promo-hist-cours-prior.dat, comme promprq.cbl)
      *                 et de recours encore en attente. La premiere
      *                 regle satisfaite donne la proposition (P
      *                 passage, R redoublement, E renvoi en session de
      *                 rattrapage, S sursis a statuer), toutes les
      *                 regles satisfaites sont imprimees comme motifs ;
      *                 aucune regle satisfaite : passage. Les cours
      *                 obligatoires et prerequis sont notes au seuil de
      *                 reussite de la ligne de commande (defaut
      *                 10,00), comme dans promo.cbl. Parametre
      *                 DECISIONS : les decisions prises en seance
      *                 (promo-conseil-dec.dat) sont reportees dans
      *                 l'historique du terme promo-hist.dat
      *                 (HIST-DECISION de FHIST.cpy), avec compte rendu
      *                 et refus dans promcons-dec.lis ; a rejouer si
      *                 promo.cbl est relance apres le conseil.
      *    2026-10-15  Historique par cours FHISTC.cpy sur 54
      *                 caracteres, pluri-annuel : un prerequis est
      *                 valide des qu'une ligne de l'eleve pour le
      *                 cours requis est reussie, quel que soit le
      *                 terme.
      *    2026-10-15  Notes harmonisees ('03' d'origine 'M', eleve
      *                 designe par nom et prenom, cf. promharm.cbl)
      *                 retenues comme dans promo.cbl.
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

           SELECT FIC-REGLES
               ASSIGN TO 'promo-conseil.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLES-STATUS.

           SELECT FIC-OBLIG
               ASSIGN TO 'fr-cours-oblig.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLIG-STATUS.

           SELECT FIC-PREREQ
               ASSIGN TO 'fr-cours-prereq.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT FIC-HIST-PRIOR
               ASSIGN TO 'promo-hist-cours-prior.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT FIC-HIST
               ASSIGN TO 'promo-hist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT FIC-DECIS
               ASSIGN TO 'promo-conseil-dec.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECIS-STATUS.

           SELECT FIC-RAPPORT
               ASSIGN TO 'promcons.lis'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-DEC-LIS
               ASSIGN TO 'promcons-dec.lis'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-LIS-STATUS.

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

       01  REC-CORRECTION.
             05 R-CORR-KEY          PIC X(02).
             05 R-CORR-STUDENT-KEY  PIC 9(02).
             05 R-CORR-LABEL        PIC X(21).
             05 R-CORR-GRADE        PIC X(05).
             05 R-CORR-ORIGINE      PIC X(01).
                 88 R-CORR-HARMONISEE   VALUE 'M'.
             05 R-CORR-LASTNAME     PIC X(07).
             05 R-CORR-FIRSTNAME    PIC X(06).

       01  REC-EXEMPTION.
             05 R-EXEMPT-KEY          PIC X(02).
             05 R-EXEMPT-STUDENT-KEY  PIC 9(02).
             05 R-EXEMPT-LABEL        PIC X(21).

       01  REC-APPEAL.
             05 R-APL-KEY             PIC X(02).
             05 R-APL-STUDENT-KEY     PIC 9(02).
             05 R-APL-LABEL           PIC X(21).
             05 R-APL-DATE            PIC 9(08).

       01  REC-DECISION.
             05 R-DEC-KEY             PIC X(02).
             05 R-DEC-STUDENT-KEY     PIC 9(02).
             05 R-DEC-LABEL           PIC X(21).
             05 R-DEC-DECISION        PIC X(01).
             05 R-DEC-GRADE           PIC X(05).

      ***** Une regle par ligne, appliquees dans l'ordre du fichier : **
      ***** critere, valeur, decision proposee, motif imprime.        **
      ***** MOY-INF : moyenne ponderee sous la valeur, en centiemes   **
      ***** comme le seuil de la ligne de commande (01000 = 10,00) ;  **
      ***** OBL-SUP, PRQ-SUP, APL-SUP : au moins la valeur de cours   **
      ***** obligatoires en echec, de prerequis non valides, de       **
      ***** recours en attente.                                       **
       FD  FIC-REGLES
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REGLE.
           05 RGL-CRITERE        PIC X(07).
           05 FILLER             PIC X(01).
           05 RGL-VALEUR         PIC X(05).
           05 RGL-VALEUR-NUM REDEFINES RGL-VALEUR
                                 PIC 9(05).
           05 FILLER             PIC X(01).
           05 RGL-DECISION       PIC X(01).
           05 FILLER             PIC X(01).
           05 RGL-LIBELLE        PIC X(40).

       FD  FIC-OBLIG
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
       01  REC-OBLIG             PIC X(21).

      ***** Un prerequis par ligne : cours puis cours requis ***********
       FD  FIC-PREREQ
           RECORD CONTAINS 43 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PREREQ.
           05 PRQ-LABEL          PIC X(21).
           05 FILLER             PIC X(01).
           05 PRQ-REQUIS         PIC X(21).

       FD  FIC-HIST-PRIOR
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHISTC.cpy'.

       FD  FIC-HIST
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHIST.cpy'.

      ***** Decision prise en seance : cle eleve, code decision,      **
      ***** date de la seance (AAAAMMJJ, a blanc = date du jour)      **
       FD  FIC-DECIS
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  REC-DECIS.
           05 DCS-KEY            PIC X(02).
           05 DCS-KEY-NUM REDEFINES DCS-KEY
                                 PIC 9(02).
           05 FILLER             PIC X(01).
           05 DCS-DECISION       PIC X(01).
           05 FILLER             PIC X(01).
           05 DCS-DATE           PIC X(08).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

       FD  FIC-DEC-LIS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-DEC-LIS           PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK    VALUE '00'.
           88 F-INPUT-STATUS-EOF   VALUE '10'.
       01  WS-REGLES-STATUS    PIC X(02) VALUE SPACE.
           88 WS-REGLES-OK         VALUE '00'.
           88 WS-REGLES-EOF        VALUE '10'.
       01  WS-OBLIG-STATUS     PIC X(02) VALUE SPACE.
           88 WS-OBLIG-OK          VALUE '00'.
           88 WS-OBLIG-EOF         VALUE '10'.
       01  WS-PREREQ-STATUS    PIC X(02) VALUE SPACE.
           88 WS-PREREQ-OK         VALUE '00'.
           88 WS-PREREQ-EOF        VALUE '10'.
       01  WS-PRIOR-STATUS     PIC X(02) VALUE SPACE.
           88 WS-PRIOR-OK          VALUE '00'.
           88 WS-PRIOR-EOF         VALUE '10'.
       01  WS-HIST-STATUS      PIC X(02) VALUE SPACE.
           88 WS-HIST-OK           VALUE '00'.
           88 WS-HIST-EOF          VALUE '10'.
       01  WS-DECIS-STATUS     PIC X(02) VALUE SPACE.
           88 WS-DECIS-OK          VALUE '00'.
           88 WS-DECIS-EOF         VALUE '10'.
       01  WS-RAPPORT-STATUS   PIC X(02) VALUE SPACE.
       01  WS-DEC-LIS-STATUS   PIC X(02) VALUE SPACE.

      ***** Regles de proposition, dans l'ordre du fichier *************
       01  DATA-REGLE.
           03 REGLE-LGTH       PIC 9(02) VALUE 0.
           03 REGLE-TBL
               OCCURS 1 TO 50 TIMES
               DEPENDING ON REGLE-LGTH
               INDEXED BY IDX-REGLE.
                   05 TBL-RGL-CRITERE  PIC X(07).
                   05 TBL-RGL-VALEUR   PIC 9(05).
                   05 TBL-RGL-DECISION PIC X(01).
                   05 TBL-RGL-LIBELLE  PIC X(40).
       01  WS-NB-REGLES-REJETS PIC 9(03) VALUE 0.

      ***** Cours obligatoires (facultatif) ****************************
       01  DATA-OBLIG.
           03 OBLIG-LGTH       PIC 9(02) VALUE 0.
           03 OBLIG-TBL
               OCCURS 1 TO 20 TIMES
               DEPENDING ON OBLIG-LGTH
               INDEXED BY IDX-OBLIG.
                   05 TBL-OBLIG-LABEL  PIC X(21).
       01  WS-OBLIG-CHARGE     PIC X(01) VALUE 'N'.

      ***** Prerequis et resultats du terme precedent (facultatifs) ***
       01  DATA-PREREQ.
           03 PREREQ-LGTH      PIC 9(03) VALUE 0.
           03 PREREQ-TBL
               OCCURS 1 TO 100 TIMES
               DEPENDING ON PREREQ-LGTH
               INDEXED BY IDX-PRQ.
                   05 TBL-PRQ-LABEL    PIC X(21).
                   05 TBL-PRQ-REQUIS   PIC X(21).
       01  DATA-PRIOR.
           03 PRIOR-LGTH       PIC 9(04) VALUE 0.
           03 PRIOR-TBL
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON PRIOR-LGTH
               INDEXED BY IDX-PRIOR.
                   05 TBL-PRI-KEY      PIC 9(02).
                   05 TBL-PRI-LABEL    PIC X(21).
                   05 TBL-PRI-GRADE    PIC 9(02)V99.
                   05 TBL-PRI-EXEMPT   PIC X(01).
       01  WS-PREREQ-CHARGE    PIC X(01) VALUE 'N'.

      ***** Historique du terme (decisions deja enregistrees) **********
       01  DATA-HIST.
           03 HIST-LGTH        PIC 9(03) VALUE 0.
           03 HIST-TBL
               OCCURS 1 TO 999 TIMES
               DEPENDING ON HIST-LGTH
               INDEXED BY IDX-HIST.
                   05 TBL-HIST-KEY     PIC 9(02).
                   05 TBL-HIST-REC     PIC X(56).
       01  WS-HIST-CHARGE      PIC X(01) VALUE 'N'.

      ***** Eleves et notes du flux input.dat, regles de promo.cbl *****
       01  DATA-STUDENT.
           03 STUDENT-LGTH     PIC 9(03) VALUE 0.
           03 STUDENT
               OCCURS 1 TO 999 TIMES
               DEPENDING ON STUDENT-LGTH
               INDEXED BY IDX-STUDENT.
                   05 S-KEY        PIC 9(02).
                   05 S-LASTNAME   PIC X(20).
                   05 S-FIRSTNAME  PIC X(20).

       01  DATA-COURSE.
           03 COURSE-LGTH     PIC 9(03) VALUE 0.
           03 COURSE
               OCCURS 1 TO 999 TIMES
               DEPENDING ON COURSE-LGTH
               INDEXED BY IDX-COURSE.
                   05 C-LABEL      PIC X(21).
                   05 C-COEF       PIC 9V9.

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

       01  WS-CUR-STUDENT-IDX PIC 9(03) VALUE 0.
       01  WS-CORR-STUD-IDX   PIC 9(03) VALUE 0.
       01  WS-CORR-CRS-IDX    PIC 9(03) VALUE 0.
       01  WS-TROUVE          PIC X(01) VALUE 'N'.

       01  WS-CMD-LINE        PIC X(20) VALUE SPACES.
       01  WS-SEUIL-PARM      PIC X(09) VALUE SPACES.
           88  WS-MODE-DECISIONS VALUE 'DECISIONS' 'decisions'.
       01  WS-SEUIL-NUM-X     PIC X(05) VALUE SPACES.
       01  WS-SEUIL-NUM REDEFINES WS-SEUIL-NUM-X
                               PIC 9(05).
       01  WS-SEUIL-REUSSITE  PIC 9(03)V99 VALUE 010,00.
       01  WS-DATE-JOUR       PIC X(08) VALUE SPACES.

      ***** Situation de l'eleve courant *******************************
       01  WS-SUM-POINTS      PIC 9(5)V99 VALUE 0.
       01  WS-SUM-COEF        PIC 9(3)V9  VALUE 0.
       01  WS-MOYENNE         PIC 9(3)V99 VALUE 0.
       01  WS-NB-OBLIG-ECHEC  PIC 9(03) VALUE 0.
       01  WS-NB-PRQ-MANQUE   PIC 9(03) VALUE 0.
       01  WS-NB-APPELS       PIC 9(03) VALUE 0.
       01  WS-OBLIG-CRS-IDX   PIC 9(03) VALUE 0.
       01  WS-NOTE-TROUVEE    PIC X(01) VALUE 'N'.
       01  WS-NOTE-ELEVE      PIC 99V99 VALUE 0.
       01  WS-PRQ-VALIDE      PIC X(01) VALUE 'N'.
       01  WS-REGLE-VRAIE     PIC X(01) VALUE 'N'.
       01  WS-PROPOSITION     PIC X(01) VALUE SPACE.
       01  WS-LISTE-OBLIG     PIC X(132) VALUE SPACES.
       01  WS-PTR-OBLIG       PIC 9(03) VALUE 1.
       01  WS-LISTE-PRQ       PIC X(132) VALUE SPACES.
       01  WS-PTR-PRQ         PIC 9(03) VALUE 1.
       01  WS-LISTE-APPEL     PIC X(132) VALUE SPACES.
       01  WS-PTR-APPEL       PIC 9(03) VALUE 1.

       01  WS-CODE-DECISION   PIC X(01) VALUE SPACE.
           88 WS-DECISION-VALIDE   VALUE 'P' 'R' 'E' 'S'.
       01  WS-LIB-DECISION    PIC X(20) VALUE SPACES.

       01  WS-NB-PROP-P       PIC 9(03) VALUE 0.
       01  WS-NB-PROP-R       PIC 9(03) VALUE 0.
       01  WS-NB-PROP-E       PIC 9(03) VALUE 0.
       01  WS-NB-PROP-S       PIC 9(03) VALUE 0.
       01  WS-NB-DEC-LUES     PIC 9(03) VALUE 0.
       01  WS-NB-DEC-ENREG    PIC 9(03) VALUE 0.
       01  WS-NB-DEC-REFUS    PIC 9(03) VALUE 0.
       01  WS-MOTIF-REFUS     PIC X(40) VALUE SPACES.

       01  WS-PNT.
           03 WS-PNT-GRADE    PIC ZZ9,99.
           03 WS-PNT-NBR      PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-SEUIL-PARM
           END-UNSTRING.

           IF WS-MODE-DECISIONS
               PERFORM 5000-DECISIONS-START
                   THRU 5000-DECISIONS-END
               GO TO 0000-MAIN-END
           END-IF.

           MOVE WS-SEUIL-PARM(1:5) TO WS-SEUIL-NUM-X.
           IF WS-SEUIL-NUM-X NOT = SPACES
               AND WS-SEUIL-NUM-X IS NUMERIC
               COMPUTE WS-SEUIL-REUSSITE = WS-SEUIL-NUM / 100
           END-IF.

           PERFORM 1000-LOAD-REGLES-START
               THRU 1000-LOAD-REGLES-END.
           PERFORM 1100-LOAD-OBLIG-START
               THRU 1100-LOAD-OBLIG-END.
           PERFORM 1200-LOAD-PREREQ-START
               THRU 1200-LOAD-PREREQ-END.
           PERFORM 1400-LOAD-HIST-START
               THRU 1400-LOAD-HIST-END.
           PERFORM 2000-LOAD-INPUT-START
               THRU 2000-LOAD-INPUT-END.
           PERFORM 3000-FEUILLE-START
               THRU 3000-FEUILLE-END.

           DISPLAY 'REGLES CHARGEES       : ' REGLE-LGTH.
           DISPLAY 'REGLES REJETEES       : ' WS-NB-REGLES-REJETS.
           DISPLAY 'ELEVES EXAMINES       : ' STUDENT-LGTH.
           DISPLAY 'PROPOSES AU PASSAGE   : ' WS-NB-PROP-P.
           DISPLAY 'PROPOSES AU REDOUBLT  : ' WS-NB-PROP-R.
           DISPLAY 'PROPOSES AU RENVOI    : ' WS-NB-PROP-E.
           DISPLAY 'PROPOSES AU SURSIS    : ' WS-NB-PROP-S.
           DISPLAY 'FEUILLE ECRITE        : promcons.lis'.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      *    Regles du conseil ; obligatoires, une ligne invalide
      *    (critere ou decision inconnus, valeur non numerique) est
      *    rejetee et signalee.
       1000-LOAD-REGLES-START.
           OPEN INPUT FIC-REGLES.
           IF NOT WS-REGLES-OK
               DISPLAY 'FICHIER promo-conseil.txt ABSENT '
                   '(STATUT ' WS-REGLES-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REGLES-EOF
               READ FIC-REGLES
                   AT END
                       SET WS-REGLES-EOF TO TRUE
                   NOT AT END
                       PERFORM 1010-UNE-REGLE-START
                           THRU 1010-UNE-REGLE-END
               END-READ
           END-PERFORM.
           CLOSE FIC-REGLES.
           IF REGLE-LGTH = 0
               DISPLAY 'AUCUNE REGLE VALIDE DANS promo-conseil.txt, '
                   'ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-LOAD-REGLES-END.
           EXIT.

       1010-UNE-REGLE-START.
           IF REC-REGLE = SPACES
               GO TO 1010-UNE-REGLE-END
           END-IF.
           MOVE RGL-DECISION TO WS-CODE-DECISION.
           IF (RGL-CRITERE NOT = 'MOY-INF' AND NOT = 'OBL-SUP'
                   AND NOT = 'PRQ-SUP' AND NOT = 'APL-SUP')
               OR RGL-VALEUR NOT NUMERIC
               OR NOT WS-DECISION-VALIDE
               ADD 1 TO WS-NB-REGLES-REJETS
               DISPLAY 'REGLE REJETEE: ' REC-REGLE
               GO TO 1010-UNE-REGLE-END
           END-IF.
           IF REGLE-LGTH < 50
               SET REGLE-LGTH UP BY 1
               SET IDX-REGLE TO REGLE-LGTH
               MOVE RGL-CRITERE    TO TBL-RGL-CRITERE(IDX-REGLE)
               MOVE RGL-VALEUR-NUM TO TBL-RGL-VALEUR(IDX-REGLE)
               MOVE RGL-DECISION   TO TBL-RGL-DECISION(IDX-REGLE)
               MOVE RGL-LIBELLE    TO TBL-RGL-LIBELLE(IDX-REGLE)
           END-IF.
       1010-UNE-REGLE-END.
           EXIT.

      ******************************************************************
      *    Cours obligatoires ; sans fichier, le critere OBL-SUP n'est
      *    jamais satisfait et la feuille le signale.
       1100-LOAD-OBLIG-START.
           OPEN INPUT FIC-OBLIG.
           IF NOT WS-OBLIG-OK
               DISPLAY 'PAS DE fr-cours-oblig.txt : COURS '
                   'OBLIGATOIRES NON CONTROLES'
               GO TO 1100-LOAD-OBLIG-END
           END-IF.
           MOVE 'O' TO WS-OBLIG-CHARGE.
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
       1100-LOAD-OBLIG-END.
           EXIT.

      ******************************************************************
      *    Prerequis et historique par cours du terme precedent ; il
      *    faut les deux pour controler, sinon le critere PRQ-SUP n'est
      *    jamais satisfait et la feuille le signale.
       1200-LOAD-PREREQ-START.
           OPEN INPUT FIC-PREREQ.
           IF NOT WS-PREREQ-OK
               DISPLAY 'PAS DE fr-cours-prereq.txt : PREREQUIS '
                   'NON CONTROLES'
               GO TO 1200-LOAD-PREREQ-END
           END-IF.
           PERFORM UNTIL WS-PREREQ-EOF
               READ FIC-PREREQ
                   AT END
                       SET WS-PREREQ-EOF TO TRUE
                   NOT AT END
                       IF PRQ-LABEL NOT = SPACES
                           AND PRQ-REQUIS NOT = SPACES
                           AND PREREQ-LGTH < 100
                           SET PREREQ-LGTH UP BY 1
                           SET IDX-PRQ TO PREREQ-LGTH
                           MOVE PRQ-LABEL  TO TBL-PRQ-LABEL(IDX-PRQ)
                           MOVE PRQ-REQUIS TO TBL-PRQ-REQUIS(IDX-PRQ)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PREREQ.

           OPEN INPUT FIC-HIST-PRIOR.
           IF NOT WS-PRIOR-OK
               DISPLAY 'PAS DE promo-hist-cours-prior.dat : '
                   'PREREQUIS NON CONTROLES'
               GO TO 1200-LOAD-PREREQ-END
           END-IF.
           MOVE 'O' TO WS-PREREQ-CHARGE.
           PERFORM UNTIL WS-PRIOR-EOF
               READ FIC-HIST-PRIOR
                   AT END
                       SET WS-PRIOR-EOF TO TRUE
                   NOT AT END
                       IF PRIOR-LGTH < 5000
                           SET PRIOR-LGTH UP BY 1
                           SET IDX-PRIOR TO PRIOR-LGTH
                           MOVE HISTC-KEY
                               TO TBL-PRI-KEY(IDX-PRIOR)
                           MOVE HISTC-LABEL
                               TO TBL-PRI-LABEL(IDX-PRIOR)
                           MOVE HISTC-GRADE
                               TO TBL-PRI-GRADE(IDX-PRIOR)
                           MOVE HISTC-EXEMPT
                               TO TBL-PRI-EXEMPT(IDX-PRIOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HIST-PRIOR.
       1200-LOAD-PREREQ-END.
           EXIT.

      ******************************************************************
      *    Historique du terme (promo-hist.dat) en table : decisions
      *    deja enregistrees pour la feuille, ou base de la reecriture
      *    en mode DECISIONS. Absent : WS-HIST-CHARGE reste a 'N'.
       1400-LOAD-HIST-START.
           MOVE 'N' TO WS-HIST-CHARGE.
           OPEN INPUT FIC-HIST.
           IF NOT WS-HIST-OK
               GO TO 1400-LOAD-HIST-END
           END-IF.
           MOVE 'O' TO WS-HIST-CHARGE.
           PERFORM UNTIL WS-HIST-EOF
               READ FIC-HIST
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-LGTH < 999
                           SET HIST-LGTH UP BY 1
                           SET IDX-HIST TO HIST-LGTH
                           MOVE HIST-KEY TO TBL-HIST-KEY(IDX-HIST)
                           MOVE F-HIST   TO TBL-HIST-REC(IDX-HIST)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HIST.
       1400-LOAD-HIST-END.
           EXIT.

      ******************************************************************
      *    Lecture d'input.dat avec les memes regles que promo.cbl :
      *    '01' eleve, '02' cours + note, '03' correction (refusee sur
      *    une note en recours), '04' dispense, '05' recours (gele la
      *    note), '06' decision de recours (degele, 'R' porte la note
      *    revisee).
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
                       PERFORM 2040-DISPENSE-START
                           THRU 2040-DISPENSE-END
                   WHEN '05'
                       PERFORM 2050-RECOURS-START
                           THRU 2050-RECOURS-END
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
                   IF COURSE-LGTH < 999
                       SET COURSE-LGTH UP BY 1
                       SET IDX-COURSE TO COURSE-LGTH
                       MOVE R-C-LABEL TO C-LABEL(IDX-COURSE)
                       MOVE R-C-COEF  TO C-COEF(IDX-COURSE)
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
           END-IF.
       2020-NOTE-END.
           EXIT.

      *    Correction : refusee sur une note gelee par un recours ;
      *    ajoutee si l'eleve n'avait pas de note dans ce cours (sauf
      *    harmonisation, qui ne porte que sur une note existante).
       2030-CORRECTION-START.
           PERFORM 2090-CHERCHE-CIBLE-START
               THRU 2090-CHERCHE-CIBLE-END.
           IF WS-TROUVE = 'O'
               IF NOT G-EN-APPEL(IDX-GRADE)
                   MOVE R-CORR-GRADE TO G-GRADE(IDX-GRADE)
               END-IF
           ELSE
               IF WS-CORR-STUD-IDX > 0 AND WS-CORR-CRS-IDX > 0
                   AND GRADE-LGTH < 5000
                   AND NOT R-CORR-HARMONISEE
                   PERFORM 2095-AJOUTE-NOTE-START
                       THRU 2095-AJOUTE-NOTE-END
                   MOVE R-CORR-GRADE TO G-GRADE(IDX-GRADE)
               END-IF
           END-IF.
       2030-CORRECTION-END.
           EXIT.

       2040-DISPENSE-START.
           PERFORM 2090-CHERCHE-CIBLE-START
               THRU 2090-CHERCHE-CIBLE-END.
           IF WS-TROUVE = 'N'
               IF WS-CORR-STUD-IDX > 0 AND WS-CORR-CRS-IDX > 0
                   AND GRADE-LGTH < 5000
                   PERFORM 2095-AJOUTE-NOTE-START
                       THRU 2095-AJOUTE-NOTE-END
                   MOVE 'O' TO WS-TROUVE
               END-IF
           END-IF.
           IF WS-TROUVE = 'O'
               SET G-IS-EXEMPT(IDX-GRADE) TO TRUE
           END-IF.
       2040-DISPENSE-END.
           EXIT.

       2050-RECOURS-START.
           PERFORM 2090-CHERCHE-CIBLE-START
               THRU 2090-CHERCHE-CIBLE-END.
           IF WS-TROUVE = 'O'
               SET G-EN-APPEL(IDX-GRADE) TO TRUE
           END-IF.
       2050-RECOURS-END.
           EXIT.

       2060-DECISION-RECOURS-START.
           PERFORM 2090-CHERCHE-CIBLE-START
               THRU 2090-CHERCHE-CIBLE-END.
           IF WS-TROUVE = 'O'
               IF G-EN-APPEL(IDX-GRADE)
                   MOVE 'N' TO G-CONTESTE(IDX-GRADE)
                   IF R-DEC-DECISION = 'R'
                       MOVE R-DEC-GRADE TO G-GRADE(IDX-GRADE)
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

       2095-AJOUTE-NOTE-START.
           SET GRADE-LGTH UP BY 1.
           SET IDX-GRADE TO GRADE-LGTH.
           MOVE WS-CORR-STUD-IDX TO G-STUDENT-IDX(IDX-GRADE).
           MOVE WS-CORR-CRS-IDX  TO G-COURSE-IDX(IDX-GRADE).
           MOVE 0                TO G-GRADE(IDX-GRADE).
           MOVE 'N'              TO G-EXEMPT(IDX-GRADE).
           MOVE 'N'              TO G-CONTESTE(IDX-GRADE).
       2095-AJOUTE-NOTE-END.
           EXIT.

      ******************************************************************
      *    Feuille de travail du conseil : un bloc par eleve, dans
      *    l'ordre d'input.dat, puis le decompte des propositions.
       3000-FEUILLE-START.
           OPEN OUTPUT FIC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE 'CONSEIL DE CLASSE - PROPOSITIONS DE DECISION'
               TO REC-RAPPORT(1:50).
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE 'SEUIL DE REUSSITE PAR COURS :' TO REC-RAPPORT(1:29).
           MOVE WS-SEUIL-REUSSITE TO WS-PNT-GRADE.
           MOVE WS-PNT-GRADE TO REC-RAPPORT(31:6).
           WRITE REC-RAPPORT.
           IF WS-OBLIG-CHARGE = 'N'
               INITIALIZE REC-RAPPORT
               MOVE 'COURS OBLIGATOIRES NON CONTROLES (PAS DE'
                   TO REC-RAPPORT(1:40)
               MOVE 'fr-cours-oblig.txt)' TO REC-RAPPORT(42:19)
               WRITE REC-RAPPORT
           END-IF.
           IF WS-PREREQ-CHARGE = 'N'
               INITIALIZE REC-RAPPORT
               MOVE 'PREREQUIS NON CONTROLES (PAS DE'
                   TO REC-RAPPORT(1:31)
               MOVE 'fr-cours-prereq.txt OU DE'
                   TO REC-RAPPORT(33:25)
               MOVE 'promo-hist-cours-prior.dat)'
                   TO REC-RAPPORT(59:27)
               WRITE REC-RAPPORT
           END-IF.

           PERFORM 3100-UN-ELEVE-START
               THRU 3100-UN-ELEVE-END
               VARYING IDX-STUDENT FROM 1 BY 1
               UNTIL IDX-STUDENT > STUDENT-LGTH.

           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'PROPOSITIONS :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE '   PASSAGE' TO REC-RAPPORT(1:25).
           MOVE WS-NB-PROP-P TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(26:3).
           WRITE REC-RAPPORT.
           MOVE '   REDOUBLEMENT' TO REC-RAPPORT(1:25).
           MOVE WS-NB-PROP-R TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(26:3).
           WRITE REC-RAPPORT.
           MOVE '   RENVOI EN RATTRAPAGE' TO REC-RAPPORT(1:25).
           MOVE WS-NB-PROP-E TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(26:3).
           WRITE REC-RAPPORT.
           MOVE '   SURSIS A STATUER' TO REC-RAPPORT(1:25).
           MOVE WS-NB-PROP-S TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(26:3).
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.
       3000-FEUILLE-END.
           EXIT.

      *    Un eleve : moyenne, cours obligatoires en echec, prerequis
      *    non valides, recours en attente, puis application des
      *    regles et ligne de decision du conseil.
       3100-UN-ELEVE-START.
           PERFORM 3110-MOYENNE-START THRU 3110-MOYENNE-END.

           MOVE 0 TO WS-NB-OBLIG-ECHEC.
           MOVE SPACES TO WS-LISTE-OBLIG.
           MOVE 1 TO WS-PTR-OBLIG.
           PERFORM 3120-OBLIG-COURS-START
               THRU 3120-OBLIG-COURS-END
               VARYING IDX-OBLIG FROM 1 BY 1
               UNTIL IDX-OBLIG > OBLIG-LGTH.

           MOVE 0 TO WS-NB-PRQ-MANQUE WS-NB-APPELS.
           MOVE SPACES TO WS-LISTE-PRQ WS-LISTE-APPEL.
           MOVE 1 TO WS-PTR-PRQ WS-PTR-APPEL.
           PERFORM 3130-NOTE-ELEVE-START
               THRU 3130-NOTE-ELEVE-END
               VARYING IDX-GRADE FROM 1 BY 1
               UNTIL IDX-GRADE > GRADE-LGTH.

           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE S-KEY(IDX-STUDENT)       TO REC-RAPPORT(1:2).
           MOVE S-LASTNAME(IDX-STUDENT)  TO REC-RAPPORT(4:20).
           MOVE S-FIRSTNAME(IDX-STUDENT) TO REC-RAPPORT(25:20).
           MOVE 'MOYENNE'                TO REC-RAPPORT(46:7).
           MOVE WS-MOYENNE TO WS-PNT-GRADE.
           MOVE WS-PNT-GRADE             TO REC-RAPPORT(54:6).
           WRITE REC-RAPPORT.

           IF WS-NB-OBLIG-ECHEC > 0
               INITIALIZE REC-RAPPORT
               MOVE '   COURS OBLIGATOIRES EN ECHEC :'
                   TO REC-RAPPORT(1:32)
               MOVE WS-NB-OBLIG-ECHEC TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-RAPPORT(33:3)
               MOVE WS-LISTE-OBLIG TO REC-RAPPORT(37:96)
               WRITE REC-RAPPORT
           END-IF.
           IF WS-NB-PRQ-MANQUE > 0
               INITIALIZE REC-RAPPORT
               MOVE '   PREREQUIS NON VALIDES      :'
                   TO REC-RAPPORT(1:32)
               MOVE WS-NB-PRQ-MANQUE TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-RAPPORT(33:3)
               MOVE WS-LISTE-PRQ TO REC-RAPPORT(37:96)
               WRITE REC-RAPPORT
           END-IF.
           IF WS-NB-APPELS > 0
               INITIALIZE REC-RAPPORT
               MOVE '   RECOURS EN ATTENTE         :'
                   TO REC-RAPPORT(1:32)
               MOVE WS-NB-APPELS TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-RAPPORT(33:3)
               MOVE WS-LISTE-APPEL TO REC-RAPPORT(37:96)
               WRITE REC-RAPPORT
           END-IF.

      *    Regles dans l'ordre : la premiere satisfaite donne la
      *    proposition ('*'), les suivantes satisfaites sont listees
      *    comme motifs complementaires.
           MOVE SPACE TO WS-PROPOSITION.
           PERFORM 3150-UNE-REGLE-START
               THRU 3150-UNE-REGLE-END
               VARYING IDX-REGLE FROM 1 BY 1
               UNTIL IDX-REGLE > REGLE-LGTH.
           IF WS-PROPOSITION = SPACE
               MOVE 'P' TO WS-PROPOSITION
           END-IF.
           EVALUATE WS-PROPOSITION
               WHEN 'P' ADD 1 TO WS-NB-PROP-P
               WHEN 'R' ADD 1 TO WS-NB-PROP-R
               WHEN 'E' ADD 1 TO WS-NB-PROP-E
               WHEN 'S' ADD 1 TO WS-NB-PROP-S
           END-EVALUATE.

           MOVE WS-PROPOSITION TO WS-CODE-DECISION.
           PERFORM 8000-LIBELLE-DECISION-START
               THRU 8000-LIBELLE-DECISION-END.
           INITIALIZE REC-RAPPORT.
           MOVE '   PROPOSITION :' TO REC-RAPPORT(1:16).
           MOVE WS-PROPOSITION   TO REC-RAPPORT(18:1).
           MOVE WS-LIB-DECISION  TO REC-RAPPORT(20:20).
           WRITE REC-RAPPORT.

           PERFORM 3160-DECISION-CONSEIL-START
               THRU 3160-DECISION-CONSEIL-END.
       3100-UN-ELEVE-END.
           EXIT.

      *    Moyenne ponderee de l'eleve IDX-STUDENT (8040-COMPUTE-NOTE
      *    de promo.cbl : dispenses exclues).
       3110-MOYENNE-START.
           MOVE 0 TO WS-SUM-POINTS.
           MOVE 0 TO WS-SUM-COEF.
           PERFORM VARYING IDX-GRADE FROM 1 BY 1 UNTIL
                   IDX-GRADE > GRADE-LGTH
               IF G-STUDENT-IDX(IDX-GRADE) = IDX-STUDENT
                AND NOT G-IS-EXEMPT(IDX-GRADE)
                   ADD C-COEF(G-COURSE-IDX(IDX-GRADE)) TO WS-SUM-COEF
                   COMPUTE WS-SUM-POINTS = WS-SUM-POINTS +
                       (G-GRADE(IDX-GRADE) *
                        C-COEF(G-COURSE-IDX(IDX-GRADE)))
               END-IF
           END-PERFORM.
           IF WS-SUM-COEF > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-SUM-POINTS / WS-SUM-COEF
           ELSE
               MOVE 0 TO WS-MOYENNE
           END-IF.
       3110-MOYENNE-END.
           EXIT.

      *    Cours obligatoire IDX-OBLIG pour l'eleve courant : en echec
      *    sans note au seuil ni dispense (cf. 7142-ELIG-COURS de
      *    promo.cbl).
       3120-OBLIG-COURS-START.
           MOVE 0 TO WS-OBLIG-CRS-IDX.
           SET IDX-COURSE TO 1.
           SEARCH COURSE VARYING IDX-COURSE
               AT END
                   CONTINUE
               WHEN C-LABEL(IDX-COURSE)
                       = TBL-OBLIG-LABEL(IDX-OBLIG)
                   SET WS-OBLIG-CRS-IDX TO IDX-COURSE
           END-SEARCH.

           MOVE 'N' TO WS-NOTE-TROUVEE.
           IF WS-OBLIG-CRS-IDX > 0
               PERFORM VARYING IDX-GRADE FROM 1 BY 1 UNTIL
                       IDX-GRADE > GRADE-LGTH
                   IF G-STUDENT-IDX(IDX-GRADE) = IDX-STUDENT
                    AND G-COURSE-IDX(IDX-GRADE) = WS-OBLIG-CRS-IDX
                       IF G-IS-EXEMPT(IDX-GRADE)
                           MOVE 'D' TO WS-NOTE-TROUVEE
                       ELSE
                           MOVE 'O' TO WS-NOTE-TROUVEE
                           MOVE G-GRADE(IDX-GRADE) TO WS-NOTE-ELEVE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-NOTE-TROUVEE = 'D'
               OR (WS-NOTE-TROUVEE = 'O'
                   AND WS-NOTE-ELEVE >= WS-SEUIL-REUSSITE)
               CONTINUE
           ELSE
               ADD 1 TO WS-NB-OBLIG-ECHEC
               STRING ' ' DELIMITED BY SIZE
                   TBL-OBLIG-LABEL(IDX-OBLIG) DELIMITED BY SPACE
                   INTO WS-LISTE-OBLIG
                   WITH POINTER WS-PTR-OBLIG
               END-STRING
           END-IF.
       3120-OBLIG-COURS-END.
           EXIT.

      *    Note IDX-GRADE de l'eleve courant : recours en attente, et
      *    prerequis du cours a controler au terme precedent.
       3130-NOTE-ELEVE-START.
           IF G-STUDENT-IDX(IDX-GRADE) NOT = IDX-STUDENT
               GO TO 3130-NOTE-ELEVE-END
           END-IF.
           SET IDX-COURSE TO G-COURSE-IDX(IDX-GRADE).
           IF G-EN-APPEL(IDX-GRADE)
               ADD 1 TO WS-NB-APPELS
               STRING ' ' DELIMITED BY SIZE
                   C-LABEL(IDX-COURSE) DELIMITED BY SPACE
                   INTO WS-LISTE-APPEL
                   WITH POINTER WS-PTR-APPEL
               END-STRING
           END-IF.
           IF WS-PREREQ-CHARGE = 'O'
               PERFORM 3131-UN-PREREQ-START
                   THRU 3131-UN-PREREQ-END
                   VARYING IDX-PRQ FROM 1 BY 1
                   UNTIL IDX-PRQ > PREREQ-LGTH
           END-IF.
       3130-NOTE-ELEVE-END.
           EXIT.

      *    Prerequis IDX-PRQ du cours IDX-COURSE : valide si le cours
      *    requis a ete reussi (ou dispense) au terme precedent, comme
      *    dans promprq.cbl.
       3131-UN-PREREQ-START.
           IF TBL-PRQ-LABEL(IDX-PRQ) NOT = C-LABEL(IDX-COURSE)
               GO TO 3131-UN-PREREQ-END
           END-IF.
           MOVE 'N' TO WS-PRQ-VALIDE.
           SET IDX-PRIOR TO 1.
           SEARCH PRIOR-TBL
               AT END
                   CONTINUE
               WHEN TBL-PRI-KEY(IDX-PRIOR) = S-KEY(IDX-STUDENT)
                   AND TBL-PRI-LABEL(IDX-PRIOR)
                       = TBL-PRQ-REQUIS(IDX-PRQ)
                   AND (TBL-PRI-EXEMPT(IDX-PRIOR) = 'Y'
                       OR TBL-PRI-GRADE(IDX-PRIOR)
                           >= WS-SEUIL-REUSSITE)
                   MOVE 'O' TO WS-PRQ-VALIDE
           END-SEARCH.
           IF WS-PRQ-VALIDE = 'N'
               ADD 1 TO WS-NB-PRQ-MANQUE
               STRING ' ' DELIMITED BY SIZE
                   TBL-PRQ-REQUIS(IDX-PRQ) DELIMITED BY SPACE
                   INTO WS-LISTE-PRQ
                   WITH POINTER WS-PTR-PRQ
               END-STRING
           END-IF.
       3131-UN-PREREQ-END.
           EXIT.

      *    Regle IDX-REGLE pour l'eleve courant ; satisfaite, elle est
      *    imprimee comme motif, la premiere fixant la proposition.
       3150-UNE-REGLE-START.
           MOVE 'N' TO WS-REGLE-VRAIE.
           EVALUATE TBL-RGL-CRITERE(IDX-REGLE)
               WHEN 'MOY-INF'
                   IF WS-MOYENNE * 100 < TBL-RGL-VALEUR(IDX-REGLE)
                       MOVE 'O' TO WS-REGLE-VRAIE
                   END-IF
               WHEN 'OBL-SUP'
                   IF WS-OBLIG-CHARGE = 'O'
                       AND WS-NB-OBLIG-ECHEC
                           >= TBL-RGL-VALEUR(IDX-REGLE)
                       MOVE 'O' TO WS-REGLE-VRAIE
                   END-IF
               WHEN 'PRQ-SUP'
                   IF WS-PREREQ-CHARGE = 'O'
                       AND WS-NB-PRQ-MANQUE
                           >= TBL-RGL-VALEUR(IDX-REGLE)
                       MOVE 'O' TO WS-REGLE-VRAIE
                   END-IF
               WHEN 'APL-SUP'
                   IF WS-NB-APPELS >= TBL-RGL-VALEUR(IDX-REGLE)
                       MOVE 'O' TO WS-REGLE-VRAIE
                   END-IF
           END-EVALUATE.
           IF WS-REGLE-VRAIE = 'N'
               GO TO 3150-UNE-REGLE-END
           END-IF.

           INITIALIZE REC-RAPPORT.
           MOVE '   MOTIF' TO REC-RAPPORT(1:8).
           IF WS-PROPOSITION = SPACE
               MOVE TBL-RGL-DECISION(IDX-REGLE) TO WS-PROPOSITION
               MOVE '*' TO REC-RAPPORT(10:1)
           END-IF.
           MOVE TBL-RGL-DECISION(IDX-REGLE) TO REC-RAPPORT(12:1).
           MOVE TBL-RGL-LIBELLE(IDX-REGLE)  TO REC-RAPPORT(14:40).
           WRITE REC-RAPPORT.
       3150-UNE-REGLE-END.
           EXIT.

      *    Decision deja enregistree dans promo-hist.dat, ou ligne a
      *    remplir en seance.
       3160-DECISION-CONSEIL-START.
           INITIALIZE REC-RAPPORT.
           MOVE '   DECISION DU CONSEIL :' TO REC-RAPPORT(1:24).
           MOVE '____ (P/R/E/S)' TO REC-RAPPORT(26:14).
           IF WS-HIST-CHARGE = 'O'
               SET IDX-HIST TO 1
               SEARCH HIST-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-HIST-KEY(IDX-HIST) = S-KEY(IDX-STUDENT)
                       MOVE TBL-HIST-REC(IDX-HIST) TO F-HIST
                       IF HIST-DECISION NOT = SPACE
                           MOVE HIST-DECISION TO WS-CODE-DECISION
                           PERFORM 8000-LIBELLE-DECISION-START
                               THRU 8000-LIBELLE-DECISION-END
                           MOVE SPACES TO REC-RAPPORT(26:14)
                           MOVE HIST-DECISION TO REC-RAPPORT(26:1)
                           MOVE WS-LIB-DECISION TO REC-RAPPORT(28:20)
                           MOVE 'ENREGISTREE LE' TO REC-RAPPORT(49:14)
                           MOVE HIST-DATE-CONSEIL
                               TO REC-RAPPORT(64:8)
                       END-IF
               END-SEARCH
           END-IF.
           WRITE REC-RAPPORT.
       3160-DECISION-CONSEIL-END.
           EXIT.

      ******************************************************************
      *    Mode DECISIONS : report des decisions prises en seance
      *    (promo-conseil-dec.dat) dans l'historique du terme
      *    promo-hist.dat, reecrit en entier. Une decision sur un
      *    eleve absent de l'historique, ou de code inconnu, est
      *    refusee et listee dans promcons-dec.lis (code retour 4).
       5000-DECISIONS-START.
           PERFORM 1400-LOAD-HIST-START
               THRU 1400-LOAD-HIST-END.
           IF WS-HIST-CHARGE = 'N'
               DISPLAY 'promo-hist.dat ABSENT, LANCER D''ABORD '
                   'promo : DECISIONS NON ENREGISTREES'
               MOVE 8 TO RETURN-CODE
               GO TO 5000-DECISIONS-END
           END-IF.
           OPEN INPUT FIC-DECIS.
           IF NOT WS-DECIS-OK
               DISPLAY 'FICHIER promo-conseil-dec.dat ABSENT '
                   '(STATUT ' WS-DECIS-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               GO TO 5000-DECISIONS-END
           END-IF.

           OPEN OUTPUT FIC-DEC-LIS.
           INITIALIZE REC-DEC-LIS.
           MOVE 'DECISIONS DU CONSEIL DE CLASSE REPORTEES DANS'
               TO REC-DEC-LIS(1:45).
           MOVE 'promo-hist.dat' TO REC-DEC-LIS(47:14).
           WRITE REC-DEC-LIS.
           PERFORM UNTIL WS-DECIS-EOF
               READ FIC-DECIS
                   AT END
                       SET WS-DECIS-EOF TO TRUE
                   NOT AT END
                       IF REC-DECIS NOT = SPACES
                           PERFORM 5100-UNE-DECISION-START
                               THRU 5100-UNE-DECISION-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-DECIS.

           OPEN OUTPUT FIC-HIST.
           PERFORM VARYING IDX-HIST FROM 1 BY 1
                   UNTIL IDX-HIST > HIST-LGTH
               MOVE TBL-HIST-REC(IDX-HIST) TO F-HIST
               WRITE F-HIST
           END-PERFORM.
           CLOSE FIC-HIST.

           INITIALIZE REC-DEC-LIS.
           WRITE REC-DEC-LIS.
           MOVE 'ENREGISTREES :' TO REC-DEC-LIS(1:14).
           MOVE WS-NB-DEC-ENREG TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-DEC-LIS(16:3).
           MOVE 'REFUSEES :' TO REC-DEC-LIS(21:10).
           MOVE WS-NB-DEC-REFUS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-DEC-LIS(32:3).
           WRITE REC-DEC-LIS.
           CLOSE FIC-DEC-LIS.

           IF WS-NB-DEC-REFUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'DECISIONS LUES        : ' WS-NB-DEC-LUES.
           DISPLAY 'DECISIONS ENREGISTREES: ' WS-NB-DEC-ENREG.
           DISPLAY 'DECISIONS REFUSEES    : ' WS-NB-DEC-REFUS.
           DISPLAY 'COMPTE RENDU          : promcons-dec.lis'.
       5000-DECISIONS-END.
           EXIT.

       5100-UNE-DECISION-START.
           ADD 1 TO WS-NB-DEC-LUES.
           MOVE SPACES TO WS-MOTIF-REFUS.
           MOVE DCS-DECISION TO WS-CODE-DECISION.
           IF DCS-KEY NOT NUMERIC
               MOVE 'CLE ELEVE NON NUMERIQUE' TO WS-MOTIF-REFUS
               GO TO 5100-UNE-DECISION-REFUS
           END-IF.
           IF NOT WS-DECISION-VALIDE
               MOVE 'CODE DECISION INCONNU (P/R/E/S)'
                   TO WS-MOTIF-REFUS
               GO TO 5100-UNE-DECISION-REFUS
           END-IF.
           IF DCS-DATE NOT = SPACES AND DCS-DATE NOT NUMERIC
               MOVE 'DATE DE SEANCE INVALIDE' TO WS-MOTIF-REFUS
               GO TO 5100-UNE-DECISION-REFUS
           END-IF.
           SET IDX-HIST TO 1.
           SEARCH HIST-TBL
               AT END
                   MOVE 'ELEVE ABSENT DE L''HISTORIQUE DU TERME'
                       TO WS-MOTIF-REFUS
                   GO TO 5100-UNE-DECISION-REFUS
               WHEN TBL-HIST-KEY(IDX-HIST) = DCS-KEY-NUM
                   CONTINUE
           END-SEARCH.

           MOVE TBL-HIST-REC(IDX-HIST) TO F-HIST.
           MOVE DCS-DECISION TO HIST-DECISION.
           IF DCS-DATE = SPACES
               MOVE WS-DATE-JOUR TO HIST-DATE-CONSEIL
           ELSE
               MOVE DCS-DATE TO HIST-DATE-CONSEIL
           END-IF.
           MOVE F-HIST TO TBL-HIST-REC(IDX-HIST).
           ADD 1 TO WS-NB-DEC-ENREG.

           PERFORM 8000-LIBELLE-DECISION-START
               THRU 8000-LIBELLE-DECISION-END.
           INITIALIZE REC-DEC-LIS.
           MOVE HIST-KEY          TO REC-DEC-LIS(1:2).
           MOVE HIST-LASTNAME     TO REC-DEC-LIS(4:20).
           MOVE HIST-FIRSTNAME    TO REC-DEC-LIS(25:20).
           MOVE HIST-DECISION     TO REC-DEC-LIS(46:1).
           MOVE WS-LIB-DECISION   TO REC-DEC-LIS(48:20).
           MOVE HIST-DATE-CONSEIL TO REC-DEC-LIS(69:8).
           WRITE REC-DEC-LIS.
           GO TO 5100-UNE-DECISION-END.

       5100-UNE-DECISION-REFUS.
           ADD 1 TO WS-NB-DEC-REFUS.
           INITIALIZE REC-DEC-LIS.
           MOVE 'REFUSEE' TO REC-DEC-LIS(1:7).
           MOVE REC-DECIS TO REC-DEC-LIS(9:13).
           MOVE WS-MOTIF-REFUS TO REC-DEC-LIS(24:40).
           WRITE REC-DEC-LIS.
       5100-UNE-DECISION-END.
           EXIT.

      *    Libelle du code decision WS-CODE-DECISION.
       8000-LIBELLE-DECISION-START.
           EVALUATE WS-CODE-DECISION
               WHEN 'P' MOVE 'PASSAGE'              TO WS-LIB-DECISION
               WHEN 'R' MOVE 'REDOUBLEMENT'         TO WS-LIB-DECISION
               WHEN 'E' MOVE 'RENVOI EN RATTRAPAGE' TO WS-LIB-DECISION
               WHEN 'S' MOVE 'SURSIS A STATUER'     TO WS-LIB-DECISION
               WHEN OTHER MOVE SPACES               TO WS-LIB-DECISION
           END-EVALUATE.
       8000-LIBELLE-DECISION-END.
           EXIT.
