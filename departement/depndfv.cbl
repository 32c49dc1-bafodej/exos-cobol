       IDENTIFICATION DIVISION.
       PROGRAM-ID. depndfv.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Visa d'une note de frais : le
      *                 responsable, l'employe, la date de la depense,
      *                 la categorie et la decision (A approuvee, R
      *                 refusee) sont passes en ligne de commande. La
      *                 note doit exister dans notesfrais.dat (FNDF.cpy)
      *                 et ne pas avoir deja ete visee. Seul le
      *                 responsable de l'employe dans dephier.txt peut
      *                 la viser ; une note hors plafond (NDF-RENVOI)
      *                 remonte au responsable de ce responsable, a
      *                 defaut (sommet de l'arbre) au responsable
      *                 direct. La decision est ajoutee a ndf-visas.dat
      *                 (FNDFVISA.cpy), lu par depndfr.cbl pour le
      *                 remboursement mensuel.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NOTEFRAIS ASSIGN TO 'notesfrais.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOTEFRAIS-STATUS.

           SELECT FIC-VISA ASSIGN TO 'ndf-visas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-VISA-STATUS.

      ***** Lignes hierarchiques : employe -> responsable ***************
           SELECT FIC-HIER ASSIGN TO 'dephier.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-NOTEFRAIS
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNDF.cpy'.

       FD  FIC-VISA
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNDFVISA.cpy'.

       FD  FIC-HIER
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HIER.
           05  HIE-EMPLOYE-ID            PIC X(8).
           05  FILLER                    PIC X(1).
           05  HIE-MANAGER-ID            PIC X(8).

       WORKING-STORAGE SECTION.
        01           WS-NOTEFRAIS-STATUS  PIC X(2).
            88       WS-NOTEFRAIS-OK      VALUE 00.
            88       WS-NOTEFRAIS-END     VALUE 10.
        01           WS-VISA-STATUS       PIC X(2).
            88       WS-VISA-OK           VALUE 00.
            88       WS-VISA-END          VALUE 10.
            88       WS-VISA-ABSENT       VALUE 35.
        01           WS-HIER-STATUS       PIC X(2).
            88       WS-HIER-OK           VALUE 00.
            88       WS-HIER-END          VALUE 10.

      ***** Parametres : responsable, cle de la note, decision ********
        01  WS-CMD-LINE                   PIC X(80) VALUE SPACES.
        01  WS-VISEUR-PARM                PIC X(8)  VALUE SPACES.
        01  WS-ID-PARM                    PIC X(8)  VALUE SPACES.
        01  WS-DATE-PARM                  PIC X(8)  VALUE SPACES.
        01  WS-CAT-PARM                   PIC X(6)  VALUE SPACES.
        01  WS-DECISION-PARM              PIC X(2)  VALUE SPACES.
            88  WS-DECISION-VALIDE        VALUE 'A ' 'R '.
        01  WS-DATE-JOUR                  PIC 9(8).

        01  WS-NOTE-TROUVEE               PIC X(1)  VALUE 'N'.
        01  WS-NOTE-RENVOI                PIC X(1)  VALUE 'N'.
        01  WS-NOTE-MONTANT               PIC 9(5)V99 VALUE 0.
        01  WS-DEJA-VISEE                 PIC X(1)  VALUE 'N'.
        01  WS-VISEUR-PRECEDENT           PIC X(8)  VALUE SPACES.
        01  WS-DECISION-PRECEDENTE        PIC X(1)  VALUE SPACE.

      ***** Responsable direct (N+1) et responsable du responsable ****
      ***** (N+2) de l'employe dans dephier.txt                    ****
        01  WS-RESPONSABLE-N1             PIC X(8)  VALUE SPACES.
        01  WS-RESPONSABLE-N2             PIC X(8)  VALUE SPACES.
        01  WS-VISEUR-ATTENDU             PIC X(8)  VALUE SPACES.
        01  WS-CHERCHE-ID                 PIC X(8)  VALUE SPACES.
        01  WS-CHERCHE-MGR                PIC X(8)  VALUE SPACES.

        01  DATA-HIER.
            05  HIER-LGTH                 PIC 9(5) VALUE 0.
            05  HIER-TBL
                OCCURS 1 TO 5000 TIMES
                DEPENDING ON HIER-LGTH
                INDEXED BY IDX-HIER.
                10  TBL-H-EMP             PIC X(8).
                10  TBL-H-MGR             PIC X(8).

        01  WS-EDIT-MONTANT               PIC Z(4)9,99.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-PARM-START       THRU 1000-PARM-END.
           PERFORM 2000-CHECK-NOTE-START THRU 2000-CHECK-NOTE-END.
           PERFORM 2500-CHECK-VISA-START THRU 2500-CHECK-VISA-END.
           PERFORM 3000-HIER-START       THRU 3000-HIER-END.
           PERFORM 4000-JOURNAL-START    THRU 4000-JOURNAL-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Decoupage et controle de la ligne de commande ***************
       1000-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-VISEUR-PARM WS-ID-PARM WS-DATE-PARM
                    WS-CAT-PARM WS-DECISION-PARM
           END-UNSTRING.

           IF WS-VISEUR-PARM = SPACES OR WS-ID-PARM = SPACES
               OR WS-DATE-PARM = SPACES OR WS-CAT-PARM = SPACES
               OR WS-DECISION-PARM = SPACES
               DISPLAY 'USAGE: depndfv <RESPONSABLE-ID> <EMPLOYE-ID> '
                   '<DATE AAAAMMJJ> <CATEGORIE> <A|R>'
               DISPLAY '  EX : depndfv EMP00003 EMP00012 20261005 '
                   'REPAS A'
               STOP RUN
           END-IF.

           IF WS-DATE-PARM IS NOT NUMERIC
               DISPLAY 'DATE DE DEPENSE INVALIDE (AAAAMMJJ ATTENDU) : '
                   WS-DATE-PARM
               STOP RUN
           END-IF.
           IF NOT WS-DECISION-VALIDE
               DISPLAY 'DECISION INVALIDE (A = APPROUVEE, R = '
                   'REFUSEE) : ' WS-DECISION-PARM
               STOP RUN
           END-IF.
       1000-PARM-END.
           EXIT.

      ***** La note doit exister dans notesfrais.dat ******************
       2000-CHECK-NOTE-START.
           MOVE 'N' TO WS-NOTE-TROUVEE.
           OPEN INPUT FIC-NOTEFRAIS.
           IF NOT WS-NOTEFRAIS-OK
               DISPLAY 'notesfrais.dat ABSENT (STATUT '
                   WS-NOTEFRAIS-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2100-CHECK-NOTE-LOOP-START
               THRU 2100-CHECK-NOTE-LOOP-END
               UNTIL WS-NOTEFRAIS-END.
           CLOSE FIC-NOTEFRAIS.

           IF WS-NOTE-TROUVEE NOT = 'O'
               DISPLAY 'NOTE ' WS-CAT-PARM ' DU ' WS-DATE-PARM
                   ' INCONNUE POUR ' WS-ID-PARM ' - VISA REFUSE'
               STOP RUN
           END-IF.
           MOVE WS-NOTE-MONTANT TO WS-EDIT-MONTANT.
           DISPLAY 'NOTE : ' WS-ID-PARM ' ' WS-DATE-PARM ' '
               WS-CAT-PARM ' ' WS-EDIT-MONTANT ' EUROS'.
       2000-CHECK-NOTE-END.
           EXIT.

       2100-CHECK-NOTE-LOOP-START.
           READ FIC-NOTEFRAIS
               AT END
                   MOVE '10' TO WS-NOTEFRAIS-STATUS
               NOT AT END
                   IF NDF-EMPLOYE-ID = WS-ID-PARM
                       AND NDF-DATE = WS-DATE-PARM
                       AND NDF-CATEGORIE = WS-CAT-PARM
                       MOVE 'O'         TO WS-NOTE-TROUVEE
                       MOVE NDF-RENVOI  TO WS-NOTE-RENVOI
                       MOVE NDF-MONTANT TO WS-NOTE-MONTANT
                   END-IF
           END-READ.
       2100-CHECK-NOTE-LOOP-END.
           EXIT.

      ***** Une note ne se vise qu'une fois ***************************
       2500-CHECK-VISA-START.
           MOVE 'N' TO WS-DEJA-VISEE.
           OPEN INPUT FIC-VISA.
           IF NOT WS-VISA-OK
               GO TO 2500-CHECK-VISA-END
           END-IF.
           PERFORM 2600-CHECK-VISA-LOOP-START
               THRU 2600-CHECK-VISA-LOOP-END
               UNTIL WS-VISA-END.
           CLOSE FIC-VISA.

           IF WS-DEJA-VISEE = 'O'
               DISPLAY 'NOTE DEJA VISEE (' WS-DECISION-PRECEDENTE
                   ') PAR ' WS-VISEUR-PRECEDENT ' - VISA REFUSE'
               STOP RUN
           END-IF.
       2500-CHECK-VISA-END.
           EXIT.

       2600-CHECK-VISA-LOOP-START.
           READ FIC-VISA
               AT END
                   MOVE '10' TO WS-VISA-STATUS
               NOT AT END
                   IF VIS-EMPLOYE-ID = WS-ID-PARM
                       AND VIS-DATE = WS-DATE-PARM
                       AND VIS-CATEGORIE = WS-CAT-PARM
                       MOVE 'O'             TO WS-DEJA-VISEE
                       MOVE VIS-APPROBATEUR TO WS-VISEUR-PRECEDENT
                       MOVE VIS-DECISION    TO WS-DECISION-PRECEDENTE
                   END-IF
           END-READ.
       2600-CHECK-VISA-LOOP-END.
           EXIT.

      ***** Viseur attendu : N+1 de l'employe, N+2 pour une note   ****
      ***** hors plafond (N+1 si le N+1 est au sommet de l'arbre)  ****
       3000-HIER-START.
           OPEN INPUT FIC-HIER.
           IF NOT WS-HIER-OK
               DISPLAY 'FICHIER dephier.txt ABSENT '
                   '(STATUT ' WS-HIER-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 3100-HIER-LOOP-START
               THRU 3100-HIER-LOOP-END
               UNTIL WS-HIER-END.
           CLOSE FIC-HIER.

           MOVE WS-ID-PARM TO WS-CHERCHE-ID.
           PERFORM 3200-RESPONSABLE-START THRU 3200-RESPONSABLE-END.
           MOVE WS-CHERCHE-MGR TO WS-RESPONSABLE-N1.
           IF WS-RESPONSABLE-N1 = SPACES
               OR WS-RESPONSABLE-N1 = WS-ID-PARM
               DISPLAY 'AUCUN RESPONSABLE POUR ' WS-ID-PARM
                   ' DANS dephier.txt - VISA REFUSE'
               STOP RUN
           END-IF.
           MOVE WS-RESPONSABLE-N1 TO WS-VISEUR-ATTENDU.

           IF WS-NOTE-RENVOI = 'O'
               MOVE WS-RESPONSABLE-N1 TO WS-CHERCHE-ID
               PERFORM 3200-RESPONSABLE-START
                   THRU 3200-RESPONSABLE-END
               MOVE WS-CHERCHE-MGR TO WS-RESPONSABLE-N2
               IF WS-RESPONSABLE-N2 NOT = SPACES
                   AND WS-RESPONSABLE-N2 NOT = WS-ID-PARM
                   MOVE WS-RESPONSABLE-N2 TO WS-VISEUR-ATTENDU
               END-IF
               DISPLAY 'NOTE HORS PLAFOND : VISA DU RESPONSABLE DU '
                   'RESPONSABLE'
           END-IF.

           IF WS-VISEUR-PARM NOT = WS-VISEUR-ATTENDU
               DISPLAY 'VISA RESERVE A ' WS-VISEUR-ATTENDU
                   ' (dephier.txt) - VISA DE ' WS-VISEUR-PARM
                   ' REFUSE'
               STOP RUN
           END-IF.
       3000-HIER-END.
           EXIT.

       3100-HIER-LOOP-START.
           READ FIC-HIER
               AT END
                   MOVE '10' TO WS-HIER-STATUS
               NOT AT END
                   IF HIE-EMPLOYE-ID NOT = SPACES
                       AND HIER-LGTH < 5000
                       SET HIER-LGTH UP BY 1
                       SET IDX-HIER TO HIER-LGTH
                       MOVE HIE-EMPLOYE-ID TO TBL-H-EMP(IDX-HIER)
                       MOVE HIE-MANAGER-ID TO TBL-H-MGR(IDX-HIER)
                   END-IF
           END-READ.
       3100-HIER-LOOP-END.
           EXIT.

      ***** Responsable de WS-CHERCHE-ID (blanc si sans ligne) ********
       3200-RESPONSABLE-START.
           MOVE SPACES TO WS-CHERCHE-MGR.
           IF HIER-LGTH = 0
               GO TO 3200-RESPONSABLE-END
           END-IF.
           SET IDX-HIER TO 1.
           SEARCH HIER-TBL
               AT END
                   CONTINUE
               WHEN TBL-H-EMP(IDX-HIER) = WS-CHERCHE-ID
                   MOVE TBL-H-MGR(IDX-HIER) TO WS-CHERCHE-MGR
           END-SEARCH.
       3200-RESPONSABLE-END.
           EXIT.

      ***** Ajout de la decision en fin de fichier ********************
       4000-JOURNAL-START.
           OPEN EXTEND FIC-VISA.
           IF WS-VISA-ABSENT
               OPEN OUTPUT FIC-VISA
           END-IF.
           MOVE SPACES TO REC-NDFVISA.
           MOVE WS-ID-PARM          TO VIS-EMPLOYE-ID.
           MOVE WS-DATE-PARM        TO VIS-DATE.
           MOVE WS-CAT-PARM         TO VIS-CATEGORIE.
           MOVE WS-VISEUR-PARM      TO VIS-APPROBATEUR.
           MOVE WS-DECISION-PARM(1:1) TO VIS-DECISION.
           MOVE WS-DATE-JOUR        TO VIS-DATE-DECISION.
           WRITE REC-NDFVISA.
           CLOSE FIC-VISA.
           IF VIS-APPROUVEE
               DISPLAY 'NOTE APPROUVEE, ENREGISTREE DANS ndf-visas.dat'
           ELSE
               DISPLAY 'NOTE REFUSEE, ENREGISTREE DANS ndf-visas.dat'
           END-IF.
       4000-JOURNAL-END.
           EXIT.
