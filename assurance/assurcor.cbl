       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurcor.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Consultation du registre du courrier
      *                 sortant : lit correspondance.dat (FCORRESP.cpy,
      *                 alimente par assurrel, assurexp, assurdoc et
      *                 assurcom) et liste dans assurcor.lis, dans
      *                 l'ordre d'emission, tous les documents envoyes
      *                 a un client (parametre CLIENT=nnnnnnnn, qui
      *                 vaut aussi pour un code apporteur) ou concernant
      *                 un contrat (parametre CONTRAT=nnnnnnnn, controle
      *                 par sa cle via NUMCTR.cpy). Modele :
      *                 assurntl.cbl pour la liste, assurdoc.cbl pour
      *                 le parametre.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CORRESP ASSIGN TO 'correspondance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurcor.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CORRESP
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCORRESP.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-CORRESP-STATUS             PIC X(2).
            88  WS-CORRESP-OK             VALUE 00.
            88  WS-CORRESP-END            VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Parametre de selection : un client ou un contrat **********
        01  WS-CMD-LINE                   PIC X(20) VALUE SPACES.
        01  WS-MODE-SELECTION             PIC X(1)  VALUE SPACE.
            88  WS-PAR-CONTRAT            VALUE 'K'.
            88  WS-PAR-CLIENT             VALUE 'C'.
        01  WS-CLE-DEMANDEE               PIC X(8)  VALUE SPACES.

        01  WS-NB-LUS                     PIC 9(7)  VALUE 0.
        01  WS-NB-LISTES                  PIC 9(7)  VALUE 0.
        01  WS-EDIT-NB                    PIC ZZZZZZ9.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-LIGNE.
            05  FILLER                    PIC X(4) VALUE 'REF:'.
            05  WS-EDIT-REFERENCE         PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-DATE              PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-HEURE             PIC X(6).
            05  FILLER                    PIC X(6) VALUE ' TYPE:'.
            05  WS-EDIT-TYPE              PIC X(8).
            05  FILLER                    PIC X(8) VALUE ' CLIENT:'.
            05  WS-EDIT-CLIENT            PIC X(8).
            05  FILLER                    PIC X(9) VALUE ' CONTRAT:'.
            05  WS-EDIT-CONTRAT           PIC X(8).
            05  FILLER                    PIC X(11)
                VALUE ' PROGRAMME:'.
            05  WS-EDIT-PROGRAMME         PIC X(8).
            05  FILLER                    PIC X(9) VALUE ' EDITION:'.
            05  WS-EDIT-FICHIER           PIC X(12).

           COPY 'NUMCTR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM 0100-PARAMETRE-START THRU 0100-PARAMETRE-END.

           OPEN INPUT FIC-CORRESP.
           IF NOT WS-CORRESP-OK
               DISPLAY 'AUCUN REGISTRE correspondance.dat '
                   '(STATUT ' WS-CORRESP-STATUS ')'
               STOP RUN
           END-IF.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-PAR-CLIENT
               STRING 'COURRIER ENVOYE AU CLIENT '
                       DELIMITED BY SIZE
                   WS-CLE-DEMANDEE DELIMITED BY SIZE
                   INTO REC-RAPPORT
           ELSE
               STRING 'COURRIER CONCERNANT LE CONTRAT '
                       DELIMITED BY SIZE
                   WS-CLE-DEMANDEE DELIMITED BY SIZE
                   INTO REC-RAPPORT
           END-IF.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 1000-LISTE-LOOP-START
               THRU 1000-LISTE-LOOP-END
               UNTIL WS-CORRESP-END.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-LISTES TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-NB-LISTES = 0
               MOVE 'AUCUN DOCUMENT ENVOYE' TO REC-RAPPORT
           ELSE
               STRING 'DOCUMENTS ENVOYES : ' DELIMITED BY SIZE
                   WS-EDIT-NB               DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.

           CLOSE FIC-CORRESP.
           CLOSE FIC-RAPPORT.

           DISPLAY 'DOCUMENTS LUS    : ' WS-NB-LUS.
           DISPLAY 'DOCUMENTS LISTES : ' WS-NB-LISTES.
           DISPLAY 'RAPPORT ECRIT    : assurcor.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Lecture du parametre CLIENT=nnnnnnnn ou CONTRAT=nnnnnnnn ***
       0100-PARAMETRE-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-CMD-LINE(1:8) = 'CONTRAT='
                   SET WS-PAR-CONTRAT TO TRUE
                   MOVE WS-CMD-LINE(9:8) TO WS-CLE-DEMANDEE
                   MOVE WS-CLE-DEMANDEE  TO NC-NUM-CONTRAT
                   PERFORM 9850-CONTROLE-CONTRAT-START
                       THRU 9850-CONTROLE-CONTRAT-END
                   IF NOT NC-CONTRAT-VALIDE
                       DISPLAY 'NUMERO DE CONTRAT REFUSE : '
                           WS-CLE-DEMANDEE
                           ' (CLE DE CONTROLE INCORRECTE)'
                       STOP RUN
                   END-IF
               WHEN WS-CMD-LINE(1:7) = 'CLIENT='
                   SET WS-PAR-CLIENT TO TRUE
                   MOVE WS-CMD-LINE(8:8) TO WS-CLE-DEMANDEE
               WHEN OTHER
                   DISPLAY 'PARAMETRE ATTENDU : CLIENT=nnnnnnnn '
                       'OU CONTRAT=nnnnnnnn'
                   STOP RUN
           END-EVALUATE.
       0100-PARAMETRE-END.
           EXIT.

       1000-LISTE-LOOP-START.
           READ FIC-CORRESP
               AT END
                   MOVE '10' TO WS-CORRESP-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF (WS-PAR-CLIENT
                           AND COR-CODE-CLT = WS-CLE-DEMANDEE)
                       OR (WS-PAR-CONTRAT
                           AND COR-NUM-CONTRAT = WS-CLE-DEMANDEE)
                       PERFORM 1100-LISTE-LIGNE-START
                           THRU 1100-LISTE-LIGNE-END
                   END-IF
           END-READ.
       1000-LISTE-LOOP-END.
           EXIT.

       1100-LISTE-LIGNE-START.
           ADD 1 TO WS-NB-LISTES.
           MOVE COR-REFERENCE   TO WS-EDIT-REFERENCE.
           MOVE COR-DATE        TO WS-EDIT-DATE.
           MOVE COR-HEURE       TO WS-EDIT-HEURE.
           MOVE COR-TYPE-DOC    TO WS-EDIT-TYPE.
           MOVE COR-CODE-CLT    TO WS-EDIT-CLIENT.
           MOVE COR-NUM-CONTRAT TO WS-EDIT-CONTRAT.
           MOVE COR-PROGRAMME   TO WS-EDIT-PROGRAMME.
           MOVE COR-FICHIER     TO WS-EDIT-FICHIER.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       1100-LISTE-LIGNE-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
