      *                 est generee par passage de niveau dans
      *                 relance1.lis, relance2.lis ou relance3.lis,
      *                 avec le nom du client de fichierclient.txt.
      *    2026-10-15  Prelevement SEPA : les prelevements emis par
      *                 assursdd.cbl (journal prelevements-hist.dat,
      *                 FPRELEV.cpy) comptent comme des remises, et les
      *                 prelevements rejetes par la banque
      *                 (prelev-rejets.dat, FPRLREJ.cpy) sont deduits
      *                 du total remis : un contrat dont le prelevement
      *                 est rejete redevient impaye et entre dans
      *                 l'echelle de relance comme les autres, au lieu
      *                 d'etre relance a la main. Les deux fichiers
      *                 sont facultatifs.
      *    2026-10-15  Registre du courrier sortant : chaque lettre de
      *                 relance est inscrite dans correspondance.dat
      *                 (routine partagee CORRESP.cpy, types RELANCE1,
      *                 RELANCE2, RELANCE3) et porte en fin de ligne sa
      *                 reference REF:nnnnnnnn, pour retrouver ce qui a
      *                 ete envoye a un client (assurcor.cbl).
      *    2026-10-15  Chaque lettre est precedee d'une ligne
      *                 EXPEDITEUR: portant l'adresse et le telephone
      *                 de l'agence du client (AGENCE-CLT, fichier
      *                 maitre agences.dat via la routine partagee
      *                 AGENCE.cpy) au lieu de partir sous l'adresse du
      *                 siege ; le siege (code SIE) n'est repris que
      *                 pour un client sans agence connue ou rattache a
      *                 une agence fermee.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REMISE-STATUS.

      ***** Prelevements SEPA emis et rejetes (facultatifs) ************
           SELECT FIC-PRELEV ASSIGN TO 'prelevements-hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PRELEV-STATUS.

           SELECT FIC-REJET ASSIGN TO 'prelev-rejets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REJET-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LETTRE3-STATUS.

      ***** Fichier maitre des agences (facultatif, AGENCE.cpy) ********
           SELECT FIC-AGENCE ASSIGN TO 'agences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS AG-AGENCE-STATUS.

      ***** Registre du courrier sortant, en ajout seul ***************
           SELECT FIC-CORRESP ASSIGN TO 'correspondance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS CR-CORRESP-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           05  FILLER                    PIC X(1).
           05  REM-DATE                  PIC 9(8).

       FD  FIC-PRELEV
           RECORD CONTAINS 179 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRELEV.cpy'.

       FD  FIC-REJET
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRLREJ.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
        01 REC-LETTRE3                    PIC X(132).

       FD  FIC-AGENCE
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FAGENCE.cpy'.

       FD  FIC-CORRESP
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCORRESP.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

        01  WS-REMISE-STATUS              PIC X(2).
            88  WS-REMISE-OK              VALUE 00.
            88  WS-REMISE-END             VALUE 10.
        01  WS-PRELEV-STATUS              PIC X(2).
            88  WS-PRELEV-OK              VALUE 00.
            88  WS-PRELEV-END             VALUE 10.
        01  WS-REJET-STATUS               PIC X(2).
            88  WS-REJET-OK               VALUE 00.
            88  WS-REJET-END              VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-NOM-CLT           PIC X(20).
                10  TBL-PRENOM-CLT        PIC X(20).
                10  TBL-AGENCE-CLT        PIC X(3).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-MONTANT-NUM                PIC 9(8)V99 VALUE 0.
        01  WS-DATE-NIVEAU                PIC 9(8) VALUE 0.
        01  WS-NOM-COURANT                PIC X(20).
        01  WS-PRENOM-COURANT             PIC X(20).
        01  WS-AGENCE-COURANTE            PIC X(3).

        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-IMPAYES                 PIC 9(7) VALUE 0.
        01  WS-NB-MONTEES                 PIC 9(7) VALUE 0.
        01  WS-NB-SORTIES                 PIC 9(7) VALUE 0.
        01  WS-NB-LETTRES                 PIC 9(7) VALUE 0.
        01  WS-NB-PRELEVES                PIC 9(7) VALUE 0.
        01  WS-NB-REJETS-PRLV             PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
            05  FILLER                    PIC X(10)
                VALUE ' RESTE DU:'.
            05  WS-EDIT-RESTE             PIC Z(8)9,99.
            05  FILLER                    PIC X(5) VALUE ' REF:'.
            05  WS-EDIT-REFERENCE         PIC 9(8).

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'CORRESP-WS.cpy'.
           COPY 'AGENCE-WS.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 1000-LOAD-REMISE-START  THRU 1000-LOAD-REMISE-END.
           PERFORM 1150-LOAD-PRELEV-START  THRU 1150-LOAD-PRELEV-END.
           PERFORM 1180-LOAD-REJET-START   THRU 1180-LOAD-REJET-END.
           PERFORM 1200-LOAD-ETAT-START    THRU 1200-LOAD-ETAT-END.
           PERFORM 1400-LOAD-CLIENT-START  THRU 1400-LOAD-CLIENT-END.
           PERFORM 2000-RELANCE-START      THRU 2000-RELANCE-END.
       1100-LOAD-REMISE-LOOP-END.
           EXIT.

      ***** Prelevements SEPA emis : cumules comme des remises ********
      ***** (journal facultatif tant qu'aucun mandat n'existe)  ********
       1150-LOAD-PRELEV-START.
           OPEN INPUT FIC-PRELEV.
           IF NOT WS-PRELEV-OK
               GO TO 1150-LOAD-PRELEV-END
           END-IF.
           PERFORM 1160-LOAD-PRELEV-LOOP-START
               THRU 1160-LOAD-PRELEV-LOOP-END
               UNTIL WS-PRELEV-END.
           CLOSE FIC-PRELEV.
       1150-LOAD-PRELEV-END.
           EXIT.

       1160-LOAD-PRELEV-LOOP-START.
           READ FIC-PRELEV
               AT END
                   MOVE '10' TO WS-PRELEV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-PRELEVES
                   SET IDX-REMISE TO 1
                   SEARCH REMISE-TBL
                       AT END
                           IF REMISE-LGTH < 20000
                               SET REMISE-LGTH UP BY 1
                               SET IDX-REMISE TO REMISE-LGTH
                               MOVE PRL-NUM-CONTRAT
                                   TO TBL-REM-CONTRAT(IDX-REMISE)
                               MOVE PRL-MONTANT
                                   TO TBL-REM-MONTANT(IDX-REMISE)
                           END-IF
                       WHEN TBL-REM-CONTRAT(IDX-REMISE)
                               = PRL-NUM-CONTRAT
                           ADD PRL-MONTANT
                               TO TBL-REM-MONTANT(IDX-REMISE)
                   END-SEARCH
           END-READ.
       1160-LOAD-PRELEV-LOOP-END.
           EXIT.

      ***** Prelevements rejetes par la banque : deduits du total *****
      ***** remis du contrat (jamais en dessous de zero)          *****
       1180-LOAD-REJET-START.
           OPEN INPUT FIC-REJET.
           IF NOT WS-REJET-OK
               GO TO 1180-LOAD-REJET-END
           END-IF.
           PERFORM 1190-LOAD-REJET-LOOP-START
               THRU 1190-LOAD-REJET-LOOP-END
               UNTIL WS-REJET-END.
           CLOSE FIC-REJET.
       1180-LOAD-REJET-END.
           EXIT.

       1190-LOAD-REJET-LOOP-START.
           READ FIC-REJET
               AT END
                   MOVE '10' TO WS-REJET-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-REJETS-PRLV
                   SET IDX-REMISE TO 1
                   SEARCH REMISE-TBL
                       AT END
                           CONTINUE
                       WHEN TBL-REM-CONTRAT(IDX-REMISE)
                               = REJ-NUM-CONTRAT
                           IF REJ-MONTANT
                                   > TBL-REM-MONTANT(IDX-REMISE)
                               MOVE 0 TO TBL-REM-MONTANT(IDX-REMISE)
                           ELSE
                               SUBTRACT REJ-MONTANT
                                   FROM TBL-REM-MONTANT(IDX-REMISE)
                           END-IF
                   END-SEARCH
           END-READ.
       1190-LOAD-REJET-LOOP-END.
           EXIT.

      ***** Chargement de l'etat des relances (facultatif a la ********
      ***** premiere execution)                                 ********
       1200-LOAD-ETAT-START.
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE NOM-CLT    TO TBL-NOM-CLT(IDX-CLIENT)
                       MOVE PRENOM-CLT TO TBL-PRENOM-CLT(IDX-CLIENT)
                       MOVE AGENCE-CLT TO TBL-AGENCE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1500-LOAD-CLIENT-LOOP-END.
       2130-LETTRE-START.
           MOVE SPACES TO WS-NOM-COURANT.
           MOVE SPACES TO WS-PRENOM-COURANT.
           MOVE SPACES TO WS-AGENCE-COURANTE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                       TO WS-NOM-COURANT
                   MOVE TBL-PRENOM-CLT(IDX-CLIENT)
                       TO WS-PRENOM-COURANT
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT)
                       TO WS-AGENCE-COURANTE
           END-SEARCH.
           MOVE WS-AGENCE-COURANTE TO AG-CODE.
           PERFORM 9923-EXPEDITEUR-START THRU 9923-EXPEDITEUR-END.

           EVALUATE WS-NIVEAU-COURANT
               WHEN 1 MOVE 'PREMIERE RELANCE' TO WS-EDIT-NIVEAU-LIB
           MOVE WS-PRENOM-COURANT  TO WS-EDIT-PRENOM.
           MOVE WS-RESTE-DU        TO WS-EDIT-RESTE.

           MOVE WS-NUM-CLIENT      TO CR-CODE-CLT.
           MOVE WS-NUM-CONTRAT     TO CR-NUM-CONTRAT.
           MOVE 'assurrel'         TO CR-PROGRAMME.
           EVALUATE WS-NIVEAU-COURANT
               WHEN 1
                   MOVE 'RELANCE1'     TO CR-TYPE-DOC
                   MOVE 'relance1.lis' TO CR-FICHIER
               WHEN 2
                   MOVE 'RELANCE2'     TO CR-TYPE-DOC
                   MOVE 'relance2.lis' TO CR-FICHIER
               WHEN OTHER
                   MOVE 'RELANCE3'     TO CR-TYPE-DOC
                   MOVE 'relance3.lis' TO CR-FICHIER
           END-EVALUATE.
           PERFORM 9900-ENREG-COURRIER-START
               THRU 9900-ENREG-COURRIER-END.
           MOVE CR-REFERENCE       TO WS-EDIT-REFERENCE.

           ADD 1 TO WS-NB-LETTRES.
           EVALUATE WS-NIVEAU-COURANT
               WHEN 1
                   IF AG-EXPEDITEUR NOT = SPACES
                       MOVE AG-EXPEDITEUR TO REC-LETTRE1
                       WRITE REC-LETTRE1
                   END-IF
                   MOVE SPACES TO REC-LETTRE1
                   MOVE WS-EDIT-LETTRE TO REC-LETTRE1
                   WRITE REC-LETTRE1
               WHEN 2
                   IF AG-EXPEDITEUR NOT = SPACES
                       MOVE AG-EXPEDITEUR TO REC-LETTRE2
                       WRITE REC-LETTRE2
                   END-IF
                   MOVE SPACES TO REC-LETTRE2
                   MOVE WS-EDIT-LETTRE TO REC-LETTRE2
                   WRITE REC-LETTRE2
               WHEN OTHER
                   IF AG-EXPEDITEUR NOT = SPACES
                       MOVE AG-EXPEDITEUR TO REC-LETTRE3
                       WRITE REC-LETTRE3
                   END-IF
                   MOVE SPACES TO REC-LETTRE3
                   MOVE WS-EDIT-LETTRE TO REC-LETTRE3
                   WRITE REC-LETTRE3

       9000-TERM-START.
           DISPLAY 'CONTRATS EXAMINES    : ' WS-NB-CONTRATS.
           IF WS-NB-PRELEVES > 0
               DISPLAY 'PRELEVEMENTS SEPA    : ' WS-NB-PRELEVES
                   ' (DONT REJETES : ' WS-NB-REJETS-PRLV ')'
           END-IF.
           DISPLAY 'CONTRATS IMPAYES     : ' WS-NB-IMPAYES.
           DISPLAY 'ENTREES EN RELANCE   : ' WS-NB-ENTREES.
           DISPLAY 'MONTEES DE NIVEAU    : ' WS-NB-MONTEES.
           DISPLAY 'NOUVEL ETAT          : relances.new'.
           DISPLAY 'LETTRES              : relance1.lis relance2.lis'
               ' relance3.lis'.
           DISPLAY 'COURRIERS ENREGISTRES: ' CR-NB-ENREG
               ' (correspondance.dat)'.
           IF AG-NB-SIEGE > 0
               DISPLAY 'SOUS ADRESSE DU SIEGE: ' AG-NB-SIEGE
                   ' (AGENCE INCONNUE OU FERMEE)'
           END-IF.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'CORRESP.cpy'.
           COPY 'AGENCE.cpy'.
