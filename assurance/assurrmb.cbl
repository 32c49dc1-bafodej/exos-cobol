       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurrmb.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Remboursement des trop-percus : le
      *                 rapprochement d'assurrec.cbl (remises.dat plus
      *                 prelevements-hist.dat, moins prelev-rejets.dat)
      *                 est refait par contrat ; tout excedent du total
      *                 remis sur WS-MONTANT-PAYE, net des ordres deja
      *                 ouverts et des remboursements deja vires, donne
      *                 un ordre de remboursement (FREMBT.cpy) avec le
      *                 montant, l'IBAN/BIC du mandat actif du client
      *                 (mandats.dat, cle controlee par IBANCHK), un
      *                 motif et le statut 'P' en attente de visa. Les
      *                 visas des operateurs arrivent par rmbvisa.dat :
      *                 'V' viser, 'R' refuser, 'C' saisir les
      *                 coordonnees bancaires. Un ordre au-dessus du
      *                 seuil de double visa (500 euros par defaut,
      *                 parametre en ligne de commande) demande un
      *                 second visa d'un autre operateur. Les ordres
      *                 approuves partent en virement dans
      *                 virements-rmb.dat (FVIREMT.cpy, manifeste
      *                 virements-rmb.dat.man au format de fluxctl) et
      *                 dans le journal cumulatif
      *                 remboursements-hist.dat,
      *                 qu'assurrec.cbl deduit des remises : le contrat
      *                 rembourse sort du rapprochement la nuit
      *                 suivante. Un ordre refuse reste au fichier et
      *                 n'est pas recree. Le fichier des ordres est
      *                 reecrit dans remboursements.new (a basculer
      *                 comme assurances.new) ; assurrmb.lis reprend
      *                 visas, virements, ordres crees et ordres en
      *                 attente.
      *    2026-10-15  Manifeste des virements renomme
      *                 virements-rmb.dat.man, du nom du fichier qu'il
      *                 accompagne.
      *    2026-10-15  Trop-percu d'un contrat en devise (WS-DEVISE ni a
      *                 blanc ni EUR) : aucun ordre n'est cree, donc
      *                 aucun virement SEPA en euros ; le contrat est
      *                 liste dans assurrmb.lis (DEVISE NON EUR, a
      *                 rembourser hors SEPA), comme dans assursdd.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-REMISE ASSIGN TO 'remises.dat'
           ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT FIC-MANDAT ASSIGN TO 'mandats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANDAT-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

      ***** Ordres de remboursement, reecrits dans remboursements.new **
           SELECT FIC-REMBT ASSIGN TO 'remboursements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REMBT-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'remboursements.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

      ***** Visas des operateurs (facultatif) **************************
           SELECT FIC-VISA ASSIGN TO 'rmbvisa.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-VISA-STATUS.

      ***** Fichier de remise a la banque, recree a chaque passage *****
           SELECT FIC-VIREMT ASSIGN TO 'virements-rmb.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-VIREMT-STATUS.

           SELECT FIC-MANIFESTE ASSIGN TO 'virements-rmb.dat.man'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANIFESTE-STATUS.

      ***** Journal cumulatif des remboursements vires *****************
           SELECT FIC-HIST ASSIGN TO 'remboursements-hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurrmb.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

       FD  FIC-REMISE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
        01 REC-REMISE.
           05  REM-NUM-CONTRAT           PIC X(8).
           05  FILLER                    PIC X(1).
           05  REM-MONTANT               PIC 9(8)V99.
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

       FD  FIC-MANDAT
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMANDAT.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-REMBT
           RECORD CONTAINS 153 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FREMBT.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 153 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(153).

      ***** Visa d'operateur : V-iser, R-efuser, C-oordonnees ; IBAN **
      *     et BIC facultatifs pour V/R, obligatoires pour C, ils
      *     remplacent ceux de l'ordre.
       FD  FIC-VISA
           RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE IS F.
        01 REC-VISA.
           05  VIS-ACTION                PIC X(1).
               88  VIS-VISER             VALUE 'V'.
               88  VIS-REFUSER           VALUE 'R'.
               88  VIS-COORDONNEES       VALUE 'C'.
           05  FILLER                    PIC X(1).
           05  VIS-NUM-ORDRE             PIC 9(8).
           05  FILLER                    PIC X(1).
           05  VIS-OPERATEUR             PIC X(8).
           05  FILLER                    PIC X(1).
           05  VIS-IBAN                  PIC X(34).
           05  FILLER                    PIC X(1).
           05  VIS-BIC                   PIC X(11).

       FD  FIC-VIREMT
           RECORD CONTAINS 170 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FVIREMT.cpy'.

      ***** Manifeste du fichier de remise, au format lu par fluxctl ***
       FD  FIC-MANIFESTE
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MANIFESTE.
           05  MAN-NB-ENREG              PIC 9(7).
           05  FILLER                    PIC X(1).
           05  MAN-MONTANT               PIC 9(8)V99.
           05  FILLER                    PIC X(1).
           05  MAN-DATE                  PIC 9(8).

       FD  FIC-HIST
           RECORD CONTAINS 170 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HIST                       PIC X(170).
        01 REC-HIST-VUE REDEFINES REC-HIST.
           05  HIS-NUM-ORDRE             PIC 9(8).
           05  FILLER                    PIC X(1).
           05  HIS-NUM-CONTRAT           PIC X(8).
           05  FILLER                    PIC X(57).
           05  HIS-MONTANT               PIC 9(8)V99.
           05  FILLER                    PIC X(86).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-REMISE-STATUS              PIC X(2).
            88  WS-REMISE-OK              VALUE 00.
            88  WS-REMISE-END             VALUE 10.
        01  WS-PRELEV-STATUS              PIC X(2).
            88  WS-PRELEV-OK              VALUE 00.
            88  WS-PRELEV-END             VALUE 10.
        01  WS-REJET-STATUS               PIC X(2).
            88  WS-REJET-OK               VALUE 00.
            88  WS-REJET-END              VALUE 10.
        01  WS-MANDAT-STATUS              PIC X(2).
            88  WS-MANDAT-OK              VALUE 00.
            88  WS-MANDAT-END             VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-REMBT-STATUS               PIC X(2).
            88  WS-REMBT-OK               VALUE 00.
            88  WS-REMBT-END              VALUE 10.
        01  WS-NOUVEAU-STATUS             PIC X(2).
        01  WS-VISA-STATUS                PIC X(2).
            88  WS-VISA-OK                VALUE 00.
            88  WS-VISA-END               VALUE 10.
        01  WS-VIREMT-STATUS              PIC X(2).
        01  WS-MANIFESTE-STATUS           PIC X(2).
        01  WS-HIST-STATUS                PIC X(2).
            88  WS-HIST-OK                VALUE 00.
            88  WS-HIST-END               VALUE 10.
            88  WS-HIST-ABSENT            VALUE 35.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Seuil de double visa en euros (defaut 500), modifiable en **
      ***** ligne de commande                                         **
        01  WS-CMD-LINE                   PIC X(20) VALUE SPACES.
        01  WS-N-PARM                     PIC X(6)  VALUE SPACES.
        01  WS-N-JUST                     PIC X(6)  JUSTIFIED RIGHT.
        01  WS-N-LONG                     PIC 9(2)  VALUE 0.
        01  WS-SEUIL-VISA                 PIC 9(6)  VALUE 500.
        01  WS-EDIT-SEUIL                 PIC Z(5)9.

      ***** Remises cumulees par numero de contrat, et montant deja ****
      ***** engage en remboursement (vire, en cours ou refuse)     ****
        01  DATA-REMISE.
            05  REMISE-LGTH               PIC 9(5) VALUE 0.
            05  REMISE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON REMISE-LGTH
                INDEXED BY IDX-REMISE.
                10  TBL-NUM-CONTRAT       PIC X(8).
                10  TBL-MONTANT-REMIS     PIC 9(9)V99.
                10  TBL-MONTANT-ENGAGE    PIC 9(9)V99.

      ***** Mandats charges en memoire, cle code client *****************
        01  DATA-MANDAT.
            05  MANDAT-LGTH               PIC 9(5) VALUE 0.
            05  MANDAT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MANDAT-LGTH
                INDEXED BY IDX-MANDAT.
                10  TBL-MDT-CLIENT        PIC X(8).
                10  TBL-MDT-IBAN          PIC X(34).
                10  TBL-MDT-BIC           PIC X(11).
                10  TBL-MDT-STATUT        PIC X(1).

      ***** Clients du fichier maitre, code -> nom et prenom ************
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-NOM-CLT           PIC X(20).
                10  TBL-PRENOM-CLT        PIC X(20).

      ***** Ordres deja vires (journal), cle numero d'ordre *************
        01  DATA-DEJA.
            05  DEJA-LGTH                 PIC 9(5) VALUE 0.
            05  DEJA-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON DEJA-LGTH
                INDEXED BY IDX-DEJA.
                10  TBL-DEJA-ORDRE        PIC 9(8).

      ***** Ordres de remboursement charges en memoire, mis a jour ****
      ***** par les visas, l'emission et la detection, puis reecrits **
        01  DATA-ORDRE.
            05  ORDRE-LGTH                PIC 9(5) VALUE 0.
            05  ORDRE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON ORDRE-LGTH
                INDEXED BY IDX-ORDRE.
                10  TBL-ORD-NUM           PIC 9(8).
                10  TBL-ORD-CONTRAT       PIC X(8).
                10  TBL-ORD-CLIENT        PIC X(8).
                10  TBL-ORD-MONTANT       PIC 9(8)V99.
                10  TBL-ORD-IBAN          PIC X(34).
                10  TBL-ORD-BIC           PIC X(11).
                10  TBL-ORD-MOTIF         PIC X(30).
                10  TBL-ORD-STATUT        PIC X(1).
                10  TBL-ORD-CREATION      PIC 9(8).
                10  TBL-ORD-VISA-1        PIC X(8).
                10  TBL-ORD-VISA-2        PIC X(8).
                10  TBL-ORD-EMISSION      PIC 9(8).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-DERNIER-ORDRE              PIC 9(8) VALUE 0.
        01  WS-MONTANT-NUM                PIC 9(8)V99 VALUE 0.
        01  WS-EXCEDENT                   PIC S9(9)V99 VALUE 0.
        01  WS-DEJA-VIRE                  PIC X(1).
        01  WS-NOM-COURANT                PIC X(40).
        01  WS-MOTIF-REJET                PIC X(50).

        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ORDRES-LUS              PIC 9(7) VALUE 0.
        01  WS-NB-VISAS                   PIC 9(7) VALUE 0.
        01  WS-NB-VISAS-REJETES           PIC 9(7) VALUE 0.
        01  WS-NB-VIREMENTS               PIC 9(7) VALUE 0.
        01  WS-NB-BLOQUES                 PIC 9(7) VALUE 0.
        01  WS-NB-CREES                   PIC 9(7) VALUE 0.
        01  WS-NB-HORS-EUR                PIC 9(7) VALUE 0.
        01  WS-NB-ATTENTE                 PIC 9(7) VALUE 0.
        01  WS-TOTAL-VIRE                 PIC 9(9)V99 VALUE 0.
        01  WS-TOTAL-CREE                 PIC 9(9)V99 VALUE 0.
        01  WS-TOTAL-ATTENTE              PIC 9(9)V99 VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-LIGNE.
            05  WS-EDIT-LIBELLE           PIC X(15).
            05  FILLER                    PIC X(7) VALUE ' ORDRE:'.
            05  WS-EDIT-ORDRE             PIC 9(8).
            05  FILLER                    PIC X(9) VALUE ' CONTRAT:'.
            05  WS-EDIT-CONTRAT           PIC X(8).
            05  FILLER                    PIC X(9) VALUE ' MONTANT:'.
            05  WS-EDIT-MONTANT           PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-COMPL             PIC X(50).

        01  WS-EDIT-TOTAL.
            05  WS-EDIT-TOT-LIB           PIC X(30).
            05  WS-EDIT-TOT-NB            PIC Z(6)9.
            05  FILLER                    PIC X(10) VALUE ' MONTANT: '.
            05  WS-EDIT-TOT-MONTANT       PIC Z(9)9,99.

           COPY 'IBANCHK-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 0100-PARM-START THRU 0100-PARM-END.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 1000-LOAD-REMISE-START  THRU 1000-LOAD-REMISE-END.
           PERFORM 1200-LOAD-PRELEV-START  THRU 1200-LOAD-PRELEV-END.
           PERFORM 1300-LOAD-REJET-START   THRU 1300-LOAD-REJET-END.
           PERFORM 1400-LOAD-MANDAT-START  THRU 1400-LOAD-MANDAT-END.
           PERFORM 1500-LOAD-CLIENT-START  THRU 1500-LOAD-CLIENT-END.
           PERFORM 1600-LOAD-HIST-START    THRU 1600-LOAD-HIST-END.
           PERFORM 1700-LOAD-ORDRE-START   THRU 1700-LOAD-ORDRE-END.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE WS-SEUIL-VISA TO WS-EDIT-SEUIL.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'REMBOURSEMENTS DES TROP-PERCUS DU ' WS-DATE-JOUR
               ' - DOUBLE VISA AU-DELA DE ' WS-EDIT-SEUIL ' EUROS'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2000-VISA-START         THRU 2000-VISA-END.
           PERFORM 3000-EMISSION-START     THRU 3000-EMISSION-END.
           PERFORM 4000-DETECTION-START    THRU 4000-DETECTION-END.
           PERFORM 5000-ATTENTE-START      THRU 5000-ATTENTE-END.
           PERFORM 6000-ECRIT-ORDRES-START THRU 6000-ECRIT-ORDRES-END.
           PERFORM 7000-TOTAUX-START       THRU 7000-TOTAUX-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'assurrmb'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-CONTRATS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Seuil de double visa demande en ligne de commande *********
       0100-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-N-PARM
           END-UNSTRING.
           IF WS-N-PARM NOT = SPACES
               MOVE 0 TO WS-N-LONG
               INSPECT WS-N-PARM TALLYING WS-N-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-N-PARM(1:WS-N-LONG) TO WS-N-JUST
               INSPECT WS-N-JUST REPLACING LEADING SPACE BY '0'
               IF WS-N-JUST IS NUMERIC
                   MOVE WS-N-JUST TO WS-SEUIL-VISA
               END-IF
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Chargement des remises, cumulees par numero de contrat ;  **
      ***** sans fichier de remises il n'y a pas de trop-percu a     **
      ***** constater, arret avec un message clair                    **
       1000-LOAD-REMISE-START.
           OPEN INPUT FIC-REMISE.
           IF NOT WS-REMISE-OK
               DISPLAY 'FICHIER remises.dat ABSENT '
                   '(STATUT ' WS-REMISE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-REMISE-LOOP-START
               THRU 1100-LOAD-REMISE-LOOP-END
               UNTIL WS-REMISE-END.
           CLOSE FIC-REMISE.
       1000-LOAD-REMISE-END.
           EXIT.

       1100-LOAD-REMISE-LOOP-START.
           READ FIC-REMISE
               AT END
                   MOVE '10' TO WS-REMISE-STATUS
               NOT AT END
                   PERFORM 1110-CUMULE-REMISE-START
                       THRU 1110-CUMULE-REMISE-END
           END-READ.
       1100-LOAD-REMISE-LOOP-END.
           EXIT.

       1110-CUMULE-REMISE-START.
           SET IDX-REMISE TO 1.
           SEARCH REMISE-TBL
               AT END
                   IF REMISE-LGTH < 20000
                       SET REMISE-LGTH UP BY 1
                       SET IDX-REMISE TO REMISE-LGTH
                       MOVE REM-NUM-CONTRAT
                           TO TBL-NUM-CONTRAT(IDX-REMISE)
                       MOVE REM-MONTANT
                           TO TBL-MONTANT-REMIS(IDX-REMISE)
                       MOVE 0 TO TBL-MONTANT-ENGAGE(IDX-REMISE)
                   END-IF
               WHEN TBL-NUM-CONTRAT(IDX-REMISE) = REM-NUM-CONTRAT
                   ADD REM-MONTANT
                       TO TBL-MONTANT-REMIS(IDX-REMISE)
           END-SEARCH.
       1110-CUMULE-REMISE-END.
           EXIT.

      ***** Prelevements SEPA emis : cumules comme des remises ********
       1200-LOAD-PRELEV-START.
           OPEN INPUT FIC-PRELEV.
           IF NOT WS-PRELEV-OK
               GO TO 1200-LOAD-PRELEV-END
           END-IF.
           PERFORM 1210-LOAD-PRELEV-LOOP-START
               THRU 1210-LOAD-PRELEV-LOOP-END
               UNTIL WS-PRELEV-END.
           CLOSE FIC-PRELEV.
       1200-LOAD-PRELEV-END.
           EXIT.

       1210-LOAD-PRELEV-LOOP-START.
           READ FIC-PRELEV
               AT END
                   MOVE '10' TO WS-PRELEV-STATUS
               NOT AT END
                   MOVE PRL-NUM-CONTRAT TO REM-NUM-CONTRAT
                   MOVE PRL-MONTANT     TO REM-MONTANT
                   PERFORM 1110-CUMULE-REMISE-START
                       THRU 1110-CUMULE-REMISE-END
           END-READ.
       1210-LOAD-PRELEV-LOOP-END.
           EXIT.

      ***** Prelevements rejetes : deduits du total remis du contrat **
       1300-LOAD-REJET-START.
           OPEN INPUT FIC-REJET.
           IF NOT WS-REJET-OK
               GO TO 1300-LOAD-REJET-END
           END-IF.
           PERFORM 1310-LOAD-REJET-LOOP-START
               THRU 1310-LOAD-REJET-LOOP-END
               UNTIL WS-REJET-END.
           CLOSE FIC-REJET.
       1300-LOAD-REJET-END.
           EXIT.

       1310-LOAD-REJET-LOOP-START.
           READ FIC-REJET
               AT END
                   MOVE '10' TO WS-REJET-STATUS
               NOT AT END
                   SET IDX-REMISE TO 1
                   SEARCH REMISE-TBL
                       AT END
                           CONTINUE
                       WHEN TBL-NUM-CONTRAT(IDX-REMISE)
                               = REJ-NUM-CONTRAT
                           IF REJ-MONTANT
                                   > TBL-MONTANT-REMIS(IDX-REMISE)
                               MOVE 0
                                   TO TBL-MONTANT-REMIS(IDX-REMISE)
                           ELSE
                               SUBTRACT REJ-MONTANT
                                   FROM TBL-MONTANT-REMIS(IDX-REMISE)
                           END-IF
                   END-SEARCH
           END-READ.
       1310-LOAD-REJET-LOOP-END.
           EXIT.

      ***** Mandats : source des coordonnees bancaires du client ; ****
      ***** sans fichier, les ordres attendent une saisie 'C'      ****
       1400-LOAD-MANDAT-START.
           OPEN INPUT FIC-MANDAT.
           IF NOT WS-MANDAT-OK
               GO TO 1400-LOAD-MANDAT-END
           END-IF.
           PERFORM 1410-LOAD-MANDAT-LOOP-START
               THRU 1410-LOAD-MANDAT-LOOP-END
               UNTIL WS-MANDAT-END.
           CLOSE FIC-MANDAT.
       1400-LOAD-MANDAT-END.
           EXIT.

       1410-LOAD-MANDAT-LOOP-START.
           READ FIC-MANDAT
               AT END
                   MOVE '10' TO WS-MANDAT-STATUS
               NOT AT END
                   IF MANDAT-LGTH < 20000
                       SET MANDAT-LGTH UP BY 1
                       SET IDX-MANDAT TO MANDAT-LGTH
                       MOVE MDT-CODE-CLT
                           TO TBL-MDT-CLIENT(IDX-MANDAT)
                       MOVE MDT-IBAN  TO TBL-MDT-IBAN(IDX-MANDAT)
                       MOVE MDT-BIC   TO TBL-MDT-BIC(IDX-MANDAT)
                       MOVE MDT-STATUT
                           TO TBL-MDT-STATUT(IDX-MANDAT)
                   END-IF
           END-READ.
       1410-LOAD-MANDAT-LOOP-END.
           EXIT.

      ***** Chargement du fichier client en table memoire ***************
       1500-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               GO TO 1500-LOAD-CLIENT-END
           END-IF.
           PERFORM 1510-LOAD-CLIENT-LOOP-START
               THRU 1510-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1500-LOAD-CLIENT-END.
           EXIT.

       1510-LOAD-CLIENT-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE NOM-CLT    TO TBL-NOM-CLT(IDX-CLIENT)
                       MOVE PRENOM-CLT TO TBL-PRENOM-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1510-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Remboursements deja vires (journal facultatif a la      ***
      ***** premiere execution) : l'ordre n'est jamais revire et   ***
      ***** le montant est engage sur le contrat                   ***
       1600-LOAD-HIST-START.
           OPEN INPUT FIC-HIST.
           IF NOT WS-HIST-OK
               GO TO 1600-LOAD-HIST-END
           END-IF.
           PERFORM 1610-LOAD-HIST-LOOP-START
               THRU 1610-LOAD-HIST-LOOP-END
               UNTIL WS-HIST-END.
           CLOSE FIC-HIST.
       1600-LOAD-HIST-END.
           EXIT.

       1610-LOAD-HIST-LOOP-START.
           READ FIC-HIST
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   IF DEJA-LGTH < 20000
                       SET DEJA-LGTH UP BY 1
                       SET IDX-DEJA TO DEJA-LGTH
                       MOVE HIS-NUM-ORDRE TO TBL-DEJA-ORDRE(IDX-DEJA)
                   END-IF
                   IF HIS-NUM-ORDRE > WS-DERNIER-ORDRE
                       MOVE HIS-NUM-ORDRE TO WS-DERNIER-ORDRE
                   END-IF
                   MOVE HIS-NUM-CONTRAT TO REM-NUM-CONTRAT
                   MOVE HIS-MONTANT     TO WS-MONTANT-NUM
                   PERFORM 1620-ENGAGE-START THRU 1620-ENGAGE-END
           END-READ.
       1610-LOAD-HIST-LOOP-END.
           EXIT.

      ***** Montant WS-MONTANT-NUM engage sur le contrat ***************
      ***** REM-NUM-CONTRAT                                 ***************
       1620-ENGAGE-START.
           SET IDX-REMISE TO 1.
           SEARCH REMISE-TBL
               AT END
                   CONTINUE
               WHEN TBL-NUM-CONTRAT(IDX-REMISE) = REM-NUM-CONTRAT
                   ADD WS-MONTANT-NUM
                       TO TBL-MONTANT-ENGAGE(IDX-REMISE)
           END-SEARCH.
       1620-ENGAGE-END.
           EXIT.

      ***** Chargement des ordres existants (fichier facultatif a la **
      ***** premiere execution)                                      **
       1700-LOAD-ORDRE-START.
           OPEN INPUT FIC-REMBT.
           IF NOT WS-REMBT-OK
               GO TO 1700-LOAD-ORDRE-END
           END-IF.
           PERFORM 1710-LOAD-ORDRE-LOOP-START
               THRU 1710-LOAD-ORDRE-LOOP-END
               UNTIL WS-REMBT-END.
           CLOSE FIC-REMBT.
       1700-LOAD-ORDRE-END.
           EXIT.

       1710-LOAD-ORDRE-LOOP-START.
           READ FIC-REMBT
               AT END
                   MOVE '10' TO WS-REMBT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-ORDRES-LUS
                   IF ORDRE-LGTH < 20000
                       SET ORDRE-LGTH UP BY 1
                       SET IDX-ORDRE TO ORDRE-LGTH
                       MOVE RMB-NUM-ORDRE  TO TBL-ORD-NUM(IDX-ORDRE)
                       MOVE RMB-NUM-CONTRAT
                           TO TBL-ORD-CONTRAT(IDX-ORDRE)
                       MOVE RMB-CODE-CLT   TO TBL-ORD-CLIENT(IDX-ORDRE)
                       MOVE RMB-MONTANT    TO TBL-ORD-MONTANT(IDX-ORDRE)
                       MOVE RMB-IBAN       TO TBL-ORD-IBAN(IDX-ORDRE)
                       MOVE RMB-BIC        TO TBL-ORD-BIC(IDX-ORDRE)
                       MOVE RMB-MOTIF      TO TBL-ORD-MOTIF(IDX-ORDRE)
                       MOVE RMB-STATUT     TO TBL-ORD-STATUT(IDX-ORDRE)
                       MOVE RMB-DATE-CREATION
                           TO TBL-ORD-CREATION(IDX-ORDRE)
                       MOVE RMB-VISA-1     TO TBL-ORD-VISA-1(IDX-ORDRE)
                       MOVE RMB-VISA-2     TO TBL-ORD-VISA-2(IDX-ORDRE)
                       MOVE RMB-DATE-EMISSION
                           TO TBL-ORD-EMISSION(IDX-ORDRE)
                   END-IF
                   IF RMB-NUM-ORDRE > WS-DERNIER-ORDRE
                       MOVE RMB-NUM-ORDRE TO WS-DERNIER-ORDRE
                   END-IF
           END-READ.
       1710-LOAD-ORDRE-LOOP-END.
           EXIT.

      ***** Application des visas des operateurs ***********************
       2000-VISA-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'VISAS DES OPERATEURS (rmbvisa.dat) :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN INPUT FIC-VISA.
           IF NOT WS-VISA-OK
               GO TO 2000-VISA-END
           END-IF.
           PERFORM 2100-VISA-LOOP-START
               THRU 2100-VISA-LOOP-END
               UNTIL WS-VISA-END.
           CLOSE FIC-VISA.
       2000-VISA-END.
           EXIT.

       2100-VISA-LOOP-START.
           READ FIC-VISA
               AT END
                   MOVE '10' TO WS-VISA-STATUS
               NOT AT END
                   PERFORM 2110-VISA-APPLIQUE-START
                       THRU 2110-VISA-APPLIQUE-END
           END-READ.
       2100-VISA-LOOP-END.
           EXIT.

      ***** Controle et application d'un visa ; un visa refuse est ****
      ***** liste avec son motif et ne modifie pas l'ordre         ****
       2110-VISA-APPLIQUE-START.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE SPACES TO WS-EDIT-CONTRAT.
           MOVE VIS-NUM-ORDRE TO WS-EDIT-ORDRE.
           MOVE 0 TO WS-EDIT-MONTANT.

           SET IDX-ORDRE TO 1.
           SEARCH ORDRE-TBL
               AT END
                   MOVE 'ORDRE INCONNU' TO WS-MOTIF-REJET
                   PERFORM 2130-VISA-REJET-START
                       THRU 2130-VISA-REJET-END
                   GO TO 2110-VISA-APPLIQUE-END
               WHEN TBL-ORD-NUM(IDX-ORDRE) = VIS-NUM-ORDRE
                   CONTINUE
           END-SEARCH.
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE) TO WS-EDIT-CONTRAT.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE) TO WS-EDIT-MONTANT.

           IF VIS-OPERATEUR = SPACES
               MOVE 'OPERATEUR NON RENSEIGNE' TO WS-MOTIF-REJET
               PERFORM 2130-VISA-REJET-START
                   THRU 2130-VISA-REJET-END
               GO TO 2110-VISA-APPLIQUE-END
           END-IF.
           IF TBL-ORD-STATUT(IDX-ORDRE) = 'E'
               OR TBL-ORD-STATUT(IDX-ORDRE) = 'R'
               MOVE 'ORDRE DEJA EMIS OU REFUSE' TO WS-MOTIF-REJET
               PERFORM 2130-VISA-REJET-START
                   THRU 2130-VISA-REJET-END
               GO TO 2110-VISA-APPLIQUE-END
           END-IF.
           IF VIS-COORDONNEES AND VIS-IBAN = SPACES
               MOVE 'IBAN NON RENSEIGNE' TO WS-MOTIF-REJET
               PERFORM 2130-VISA-REJET-START
                   THRU 2130-VISA-REJET-END
               GO TO 2110-VISA-APPLIQUE-END
           END-IF.
           IF VIS-IBAN NOT = SPACES
               MOVE VIS-IBAN TO IB-IBAN
               PERFORM 9800-CONTROLE-IBAN-START
                   THRU 9800-CONTROLE-IBAN-END
               IF NOT IB-IBAN-VALIDE
                   MOVE 'IBAN INVALIDE (CLE OU FORMAT)'
                       TO WS-MOTIF-REJET
                   PERFORM 2130-VISA-REJET-START
                       THRU 2130-VISA-REJET-END
                   GO TO 2110-VISA-APPLIQUE-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN VIS-VISER
                   PERFORM 2120-VISER-START THRU 2120-VISER-END
               WHEN VIS-REFUSER
                   MOVE 'R' TO TBL-ORD-STATUT(IDX-ORDRE)
                   IF TBL-ORD-VISA-1(IDX-ORDRE) = SPACES
                       MOVE VIS-OPERATEUR TO TBL-ORD-VISA-1(IDX-ORDRE)
                   ELSE
                       MOVE VIS-OPERATEUR TO TBL-ORD-VISA-2(IDX-ORDRE)
                   END-IF
                   MOVE 'REFUSE' TO WS-EDIT-LIBELLE
               WHEN VIS-COORDONNEES
                   MOVE 'COORDONNEES' TO WS-EDIT-LIBELLE
               WHEN OTHER
                   MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2130-VISA-REJET-START
                   THRU 2130-VISA-REJET-END
               GO TO 2110-VISA-APPLIQUE-END
           END-IF.

           IF VIS-IBAN NOT = SPACES
               MOVE VIS-IBAN TO TBL-ORD-IBAN(IDX-ORDRE)
               MOVE VIS-BIC  TO TBL-ORD-BIC(IDX-ORDRE)
           END-IF.
           ADD 1 TO WS-NB-VISAS.
           MOVE SPACES TO WS-EDIT-COMPL.
           STRING 'PAR ' VIS-OPERATEUR ' - STATUT '
               TBL-ORD-STATUT(IDX-ORDRE)
               DELIMITED BY SIZE INTO WS-EDIT-COMPL.
           PERFORM 8000-LIGNE-START THRU 8000-LIGNE-END.
       2110-VISA-APPLIQUE-END.
           EXIT.

      ***** Visa 'V' : un ordre au-dessus du seuil passe d'abord au ***
      ***** statut '1' et attend le visa d'un second operateur      ***
       2120-VISER-START.
           EVALUATE TBL-ORD-STATUT(IDX-ORDRE)
               WHEN 'P'
                   MOVE VIS-OPERATEUR TO TBL-ORD-VISA-1(IDX-ORDRE)
                   IF TBL-ORD-MONTANT(IDX-ORDRE) > WS-SEUIL-VISA
                       MOVE '1' TO TBL-ORD-STATUT(IDX-ORDRE)
                       MOVE 'PREMIER VISA' TO WS-EDIT-LIBELLE
                   ELSE
                       MOVE 'V' TO TBL-ORD-STATUT(IDX-ORDRE)
                       MOVE 'APPROUVE' TO WS-EDIT-LIBELLE
                   END-IF
               WHEN '1'
                   IF VIS-OPERATEUR = TBL-ORD-VISA-1(IDX-ORDRE)
                       MOVE 'SECOND VISA PAR LE PREMIER OPERATEUR'
                           TO WS-MOTIF-REJET
                   ELSE
                       MOVE VIS-OPERATEUR
                           TO TBL-ORD-VISA-2(IDX-ORDRE)
                       MOVE 'V' TO TBL-ORD-STATUT(IDX-ORDRE)
                       MOVE 'SECOND VISA' TO WS-EDIT-LIBELLE
                   END-IF
               WHEN OTHER
                   MOVE 'ORDRE DEJA APPROUVE' TO WS-MOTIF-REJET
           END-EVALUATE.
       2120-VISER-END.
           EXIT.

      ***** Visa rejete : liste avec son motif ***********************
       2130-VISA-REJET-START.
           ADD 1 TO WS-NB-VISAS-REJETES.
           MOVE 'VISA REJETE' TO WS-EDIT-LIBELLE.
           MOVE WS-MOTIF-REJET TO WS-EDIT-COMPL.
           PERFORM 8000-LIGNE-START THRU 8000-LIGNE-END.
       2130-VISA-REJET-END.
           EXIT.

      ***** Virement des ordres approuves ******************************
       3000-EMISSION-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'VIREMENTS EMIS (virements-rmb.dat) :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN OUTPUT FIC-VIREMT.
           OPEN EXTEND FIC-HIST.
           IF WS-HIST-ABSENT
               OPEN OUTPUT FIC-HIST
           END-IF.
           PERFORM 3100-EMET-START THRU 3100-EMET-END
               VARYING IDX-ORDRE FROM 1 BY 1
               UNTIL IDX-ORDRE > ORDRE-LGTH.
           CLOSE FIC-VIREMT.
           CLOSE FIC-HIST.

           OPEN OUTPUT FIC-MANIFESTE.
           MOVE SPACES TO REC-MANIFESTE.
           MOVE WS-NB-VIREMENTS TO MAN-NB-ENREG.
           MOVE WS-TOTAL-VIRE   TO MAN-MONTANT.
           MOVE WS-DATE-JOUR    TO MAN-DATE.
           WRITE REC-MANIFESTE.
           CLOSE FIC-MANIFESTE.

      *    Les ordres ouverts ou refuses sont engages sur leur contrat,
      *    les ordres emis l'etant deja par le journal.
           PERFORM 3200-ENGAGE-ORDRE-START THRU 3200-ENGAGE-ORDRE-END
               VARYING IDX-ORDRE FROM 1 BY 1
               UNTIL IDX-ORDRE > ORDRE-LGTH.
       3000-EMISSION-END.
           EXIT.

      ***** Un ordre approuve deja present au journal a ete vire lors **
      ***** d'un passage dont le fichier n'a pas ete bascule : il     **
      ***** repasse au statut 'E' sans second virement                **
       3100-EMET-START.
           IF TBL-ORD-STATUT(IDX-ORDRE) NOT = 'V'
               GO TO 3100-EMET-END
           END-IF.
           MOVE 'N' TO WS-DEJA-VIRE.
           SET IDX-DEJA TO 1.
           SEARCH DEJA-TBL
               AT END
                   CONTINUE
               WHEN TBL-DEJA-ORDRE(IDX-DEJA) = TBL-ORD-NUM(IDX-ORDRE)
                   MOVE 'O' TO WS-DEJA-VIRE
           END-SEARCH.
           IF WS-DEJA-VIRE = 'O'
               MOVE 'E' TO TBL-ORD-STATUT(IDX-ORDRE)
               GO TO 3100-EMET-END
           END-IF.

           MOVE TBL-ORD-NUM(IDX-ORDRE)     TO WS-EDIT-ORDRE.
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE) TO WS-EDIT-CONTRAT.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE) TO WS-EDIT-MONTANT.
           IF TBL-ORD-IBAN(IDX-ORDRE) = SPACES
               ADD 1 TO WS-NB-BLOQUES
               MOVE 'BLOQUE' TO WS-EDIT-LIBELLE
               MOVE 'IBAN A SAISIR PAR UN MOUVEMENT C'
                   TO WS-EDIT-COMPL
               PERFORM 8000-LIGNE-START THRU 8000-LIGNE-END
               GO TO 3100-EMET-END
           END-IF.

           MOVE SPACES TO WS-NOM-COURANT.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   MOVE '(CLIENT INCONNU)' TO WS-NOM-COURANT
               WHEN TBL-CODE-CLT(IDX-CLIENT) = TBL-ORD-CLIENT(IDX-ORDRE)
                   STRING TBL-NOM-CLT(IDX-CLIENT) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       TBL-PRENOM-CLT(IDX-CLIENT) DELIMITED BY SPACE
                       INTO WS-NOM-COURANT
           END-SEARCH.

           MOVE SPACES TO REC-VIREMT.
           MOVE TBL-ORD-NUM(IDX-ORDRE)     TO VIR-NUM-ORDRE.
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE) TO VIR-NUM-CONTRAT.
           MOVE TBL-ORD-CLIENT(IDX-ORDRE)  TO VIR-CODE-CLT.
           MOVE TBL-ORD-IBAN(IDX-ORDRE)    TO VIR-IBAN.
           MOVE TBL-ORD-BIC(IDX-ORDRE)     TO VIR-BIC.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE) TO VIR-MONTANT.
           MOVE WS-DATE-JOUR               TO VIR-DATE-EMISSION.
           MOVE WS-NOM-COURANT             TO VIR-NOM-BENEF.
           STRING 'REMBOURSEMENT CONTRAT '
               TBL-ORD-CONTRAT(IDX-ORDRE)
               DELIMITED BY SIZE INTO VIR-LIBELLE.
           WRITE REC-VIREMT.
           MOVE REC-VIREMT TO REC-HIST.
           WRITE REC-HIST.

           MOVE 'E' TO TBL-ORD-STATUT(IDX-ORDRE).
           MOVE WS-DATE-JOUR TO TBL-ORD-EMISSION(IDX-ORDRE).
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE) TO REM-NUM-CONTRAT.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE) TO WS-MONTANT-NUM.
           PERFORM 1620-ENGAGE-START THRU 1620-ENGAGE-END.
           ADD 1 TO WS-NB-VIREMENTS.
           ADD TBL-ORD-MONTANT(IDX-ORDRE) TO WS-TOTAL-VIRE.
           MOVE 'VIRE' TO WS-EDIT-LIBELLE.
           MOVE SPACES TO WS-EDIT-COMPL.
           STRING TBL-ORD-IBAN(IDX-ORDRE) DELIMITED BY SPACE
               ' ' WS-NOM-COURANT
               DELIMITED BY SIZE INTO WS-EDIT-COMPL.
           PERFORM 8000-LIGNE-START THRU 8000-LIGNE-END.
       3100-EMET-END.
           EXIT.

       3200-ENGAGE-ORDRE-START.
           IF TBL-ORD-STATUT(IDX-ORDRE) = 'E'
               GO TO 3200-ENGAGE-ORDRE-END
           END-IF.
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE) TO REM-NUM-CONTRAT.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE) TO WS-MONTANT-NUM.
           PERFORM 1620-ENGAGE-START THRU 1620-ENGAGE-END.
       3200-ENGAGE-ORDRE-END.
           EXIT.

      ***** Detection des trop-percus non encore pris en charge *******
       4000-DETECTION-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ORDRES CREES :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT '
                   '(STATUT ' WS-ASSU-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 4100-DETECTION-LOOP-START
               THRU 4100-DETECTION-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       4000-DETECTION-END.
           EXIT.

       4100-DETECTION-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   PERFORM 4110-EXAMINE-START
                       THRU 4110-EXAMINE-END
           END-READ.
       4100-DETECTION-LOOP-END.
           EXIT.

      ***** Trop-percu = remis - engage - montant enregistre ; un ****
      ***** excedent positif donne un nouvel ordre 'P'            ****
       4110-EXAMINE-START.
           MOVE WS-MONTANT-PAYE TO WS-MONTANT-NUM.
           SET IDX-REMISE TO 1.
           SEARCH REMISE-TBL
               AT END
                   GO TO 4110-EXAMINE-END
               WHEN TBL-NUM-CONTRAT(IDX-REMISE) = WS-NUM-CONTRAT
                   COMPUTE WS-EXCEDENT = TBL-MONTANT-REMIS(IDX-REMISE)
                       - TBL-MONTANT-ENGAGE(IDX-REMISE)
                       - WS-MONTANT-NUM
           END-SEARCH.
           IF WS-EXCEDENT NOT > 0
               GO TO 4110-EXAMINE-END
           END-IF.
      *    Un contrat en devise ne se rembourse pas par virement SEPA
      *    en euros : liste pour traitement manuel, aucun ordre.
           IF WS-DEVISE NOT = SPACES AND WS-DEVISE NOT = 'EUR'
               ADD 1 TO WS-NB-HORS-EUR
               MOVE 'DEVISE NON EUR' TO WS-EDIT-LIBELLE
               MOVE 0                TO WS-EDIT-ORDRE
               MOVE WS-NUM-CONTRAT   TO WS-EDIT-CONTRAT
               MOVE WS-EXCEDENT      TO WS-EDIT-MONTANT
               MOVE SPACES TO WS-EDIT-COMPL
               STRING WS-DEVISE ', A REMBOURSER HORS SEPA'
                   DELIMITED BY SIZE INTO WS-EDIT-COMPL
               PERFORM 8000-LIGNE-START THRU 8000-LIGNE-END
               GO TO 4110-EXAMINE-END
           END-IF.
           IF ORDRE-LGTH NOT < 20000
               DISPLAY 'TABLE DES ORDRES PLEINE, CONTRAT '
                   WS-NUM-CONTRAT ' NON TRAITE'
               GO TO 4110-EXAMINE-END
           END-IF.

           ADD WS-EXCEDENT TO TBL-MONTANT-ENGAGE(IDX-REMISE).
           ADD 1 TO WS-DERNIER-ORDRE.
           SET ORDRE-LGTH UP BY 1.
           SET IDX-ORDRE TO ORDRE-LGTH.
           MOVE WS-DERNIER-ORDRE TO TBL-ORD-NUM(IDX-ORDRE).
           MOVE WS-NUM-CONTRAT   TO TBL-ORD-CONTRAT(IDX-ORDRE).
           MOVE WS-NUM-CLIENT    TO TBL-ORD-CLIENT(IDX-ORDRE).
           MOVE WS-EXCEDENT      TO TBL-ORD-MONTANT(IDX-ORDRE).
           MOVE SPACES           TO TBL-ORD-IBAN(IDX-ORDRE).
           MOVE SPACES           TO TBL-ORD-BIC(IDX-ORDRE).
           MOVE SPACES           TO TBL-ORD-MOTIF(IDX-ORDRE).
           STRING 'TROP-PERCU REMISES AU ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO TBL-ORD-MOTIF(IDX-ORDRE).
           MOVE 'P'              TO TBL-ORD-STATUT(IDX-ORDRE).
           MOVE WS-DATE-JOUR     TO TBL-ORD-CREATION(IDX-ORDRE).
           MOVE SPACES           TO TBL-ORD-VISA-1(IDX-ORDRE).
           MOVE SPACES           TO TBL-ORD-VISA-2(IDX-ORDRE).
           MOVE 0                TO TBL-ORD-EMISSION(IDX-ORDRE).
           ADD 1 TO WS-NB-CREES.
           ADD WS-EXCEDENT TO WS-TOTAL-CREE.

      *    Coordonnees bancaires reprises du mandat actif du client, a
      *    condition que la cle de l'IBAN soit correcte.
           MOVE 'IBAN A SAISIR (SANS MANDAT ACTIF)' TO WS-EDIT-COMPL.
           SET IDX-MANDAT TO 1.
           SEARCH MANDAT-TBL
               AT END
                   CONTINUE
               WHEN TBL-MDT-CLIENT(IDX-MANDAT) = WS-NUM-CLIENT
                   AND TBL-MDT-STATUT(IDX-MANDAT) = 'A'
                   MOVE TBL-MDT-IBAN(IDX-MANDAT) TO IB-IBAN
                   PERFORM 9800-CONTROLE-IBAN-START
                       THRU 9800-CONTROLE-IBAN-END
                   IF IB-IBAN-VALIDE
                       MOVE TBL-MDT-IBAN(IDX-MANDAT)
                           TO TBL-ORD-IBAN(IDX-ORDRE)
                       MOVE TBL-MDT-BIC(IDX-MANDAT)
                           TO TBL-ORD-BIC(IDX-ORDRE)
                       MOVE TBL-MDT-IBAN(IDX-MANDAT) TO WS-EDIT-COMPL
                   ELSE
                       MOVE 'IBAN A SAISIR (IBAN DU MANDAT INVALIDE)'
                           TO WS-EDIT-COMPL
                   END-IF
           END-SEARCH.

           MOVE 'ORDRE CREE' TO WS-EDIT-LIBELLE.
           MOVE TBL-ORD-NUM(IDX-ORDRE)     TO WS-EDIT-ORDRE.
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE) TO WS-EDIT-CONTRAT.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE) TO WS-EDIT-MONTANT.
           PERFORM 8000-LIGNE-START THRU 8000-LIGNE-END.
       4110-EXAMINE-END.
           EXIT.

      ***** Ordres en attente de visa, a traiter par les operateurs ***
       5000-ATTENTE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ORDRES EN ATTENTE DE VISA :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 5100-ATTENTE-LIGNE-START
               THRU 5100-ATTENTE-LIGNE-END
               VARYING IDX-ORDRE FROM 1 BY 1
               UNTIL IDX-ORDRE > ORDRE-LGTH.
       5000-ATTENTE-END.
           EXIT.

       5100-ATTENTE-LIGNE-START.
           IF TBL-ORD-STATUT(IDX-ORDRE) NOT = 'P'
               AND TBL-ORD-STATUT(IDX-ORDRE) NOT = '1'
               GO TO 5100-ATTENTE-LIGNE-END
           END-IF.
           ADD 1 TO WS-NB-ATTENTE.
           ADD TBL-ORD-MONTANT(IDX-ORDRE) TO WS-TOTAL-ATTENTE.
           MOVE TBL-ORD-NUM(IDX-ORDRE)     TO WS-EDIT-ORDRE.
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE) TO WS-EDIT-CONTRAT.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE) TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-EDIT-COMPL.
           IF TBL-ORD-STATUT(IDX-ORDRE) = '1'
               MOVE 'SECOND VISA' TO WS-EDIT-LIBELLE
               STRING 'PREMIER VISA ' TBL-ORD-VISA-1(IDX-ORDRE)
                   DELIMITED BY SIZE INTO WS-EDIT-COMPL
           ELSE
               MOVE 'VISA' TO WS-EDIT-LIBELLE
               STRING 'CREE LE ' TBL-ORD-CREATION(IDX-ORDRE)
                   DELIMITED BY SIZE INTO WS-EDIT-COMPL
           END-IF.
           PERFORM 8000-LIGNE-START THRU 8000-LIGNE-END.
       5100-ATTENTE-LIGNE-END.
           EXIT.

      ***** Reecriture du fichier des ordres dans remboursements.new **
       6000-ECRIT-ORDRES-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM 6100-ECRIT-ORDRE-START THRU 6100-ECRIT-ORDRE-END
               VARYING IDX-ORDRE FROM 1 BY 1
               UNTIL IDX-ORDRE > ORDRE-LGTH.
           CLOSE FIC-NOUVEAU.
       6000-ECRIT-ORDRES-END.
           EXIT.

       6100-ECRIT-ORDRE-START.
           MOVE SPACES TO REC-REMBT.
           MOVE TBL-ORD-NUM(IDX-ORDRE)      TO RMB-NUM-ORDRE.
           MOVE TBL-ORD-CONTRAT(IDX-ORDRE)  TO RMB-NUM-CONTRAT.
           MOVE TBL-ORD-CLIENT(IDX-ORDRE)   TO RMB-CODE-CLT.
           MOVE TBL-ORD-MONTANT(IDX-ORDRE)  TO RMB-MONTANT.
           MOVE TBL-ORD-IBAN(IDX-ORDRE)     TO RMB-IBAN.
           MOVE TBL-ORD-BIC(IDX-ORDRE)      TO RMB-BIC.
           MOVE TBL-ORD-MOTIF(IDX-ORDRE)    TO RMB-MOTIF.
           MOVE TBL-ORD-STATUT(IDX-ORDRE)   TO RMB-STATUT.
           MOVE TBL-ORD-CREATION(IDX-ORDRE) TO RMB-DATE-CREATION.
           MOVE TBL-ORD-VISA-1(IDX-ORDRE)   TO RMB-VISA-1.
           MOVE TBL-ORD-VISA-2(IDX-ORDRE)   TO RMB-VISA-2.
           MOVE TBL-ORD-EMISSION(IDX-ORDRE) TO RMB-DATE-EMISSION.
           MOVE REC-REMBT TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       6100-ECRIT-ORDRE-END.
           EXIT.

      ***** Totaux de controle ******************************************
       7000-TOTAUX-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'VIREMENTS EMIS               ' TO WS-EDIT-TOT-LIB.
           MOVE WS-NB-VIREMENTS  TO WS-EDIT-TOT-NB.
           MOVE WS-TOTAL-VIRE    TO WS-EDIT-TOT-MONTANT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ORDRES CREES                 ' TO WS-EDIT-TOT-LIB.
           MOVE WS-NB-CREES      TO WS-EDIT-TOT-NB.
           MOVE WS-TOTAL-CREE    TO WS-EDIT-TOT-MONTANT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ORDRES EN ATTENTE DE VISA    ' TO WS-EDIT-TOT-LIB.
           MOVE WS-NB-ATTENTE    TO WS-EDIT-TOT-NB.
           MOVE WS-TOTAL-ATTENTE TO WS-EDIT-TOT-MONTANT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.
       7000-TOTAUX-END.
           EXIT.

      ***** Ligne de detail de la liste de controle *******************
       8000-LIGNE-START.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       8000-LIGNE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'CONTRATS EXAMINES    : ' WS-NB-CONTRATS.
           DISPLAY 'ORDRES LUS           : ' WS-NB-ORDRES-LUS.
           DISPLAY 'VISAS APPLIQUES      : ' WS-NB-VISAS.
           DISPLAY 'VISAS REJETES        : ' WS-NB-VISAS-REJETES.
           DISPLAY 'VIREMENTS EMIS       : ' WS-NB-VIREMENTS.
           DISPLAY 'VIREMENTS BLOQUES    : ' WS-NB-BLOQUES
               ' (IBAN A SAISIR)'.
           DISPLAY 'ORDRES CREES         : ' WS-NB-CREES.
           DISPLAY 'DEVISE NON EUR       : ' WS-NB-HORS-EUR.
           DISPLAY 'EN ATTENTE DE VISA   : ' WS-NB-ATTENTE.
           DISPLAY 'FICHIER BANQUE       : virements-rmb.dat'
               ' (MANIFESTE virements-rmb.dat.man)'.
           DISPLAY 'NOUVEAU FICHIER      : remboursements.new'.
           DISPLAY 'LISTE DE CONTROLE    : assurrmb.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'IBANCHK.cpy'.
