       IDENTIFICATION DIVISION.
       PROGRAM-ID. assursdd.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Prelevement SEPA des echeances : chaque
      *                 nuit, les contrats ACTIF d'assurances.dat dont
      *                 WS-DATE-ECHEANCE tombe entre aujourd'hui et
      *                 l'horizon de prelevement (14 jours par defaut,
      *                 parametre en ligne de commande) et dont le
      *                 client (WS-NUM-CLIENT) a un mandat actif dans
      *                 mandats.dat (FMANDAT.cpy, tenu par assurmdt)
      *                 sont preleves de WS-MONTANT-PAYE : une ligne
      *                 par contrat dans le fichier de remise a la
      *                 banque prelevements.dat (FPRELEV.cpy), avec son
      *                 manifeste prelevements.dat.man (nombre, montant
      *                 total, date, cf. fluxctl.cbl), et dans le
      *                 journal cumulatif prelevements-hist.dat. Une
      *                 echeance deja presente au journal n'est jamais
      *                 presentee une seconde fois. La liste de
      *                 controle assursdd.lis reprend les prelevements
      *                 emis, les echeances sans mandat ou sur mandat
      *                 inactif (a encaisser par remise classique) et
      *                 les rejets bancaires recents de
      *                 prelev-rejets.dat, que assurrel fait entrer
      *                 dans l'echelle de relance.
      *    2026-10-15  Un prelevement SEPA ne se fait qu'en euros : les
      *                 echeances des contrats en devise (WS-DEVISE ni
      *                 a blanc ni EUR) ne sont pas presentees a la
      *                 banque ; elles sont comptees et listees dans
      *                 assursdd.lis (DEVISE NON EUR, a encaisser hors
      *                 SEPA), montant dans la devise du contrat.
      *    2026-10-15  Seules les echeances d'aujourd'hui ou a venir de
      *                 l'historique des prelevements sont chargees (les
      *                 seules examinees) ; table pleine : arret avec
      *                 code retour 8 au lieu de perdre des lignes et de
      *                 representer une echeance. Manifeste renomme
      *                 prelevements.dat.man, du nom du fichier qu'il
      *                 accompagne.
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

           SELECT FIC-MANDAT ASSIGN TO 'mandats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANDAT-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

      ***** Fichier de remise a la banque, recree a chaque passage *****
           SELECT FIC-PRELEV ASSIGN TO 'prelevements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PRELEV-STATUS.

           SELECT FIC-MANIFESTE ASSIGN TO 'prelevements.dat.man'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANIFESTE-STATUS.

      ***** Journal cumulatif des prelevements emis ********************
           SELECT FIC-HIST ASSIGN TO 'prelevements-hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

      ***** Rejets retournes par la banque (facultatif) ****************
           SELECT FIC-REJET ASSIGN TO 'prelev-rejets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REJET-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assursdd.lis'
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

       FD  FIC-MANDAT
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMANDAT.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-PRELEV
           RECORD CONTAINS 179 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRELEV.cpy'.

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
           RECORD CONTAINS 179 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HIST                       PIC X(179).
        01 REC-HIST-VUE REDEFINES REC-HIST.
           05  HIS-NUM-CONTRAT           PIC X(8).
           05  FILLER                    PIC X(113).
           05  HIS-DATE-ECHEANCE         PIC X(8).
           05  FILLER                    PIC X(50).

       FD  FIC-REJET
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRLREJ.cpy'.

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
        01  WS-MANDAT-STATUS              PIC X(2).
            88  WS-MANDAT-OK              VALUE 00.
            88  WS-MANDAT-END             VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-PRELEV-STATUS              PIC X(2).
        01  WS-MANIFESTE-STATUS           PIC X(2).
        01  WS-HIST-STATUS                PIC X(2).
            88  WS-HIST-OK                VALUE 00.
            88  WS-HIST-END               VALUE 10.
            88  WS-HIST-ABSENT            VALUE 35.
        01  WS-REJET-STATUS               PIC X(2).
            88  WS-REJET-OK               VALUE 00.
            88  WS-REJET-END              VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Horizon de prelevement en jours (defaut 14, le delai de ****
      ***** pre-notification SEPA), modifiable en ligne de commande ****
        01  WS-CMD-LINE                   PIC X(20) VALUE SPACES.
        01  WS-N-PARM                     PIC X(5)  VALUE SPACES.
        01  WS-N-JUST                     PIC X(5)  JUSTIFIED RIGHT.
        01  WS-N-LONG                     PIC 9(2)  VALUE 0.
        01  WS-HORIZON                    PIC 9(3)  VALUE 14.
      ***** Anciennete des rejets repris dans la liste de controle ****
        01  WS-DELAI-REJET                PIC 9(3)  VALUE 7.

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
                10  TBL-MDT-RUM           PIC X(35).
                10  TBL-MDT-SIGNATURE     PIC 9(8).
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

      ***** Echeances deja presentees (journal), contrat + echeance ****
        01  DATA-DEJA.
            05  DEJA-LGTH                 PIC 9(5) VALUE 0.
            05  DEJA-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON DEJA-LGTH
                INDEXED BY IDX-DEJA.
                10  TBL-DEJA-CONTRAT      PIC X(8).
                10  TBL-DEJA-ECHEANCE     PIC X(8).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-DATE-LIMITE                PIC 9(8).
        01  WS-DATE-REJET-MIN             PIC 9(8).
        01  WS-MONTANT-NUM                PIC 9(8)V99 VALUE 0.
        01  WS-DEJA-PRESENTE              PIC X(1).
        01  WS-NOM-COURANT                PIC X(40).

        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ECHEANCES               PIC 9(7) VALUE 0.
        01  WS-NB-PRELEVES                PIC 9(7) VALUE 0.
        01  WS-NB-SANS-MANDAT             PIC 9(7) VALUE 0.
        01  WS-NB-MANDAT-INACTIF          PIC 9(7) VALUE 0.
        01  WS-NB-HORS-EUR                PIC 9(7) VALUE 0.
        01  WS-NB-DEJA                    PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.
        01  WS-TOTAL-PRELEVE              PIC 9(9)V99 VALUE 0.
        01  WS-TOTAL-REJETE               PIC 9(9)V99 VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-LIGNE.
            05  WS-EDIT-LIBELLE           PIC X(15).
            05  FILLER                    PIC X(9) VALUE ' CONTRAT:'.
            05  WS-EDIT-CONTRAT           PIC X(8).
            05  FILLER                    PIC X(8) VALUE ' CLIENT:'.
            05  WS-EDIT-CLIENT            PIC X(8).
            05  FILLER                    PIC X(10) VALUE ' ECHEANCE:'.
            05  WS-EDIT-ECHEANCE          PIC 9(8).
            05  FILLER                    PIC X(9) VALUE ' MONTANT:'.
            05  WS-EDIT-MONTANT           PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-COMPL             PIC X(35).

        01  WS-EDIT-TOTAL.
            05  WS-EDIT-TOT-LIB           PIC X(30).
            05  WS-EDIT-TOT-NB            PIC Z(6)9.
            05  FILLER                    PIC X(10) VALUE ' MONTANT: '.
            05  WS-EDIT-TOT-MONTANT       PIC Z(9)9,99.

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 0100-PARM-START THRU 0100-PARM-END.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO DU-DATE-1.
           MOVE WS-HORIZON   TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-DATE-LIMITE.
           COMPUTE DU-NB-JOURS = 0 - WS-DELAI-REJET.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-DATE-REJET-MIN.

           PERFORM 1000-LOAD-MANDAT-START  THRU 1000-LOAD-MANDAT-END.
           PERFORM 1200-LOAD-CLIENT-START  THRU 1200-LOAD-CLIENT-END.
           PERFORM 1400-LOAD-HIST-START    THRU 1400-LOAD-HIST-END.
           PERFORM 2000-PRELEVE-START      THRU 2000-PRELEVE-END.
           PERFORM 3000-REJETS-START       THRU 3000-REJETS-END.
           PERFORM 4000-TOTAUX-START       THRU 4000-TOTAUX-END.
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
           MOVE 'assursdd'           TO BL-PROGRAMME.
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

      ***** Horizon de prelevement demande en ligne de commande *******
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
                   MOVE WS-N-JUST TO WS-HORIZON
               END-IF
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Chargement des mandats ; sans fichier des mandats il n'y **
      ***** a rien a prelever, arret avec un message clair           **
       1000-LOAD-MANDAT-START.
           OPEN INPUT FIC-MANDAT.
           IF NOT WS-MANDAT-OK
               DISPLAY 'FICHIER mandats.dat ABSENT '
                   '(STATUT ' WS-MANDAT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-MANDAT-LOOP-START
               THRU 1100-LOAD-MANDAT-LOOP-END
               UNTIL WS-MANDAT-END.
           CLOSE FIC-MANDAT.
       1000-LOAD-MANDAT-END.
           EXIT.

       1100-LOAD-MANDAT-LOOP-START.
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
                       MOVE MDT-RUM   TO TBL-MDT-RUM(IDX-MANDAT)
                       MOVE MDT-DATE-SIGNATURE
                           TO TBL-MDT-SIGNATURE(IDX-MANDAT)
                       MOVE MDT-STATUT
                           TO TBL-MDT-STATUT(IDX-MANDAT)
                   END-IF
           END-READ.
       1100-LOAD-MANDAT-LOOP-END.
           EXIT.

      ***** Chargement du fichier client en table memoire ***************
       1200-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               GO TO 1200-LOAD-CLIENT-END
           END-IF.
           PERFORM 1300-LOAD-CLIENT-LOOP-START
               THRU 1300-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1200-LOAD-CLIENT-END.
           EXIT.

       1300-LOAD-CLIENT-LOOP-START.
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
       1300-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Chargement des echeances deja presentees (journal *********
      ***** facultatif a la premiere execution) ; seules comptent  ******
      ***** celles d'aujourd'hui ou a venir, les seules examinees  ******
       1400-LOAD-HIST-START.
           OPEN INPUT FIC-HIST.
           IF NOT WS-HIST-OK
               GO TO 1400-LOAD-HIST-END
           END-IF.
           PERFORM 1500-LOAD-HIST-LOOP-START
               THRU 1500-LOAD-HIST-LOOP-END
               UNTIL WS-HIST-END.
           CLOSE FIC-HIST.
       1400-LOAD-HIST-END.
           EXIT.

       1500-LOAD-HIST-LOOP-START.
           READ FIC-HIST
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   PERFORM 1510-RETIENT-HIST-START
                       THRU 1510-RETIENT-HIST-END
           END-READ.
       1500-LOAD-HIST-LOOP-END.
           EXIT.

       1510-RETIENT-HIST-START.
           IF HIS-DATE-ECHEANCE IS NUMERIC
               AND HIS-DATE-ECHEANCE < WS-DATE-JOUR
               GO TO 1510-RETIENT-HIST-END
           END-IF.
           IF DEJA-LGTH NOT < 20000
               DISPLAY 'TABLE DES ECHEANCES PRESENTEES PLEINE (20000)'
                   ', ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET DEJA-LGTH UP BY 1.
           SET IDX-DEJA TO DEJA-LGTH.
           MOVE HIS-NUM-CONTRAT   TO TBL-DEJA-CONTRAT(IDX-DEJA).
           MOVE HIS-DATE-ECHEANCE TO TBL-DEJA-ECHEANCE(IDX-DEJA).
       1510-RETIENT-HIST-END.
           EXIT.

      ***** Parcours des contrats et emission des prelevements ********
       2000-PRELEVE-START.
           OPEN INPUT  FIC-ASSU.
           OPEN OUTPUT FIC-PRELEV.
           OPEN OUTPUT FIC-RAPPORT.
           OPEN EXTEND FIC-HIST.
           IF WS-HIST-ABSENT
               OPEN OUTPUT FIC-HIST
           END-IF.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'PRELEVEMENTS SEPA DU ' WS-DATE-JOUR
               ' - ECHEANCES JUSQU''AU ' WS-DATE-LIMITE
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2100-PRELEVE-LOOP-START
               THRU 2100-PRELEVE-LOOP-END
               UNTIL WS-ASSU-END.

           CLOSE FIC-ASSU.
           CLOSE FIC-PRELEV.
           CLOSE FIC-HIST.
       2000-PRELEVE-END.
           EXIT.

       2100-PRELEVE-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   PERFORM 2110-EXAMINE-START
                       THRU 2110-EXAMINE-END
           END-READ.
       2100-PRELEVE-LOOP-END.
           EXIT.

      ***** Un contrat ACTIF dont l'echeance tombe dans l'horizon est **
      ***** preleve si son client a un mandat actif signe, si       **
      ***** l'echeance n'a pas deja ete presentee et si le contrat  **
      ***** est libelle en euros                                     **
       2110-EXAMINE-START.
           IF WS-STATUT NOT = 'ACTIF'
               OR WS-DATE-ECHEANCE IS NOT NUMERIC
               GO TO 2110-EXAMINE-END
           END-IF.
           IF WS-DATE-ECHEANCE < WS-DATE-JOUR
               OR WS-DATE-ECHEANCE > WS-DATE-LIMITE
               GO TO 2110-EXAMINE-END
           END-IF.
           MOVE WS-MONTANT-PAYE TO WS-MONTANT-NUM.
           IF WS-MONTANT-NUM = 0
               GO TO 2110-EXAMINE-END
           END-IF.
           ADD 1 TO WS-NB-ECHEANCES.

           MOVE 'N' TO WS-DEJA-PRESENTE.
           SET IDX-DEJA TO 1.
           SEARCH DEJA-TBL
               AT END
                   CONTINUE
               WHEN TBL-DEJA-CONTRAT(IDX-DEJA) = WS-NUM-CONTRAT
                   AND TBL-DEJA-ECHEANCE(IDX-DEJA) = WS-DATE-ECHEANCE
                   MOVE 'O' TO WS-DEJA-PRESENTE
           END-SEARCH.
           IF WS-DEJA-PRESENTE = 'O'
               ADD 1 TO WS-NB-DEJA
               GO TO 2110-EXAMINE-END
           END-IF.

           IF WS-DEVISE NOT = SPACES AND WS-DEVISE NOT = 'EUR'
               ADD 1 TO WS-NB-HORS-EUR
               MOVE 'DEVISE NON EUR' TO WS-EDIT-LIBELLE
               MOVE SPACES TO WS-EDIT-COMPL
               STRING WS-DEVISE ', A ENCAISSER HORS SEPA'
                   DELIMITED BY SIZE INTO WS-EDIT-COMPL
               PERFORM 2130-LIGNE-START THRU 2130-LIGNE-END
               GO TO 2110-EXAMINE-END
           END-IF.

           SET IDX-MANDAT TO 1.
           SEARCH MANDAT-TBL
               AT END
                   ADD 1 TO WS-NB-SANS-MANDAT
                   MOVE 'SANS MANDAT' TO WS-EDIT-LIBELLE
                   MOVE 'A ENCAISSER PAR REMISE' TO WS-EDIT-COMPL
                   PERFORM 2130-LIGNE-START THRU 2130-LIGNE-END
                   GO TO 2110-EXAMINE-END
               WHEN TBL-MDT-CLIENT(IDX-MANDAT) = WS-NUM-CLIENT
                   CONTINUE
           END-SEARCH.

           IF TBL-MDT-STATUT(IDX-MANDAT) NOT = 'A'
               OR TBL-MDT-SIGNATURE(IDX-MANDAT) > WS-DATE-JOUR
               ADD 1 TO WS-NB-MANDAT-INACTIF
               MOVE 'MANDAT INACTIF' TO WS-EDIT-LIBELLE
               MOVE SPACES TO WS-EDIT-COMPL
               STRING 'STATUT ' TBL-MDT-STATUT(IDX-MANDAT)
                   ' RUM ' TBL-MDT-RUM(IDX-MANDAT)
                   DELIMITED BY SIZE INTO WS-EDIT-COMPL
               PERFORM 2130-LIGNE-START THRU 2130-LIGNE-END
               GO TO 2110-EXAMINE-END
           END-IF.

           PERFORM 2120-EMET-START THRU 2120-EMET-END.
       2110-EXAMINE-END.
           EXIT.

      ***** Emission du prelevement : fichier banque, journal et *******
      ***** ligne de controle                                     *******
       2120-EMET-START.
           MOVE SPACES TO WS-NOM-COURANT.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   MOVE '(CLIENT INCONNU)' TO WS-NOM-COURANT
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-NUM-CLIENT
                   STRING TBL-NOM-CLT(IDX-CLIENT) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       TBL-PRENOM-CLT(IDX-CLIENT) DELIMITED BY SPACE
                       INTO WS-NOM-COURANT
           END-SEARCH.

           MOVE SPACES TO REC-PRELEV.
           MOVE WS-NUM-CONTRAT   TO PRL-NUM-CONTRAT.
           MOVE WS-NUM-CLIENT    TO PRL-CODE-CLT.
           MOVE TBL-MDT-RUM(IDX-MANDAT)       TO PRL-RUM.
           MOVE TBL-MDT-SIGNATURE(IDX-MANDAT) TO PRL-DATE-SIGNATURE.
           MOVE TBL-MDT-IBAN(IDX-MANDAT)      TO PRL-IBAN.
           MOVE TBL-MDT-BIC(IDX-MANDAT)       TO PRL-BIC.
           MOVE WS-MONTANT-NUM   TO PRL-MONTANT.
           MOVE WS-DATE-ECHEANCE TO PRL-DATE-ECHEANCE.
           MOVE WS-DATE-JOUR     TO PRL-DATE-EMISSION.
           MOVE WS-NOM-COURANT   TO PRL-NOM-DEBITEUR.
           WRITE REC-PRELEV.
           MOVE REC-PRELEV TO REC-HIST.
           WRITE REC-HIST.

           ADD 1 TO WS-NB-PRELEVES.
           ADD WS-MONTANT-NUM TO WS-TOTAL-PRELEVE.
           MOVE 'PRELEVE' TO WS-EDIT-LIBELLE.
           MOVE TBL-MDT-RUM(IDX-MANDAT) TO WS-EDIT-COMPL.
           PERFORM 2130-LIGNE-START THRU 2130-LIGNE-END.
       2120-EMET-END.
           EXIT.

      ***** Ligne de detail de la liste de controle *******************
       2130-LIGNE-START.
           MOVE WS-NUM-CONTRAT   TO WS-EDIT-CONTRAT.
           MOVE WS-NUM-CLIENT    TO WS-EDIT-CLIENT.
           MOVE WS-DATE-ECHEANCE TO WS-EDIT-ECHEANCE.
           MOVE WS-MONTANT-NUM   TO WS-EDIT-MONTANT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2130-LIGNE-END.
           EXIT.

      ***** Rejets bancaires recents : repris pour information, le ****
      ***** contrat redevient impaye dans assurrec/assurrel          ****
       3000-REJETS-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'REJETS BANCAIRES DEPUIS LE ' WS-DATE-REJET-MIN
               ' (PASSENT EN RELANCE PAR assurrel) :'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN INPUT FIC-REJET.
           IF NOT WS-REJET-OK
               GO TO 3000-REJETS-END
           END-IF.
           PERFORM 3100-REJETS-LOOP-START
               THRU 3100-REJETS-LOOP-END
               UNTIL WS-REJET-END.
           CLOSE FIC-REJET.
       3000-REJETS-END.
           EXIT.

       3100-REJETS-LOOP-START.
           READ FIC-REJET
               AT END
                   MOVE '10' TO WS-REJET-STATUS
               NOT AT END
                   IF REJ-DATE-REJET IS NUMERIC
                       AND REJ-DATE-REJET NOT < WS-DATE-REJET-MIN
                       ADD 1 TO WS-NB-REJETS
                       ADD REJ-MONTANT TO WS-TOTAL-REJETE
                       MOVE 'REJET BANQUE'    TO WS-EDIT-LIBELLE
                       MOVE REJ-NUM-CONTRAT   TO WS-EDIT-CONTRAT
                       MOVE SPACES            TO WS-EDIT-CLIENT
                       MOVE REJ-DATE-ECHEANCE TO WS-EDIT-ECHEANCE
                       MOVE REJ-MONTANT       TO WS-EDIT-MONTANT
                       MOVE SPACES TO WS-EDIT-COMPL
                       STRING 'MOTIF ' REJ-MOTIF ' DU ' REJ-DATE-REJET
                           DELIMITED BY SIZE INTO WS-EDIT-COMPL
                       MOVE SPACES TO REC-RAPPORT
                       MOVE WS-EDIT-LIGNE TO REC-RAPPORT
                       WRITE REC-RAPPORT
                   END-IF
           END-READ.
       3100-REJETS-LOOP-END.
           EXIT.

      ***** Totaux de controle et manifeste du fichier banque *********
       4000-TOTAUX-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'PRELEVEMENTS EMIS            ' TO WS-EDIT-TOT-LIB.
           MOVE WS-NB-PRELEVES   TO WS-EDIT-TOT-NB.
           MOVE WS-TOTAL-PRELEVE TO WS-EDIT-TOT-MONTANT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'REJETS BANCAIRES RECENTS     ' TO WS-EDIT-TOT-LIB.
           MOVE WS-NB-REJETS     TO WS-EDIT-TOT-NB.
           MOVE WS-TOTAL-REJETE  TO WS-EDIT-TOT-MONTANT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.

           OPEN OUTPUT FIC-MANIFESTE.
           MOVE SPACES TO REC-MANIFESTE.
           MOVE WS-NB-PRELEVES   TO MAN-NB-ENREG.
           MOVE WS-TOTAL-PRELEVE TO MAN-MONTANT.
           MOVE WS-DATE-JOUR     TO MAN-DATE.
           WRITE REC-MANIFESTE.
           CLOSE FIC-MANIFESTE.
       4000-TOTAUX-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'CONTRATS EXAMINES    : ' WS-NB-CONTRATS.
           DISPLAY 'ECHEANCES A ' WS-HORIZON ' JOURS : '
               WS-NB-ECHEANCES.
           DISPLAY 'PRELEVEMENTS EMIS    : ' WS-NB-PRELEVES.
           DISPLAY 'DEJA PRESENTEES      : ' WS-NB-DEJA.
           DISPLAY 'SANS MANDAT          : ' WS-NB-SANS-MANDAT.
           DISPLAY 'MANDAT INACTIF       : ' WS-NB-MANDAT-INACTIF.
           DISPLAY 'DEVISE NON EUR       : ' WS-NB-HORS-EUR.
           DISPLAY 'REJETS RECENTS       : ' WS-NB-REJETS.
           DISPLAY 'FICHIER BANQUE       : prelevements.dat'
               ' (MANIFESTE prelevements.dat.man)'.
           DISPLAY 'LISTE DE CONTROLE    : assursdd.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
