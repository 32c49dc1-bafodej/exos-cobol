       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurmdt.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise a jour du fichier des mandats de
      *                 prelevement SEPA (mandats.dat, FMANDAT.cpy) a
      *                 partir d'un fichier de mouvements mandatmaj.dat,
      *                 sur le modele d'assurben.cbl : ajout 'A',
      *                 modification 'M' et revocation 'D', cle code
      *                 client. Chaque mouvement A/M est controle a la
      *                 saisie : cle IBAN (routine partagee IBANCHK),
      *                 BIC de 8 ou 11 caracteres, reference de mandat
      *                 renseignee, date de signature valide et non
      *                 future, client connu de fichierclient.txt. Un
      *                 mouvement refuse est liste avec son motif dans
      *                 assurmdt.lis et n'atteint jamais le fichier. La
      *                 revocation 'D' garde le mandat avec le statut
      *                 'R' (un mandat SEPA se conserve apres sa fin).
      *                 Le fichier resultat est ecrit dans mandats.new.
      *    2026-10-15  Deux ajouts 'A' pour un meme nouveau client dans
      *                 le lot ne creent plus deux mandats : le premier
      *                 est retenu, les suivants sont refuses (MANDAT EN
      *                 DOUBLE DANS LE LOT).
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MANDAT ASSIGN TO 'mandats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANDAT-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'mandatmaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'mandats.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

      ***** Liste des mouvements refuses, avec leur motif **************
           SELECT FIC-RAPPORT ASSIGN TO 'assurmdt.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MANDAT
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FMANDAT.cpy'.

      ***** Fichier des mouvements : A-jout, M-odification,
      *     D-revocation, cle MAJ-CODE-CLT, meme layout que
      *     FMANDAT.cpy precede de l'action.
       FD  FIC-MAJ
           RECORD CONTAINS 104 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
                     88 MAJ-AJOUT         VALUE 'A'.
                     88 MAJ-MODIF         VALUE 'M'.
                     88 MAJ-SUPPR         VALUE 'D'.
              06     FILLER               PIC X.
              06     MAJ-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-IBAN             PIC X(34).
              06     FILLER               PIC X.
              06     MAJ-BIC              PIC X(11).
              06     FILLER               PIC X.
              06     MAJ-RUM              PIC X(35).
              06     FILLER               PIC X.
              06     MAJ-DATE-SIGNATURE   PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-STATUT           PIC X.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(102).
        01 REC-NOUVEAU-VUE REDEFINES REC-NOUVEAU.
              06     FILLER               PIC X(101).
              06     VUE-STATUT           PIC X(1).

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-MANDAT-STATUS              PIC X(2).
            88  WS-MANDAT-OK              VALUE 00.
            88  WS-MANDAT-END             VALUE 10.
        01  WS-MAJ-STATUS                 PIC X(2).
            88  WS-MAJ-OK                 VALUE 00.
            88  WS-MAJ-END                VALUE 10.
        01  WS-NOUVEAU-STATUS             PIC X(2).
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Table des mouvements, chargee en memoire et recherchee par
      *     code client. Un mouvement refuse au controle de saisie est
      *     marque traite des le chargement ; un ajout ecrit dans
      *     mandats.new est marque ajoute.
        01  DATA-MVT.
            05  MVT-LGTH                  PIC 9(5) VALUE 0.
            05  MVT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MVT-LGTH
                INDEXED BY IDX-MVT.
                10  MVT-ACTION            PIC X.
                10  MVT-TRAITE            PIC X VALUE 'N'.
                    88 MVT-EST-TRAITE     VALUE 'O' 'J'.
                    88 MVT-EST-AJOUTE     VALUE 'J'.
                10  MVT-REC               PIC X(104).

      ***** Codes des clients connus, pour refuser un mandat sur un ****
      *     client inexistant (table vide = fichier absent, controle
      *     inactif).
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).

        01  WS-DATE-JOUR                  PIC X(8).
        01  WS-MVT-CONFORME               PIC X(1).
        01  WS-MOTIF-REJET                PIC X(40).
        01  WS-LG-BIC                     PIC 9(2) VALUE 0.
        01  WS-RANG-PREC                  PIC 9(5) VALUE 0.
        01  WS-DOUBLE                     PIC X(1) VALUE 'N'.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MODIF                   PIC 9(7) VALUE 0.
        01  WS-NB-REVOQUES                PIC 9(7) VALUE 0.
        01  WS-NB-AJOUT                   PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGE                PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-REJET.
            05  FILLER                    PIC X(7) VALUE 'REFUS: '.
            05  WS-EDIT-ACTION            PIC X(1).
            05  FILLER                    PIC X(8) VALUE ' CLIENT:'.
            05  WS-EDIT-CLIENT            PIC X(8).
            05  FILLER                    PIC X(6) VALUE ' IBAN:'.
            05  WS-EDIT-IBAN              PIC X(34).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-MOTIF             PIC X(40).

           COPY 'IBANCHK-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'MANDATS DE PRELEVEMENT - MOUVEMENTS REFUSES DU '
               WS-DATE-JOUR DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 1400-LOAD-CLIENT-START THRU 1400-LOAD-CLIENT-END.
           PERFORM 1000-LOAD-MVT-START    THRU 1000-LOAD-MVT-END.
           PERFORM 2000-APPLY-START       THRU 2000-APPLY-END.
           PERFORM 3000-APPEND-NEW-START  THRU 3000-APPEND-NEW-END.
           CLOSE FIC-RAPPORT.
           PERFORM 9000-TERM-START        THRU 9000-TERM-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Chargement des codes clients (facultatif) *****************
       1400-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               GO TO 1400-LOAD-CLIENT-END
           END-IF.
           PERFORM 1500-LOAD-CLIENT-LOOP-START
               THRU 1500-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1400-LOAD-CLIENT-END.
           EXIT.

       1500-LOAD-CLIENT-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT TO TBL-CODE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1500-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Chargement des mouvements en table memoire, controle de ****
      ***** saisie au passage                                       ****
       1000-LOAD-MVT-START.
      *    Sans fichier de mouvements, rien a appliquer : arret avec
      *    un message clair, cf. assurben.cbl pour benmaj.dat.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER mandatmaj.dat ABSENT '
                   '(STATUT ' WS-MAJ-STATUS '), ARRET'
               CLOSE FIC-RAPPORT
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-MVT-LOOP-START
               THRU 1100-LOAD-MVT-LOOP-END
               UNTIL WS-MAJ-END.
           CLOSE FIC-MAJ.
       1000-LOAD-MVT-END.
           EXIT.

       1100-LOAD-MVT-LOOP-START.
           READ FIC-MAJ INTO REC-MAJ
               AT END
                   MOVE '10' TO WS-MAJ-STATUS
               NOT AT END
                   IF MVT-LGTH < 20000
                       SET MVT-LGTH UP BY 1
                       SET IDX-MVT TO MVT-LGTH
                       MOVE MAJ-ACTION TO MVT-ACTION(IDX-MVT)
                       MOVE 'N'        TO MVT-TRAITE(IDX-MVT)
                       MOVE REC-MAJ    TO MVT-REC(IDX-MVT)
                       PERFORM 1200-CONTROLE-MVT-START
                           THRU 1200-CONTROLE-MVT-END
                       IF WS-MVT-CONFORME = 'N'
                           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE
                           PERFORM 8000-REJET-START
                               THRU 8000-REJET-END
                       END-IF
                   END-IF
           END-READ.
       1100-LOAD-MVT-LOOP-END.
           EXIT.

      ***** Controle de saisie d'un mouvement : action connue, et *****
      *     pour un ajout ou une modification, coordonnees bancaires
      *     et mandat complets et coherents.
       1200-CONTROLE-MVT-START.
           MOVE 'O' TO WS-MVT-CONFORME.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF NOT MAJ-AJOUT AND NOT MAJ-MODIF AND NOT MAJ-SUPPR
               MOVE 'N' TO WS-MVT-CONFORME
               MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
               GO TO 1200-CONTROLE-MVT-END
           END-IF.
           IF MAJ-CODE-CLT = SPACES
               MOVE 'N' TO WS-MVT-CONFORME
               MOVE 'CODE CLIENT ABSENT' TO WS-MOTIF-REJET
               GO TO 1200-CONTROLE-MVT-END
           END-IF.
           IF MAJ-SUPPR
               GO TO 1200-CONTROLE-MVT-END
           END-IF.

           MOVE MAJ-IBAN TO IB-IBAN.
           PERFORM 9800-CONTROLE-IBAN-START
               THRU 9800-CONTROLE-IBAN-END.
           IF NOT IB-IBAN-VALIDE
               MOVE 'N' TO WS-MVT-CONFORME
               MOVE 'IBAN INVALIDE (CLE OU FORMAT)'
                   TO WS-MOTIF-REJET
               GO TO 1200-CONTROLE-MVT-END
           END-IF.

           MOVE 0 TO WS-LG-BIC.
           INSPECT MAJ-BIC TALLYING WS-LG-BIC
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (WS-LG-BIC NOT = 8 AND WS-LG-BIC NOT = 11)
               OR MAJ-BIC(1:6) IS NOT ALPHABETIC-UPPER
               MOVE 'N' TO WS-MVT-CONFORME
               MOVE 'BIC INVALIDE' TO WS-MOTIF-REJET
               GO TO 1200-CONTROLE-MVT-END
           END-IF.

           IF MAJ-RUM = SPACES
               MOVE 'N' TO WS-MVT-CONFORME
               MOVE 'REFERENCE DE MANDAT (RUM) ABSENTE'
                   TO WS-MOTIF-REJET
               GO TO 1200-CONTROLE-MVT-END
           END-IF.

           IF MAJ-DATE-SIGNATURE IS NOT NUMERIC
               OR MAJ-DATE-SIGNATURE > WS-DATE-JOUR
               MOVE 'N' TO WS-MVT-CONFORME
               MOVE 'DATE DE SIGNATURE INVALIDE OU FUTURE'
                   TO WS-MOTIF-REJET
               GO TO 1200-CONTROLE-MVT-END
           END-IF.

           IF MAJ-STATUT NOT = SPACE AND MAJ-STATUT NOT = 'A'
               AND MAJ-STATUT NOT = 'S' AND MAJ-STATUT NOT = 'R'
               MOVE 'N' TO WS-MVT-CONFORME
               MOVE 'STATUT DE MANDAT INCONNU' TO WS-MOTIF-REJET
               GO TO 1200-CONTROLE-MVT-END
           END-IF.
      *    Statut a blanc : un mandat saisi est actif.
           IF MAJ-STATUT = SPACE
               MOVE 'A' TO MAJ-STATUT
               MOVE REC-MAJ TO MVT-REC(IDX-MVT)
           END-IF.

           IF CLIENT-LGTH > 0
               SET IDX-CLIENT TO 1
               SEARCH CLIENT-TBL
                   AT END
                       MOVE 'N' TO WS-MVT-CONFORME
                       MOVE 'CLIENT INCONNU DE fichierclient.txt'
                           TO WS-MOTIF-REJET
                   WHEN TBL-CODE-CLT(IDX-CLIENT) = MAJ-CODE-CLT
                       CONTINUE
               END-SEARCH
           END-IF.
       1200-CONTROLE-MVT-END.
           EXIT.

      ***** Application des mouvements sur le fichier des mandats ******
      *     La cle du mouvement est le code client (3:8) dans MVT-REC.
       2000-APPLY-START.
           OPEN INPUT  FIC-MANDAT.
           OPEN OUTPUT FIC-NOUVEAU.
      *    Premier passage : pas encore de fichier des mandats, il est
      *    traite comme vide et les mouvements 'A' le creent.
           IF NOT WS-MANDAT-OK
               GO TO 2000-APPLY-END
           END-IF.
           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-MANDAT-END.
           CLOSE FIC-MANDAT.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-MANDAT INTO REC-MANDAT
               AT END
                   MOVE '10' TO WS-MANDAT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2110-FIND-MVT-START
                       THRU 2110-FIND-MVT-END
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Recherche d'un mouvement pour le client courant ************
       2110-FIND-MVT-START.
           SET IDX-MVT TO 1.
           SEARCH MVT-TBL
               AT END
                   ADD 1 TO WS-NB-INCHANGE
                   MOVE REC-MANDAT TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
               WHEN MVT-REC(IDX-MVT)(3:8) = MDT-CODE-CLT
                   AND NOT MVT-EST-TRAITE(IDX-MVT)
                   PERFORM 2120-APPLY-MVT-START
                       THRU 2120-APPLY-MVT-END
           END-SEARCH.
       2110-FIND-MVT-END.
           EXIT.

       2120-APPLY-MVT-START.
           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE.
           EVALUATE MVT-ACTION(IDX-MVT)
               WHEN 'M'
                   ADD 1 TO WS-NB-MODIF
                   MOVE MVT-REC(IDX-MVT)(3:102) TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
               WHEN 'D'
                   ADD 1 TO WS-NB-REVOQUES
                   MOVE REC-MANDAT TO REC-NOUVEAU
                   MOVE 'R' TO VUE-STATUT
                   WRITE REC-NOUVEAU
      *    Ajout sur un client deja sous mandat : refuse, le mandat en
      *    place est reecrit inchange (un remplacement passe par 'M').
               WHEN OTHER
                   MOVE MVT-REC(IDX-MVT) TO REC-MAJ
                   MOVE 'CLIENT DEJA SOUS MANDAT (UTILISER M)'
                       TO WS-MOTIF-REJET
                   PERFORM 8000-REJET-START THRU 8000-REJET-END
                   MOVE REC-MANDAT TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
           END-EVALUATE.
       2120-APPLY-MVT-END.
           EXIT.

      ***** Ecriture des nouveaux mandats (mouvements 'A') et refus ****
      *     des mouvements M/D sans mandat existant.
       3000-APPEND-NEW-START.
           PERFORM 3100-APPEND-UN-START
               THRU 3100-APPEND-UN-END
               VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > MVT-LGTH.
           CLOSE FIC-NOUVEAU.
       3000-APPEND-NEW-END.
           EXIT.

       3100-APPEND-UN-START.
           IF MVT-EST-TRAITE(IDX-MVT)
               GO TO 3100-APPEND-UN-END
           END-IF.
           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE.
           IF MVT-ACTION(IDX-MVT) NOT = 'A'
               MOVE MVT-REC(IDX-MVT) TO REC-MAJ
               MOVE 'AUCUN MANDAT POUR CE CLIENT' TO WS-MOTIF-REJET
               PERFORM 8000-REJET-START THRU 8000-REJET-END
               GO TO 3100-APPEND-UN-END
           END-IF.

           MOVE 'N' TO WS-DOUBLE.
           PERFORM 3110-CHERCHE-DOUBLE-START
               THRU 3110-CHERCHE-DOUBLE-END
               VARYING WS-RANG-PREC FROM 1 BY 1
               UNTIL WS-RANG-PREC NOT < IDX-MVT.
           IF WS-DOUBLE = 'O'
               MOVE MVT-REC(IDX-MVT) TO REC-MAJ
               MOVE 'MANDAT EN DOUBLE DANS LE LOT' TO WS-MOTIF-REJET
               PERFORM 8000-REJET-START THRU 8000-REJET-END
               GO TO 3100-APPEND-UN-END
           END-IF.

           MOVE 'J' TO MVT-TRAITE(IDX-MVT).
           ADD 1 TO WS-NB-AJOUT.
           MOVE MVT-REC(IDX-MVT)(3:102) TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       3100-APPEND-UN-END.
           EXIT.

      ***** Un ajout precedent du lot a-t-il deja cree le mandat de ***
      ***** ce client ?                                              ***
       3110-CHERCHE-DOUBLE-START.
           IF MVT-EST-AJOUTE(WS-RANG-PREC)
               AND MVT-REC(WS-RANG-PREC)(3:8) = MVT-REC(IDX-MVT)(3:8)
               MOVE 'O' TO WS-DOUBLE
           END-IF.
       3110-CHERCHE-DOUBLE-END.
           EXIT.

      ***** Ligne de refus dans assurmdt.lis (mouvement dans REC-MAJ, **
      ***** motif dans WS-MOTIF-REJET)                                **
       8000-REJET-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE MAJ-ACTION     TO WS-EDIT-ACTION.
           MOVE MAJ-CODE-CLT   TO WS-EDIT-CLIENT.
           MOVE MAJ-IBAN       TO WS-EDIT-IBAN.
           MOVE WS-MOTIF-REJET TO WS-EDIT-MOTIF.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-REJET TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       8000-REJET-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'MANDATS LUS          : ' WS-NB-LUS.
           DISPLAY 'MANDATS MODIFIES     : ' WS-NB-MODIF.
           DISPLAY 'MANDATS REVOQUES     : ' WS-NB-REVOQUES.
           DISPLAY 'MANDATS AJOUTES      : ' WS-NB-AJOUT.
           DISPLAY 'INCHANGES            : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS REFUSES   : ' WS-NB-REJETS
               ' (LISTE : assurmdt.lis)'.
           DISPLAY 'NOUVEAU FICHIER      : mandats.new'.
       9000-TERM-END.
           EXIT.

           COPY 'IBANCHK.cpy'.
