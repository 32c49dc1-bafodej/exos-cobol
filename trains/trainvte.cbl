       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainvte.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Reglement des ventes de billets du
      *                 jour : chaque billet de trainvte.dat (numero,
      *                 train du plan par TRAIN3-TYPE, STATION-DEPART,
      *                 TRAIN3-TIME, gares de montee et de descente,
      *                 classe, prix encaisse, point de vente, mode de
      *                 paiement) est retarife par la routine partagee
      *                 TARIF.cpy ; les ecarts entre prix encaisse et
      *                 prix du bareme, et les billets impossibles a
      *                 retarifer, sont listes. Les billets encaisses
      *                 sont ensuite totalises par TRAIN3-TYPE, par
      *                 train et par point de vente, avec la balance
      *                 especes / carte de chaque point de vente,
      *                 reprise dans trainvte-bal.dat pour le
      *                 rapprochement bancaire du lendemain. Parametre :
      *                 date de vente AAAAMMJJ (defaut : date du jour).
      *    2026-10-15  Table des types de train (20) ou des points de
      *                 vente (300) pleine : arret avec code retour 8,
      *                 au lieu de perdre la recette des types en trop
      *                 et d'ecrire au-dela de la table des points de
      *                 vente.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN3 ASSIGN TO 'train3.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN3-STATUS.

           SELECT FIC-VENTE ASSIGN TO 'trainvte.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-VENTE-STATUS.

           SELECT FIC-DISTANCES ASSIGN TO 'fr-distances-gares.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS TA-DISTANCES-STATUS.

           SELECT FIC-TARIFS ASSIGN TO 'trains-tarifs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS TA-TARIFS-STATUS.

           SELECT FIC-BALANCE ASSIGN TO 'trainvte-bal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'trainvte.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY 'TRAIN3-FDESCRIPTION.cpy'.

      ***** Billet vendu (flux quotidien des ventes) *******************
       FD  FIC-VENTE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F.
       01  REC-VENTE.
           05  VTE-BILLET          PIC X(12).
           05  FILLER              PIC X(1).
           05  VTE-TYPE            PIC X(3).
           05  FILLER              PIC X(1).
           05  VTE-GARE            PIC X(18).
           05  FILLER              PIC X(1).
           05  VTE-HHMM            PIC X(4).
           05  FILLER              PIC X(1).
           05  VTE-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  VTE-DE              PIC X(18).
           05  FILLER              PIC X(1).
           05  VTE-A               PIC X(18).
           05  FILLER              PIC X(1).
           05  VTE-CLASSE          PIC X(1).
           05  FILLER              PIC X(1).
           05  VTE-PRIX            PIC X(7).
           05  VTE-PRIX-NUM REDEFINES VTE-PRIX
                                   PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  VTE-POINT           PIC X(6).
           05  FILLER              PIC X(1).
           05  VTE-PAIEMENT        PIC X(1).
               88  VTE-ESPECES     VALUE 'E'.
               88  VTE-CARTE       VALUE 'C'.

       FD  FIC-DISTANCES
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDISTANCE.cpy'.

       FD  FIC-TARIFS
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FTARIF.cpy'.

      ***** Balance especes / carte d'un point de vente ***************
       FD  FIC-BALANCE
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BALANCE.
           05  BAL-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  BAL-POINT           PIC X(6).
           05  FILLER              PIC X(1).
           05  BAL-NB              PIC 9(5).
           05  FILLER              PIC X(1).
           05  BAL-ESPECES         PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  BAL-CARTE           PIC 9(7)V99.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAIN3-LEN           PIC 9(3) VALUE 151.
       01  WS-TRAIN3-STATUS        PIC X(02).
           88  WS-TRAIN3-OK        VALUE '00'.
           88  WS-TRAIN3-END       VALUE '10'.
       01  WS-VENTE-STATUS         PIC X(02).
           88  WS-VENTE-OK         VALUE '00'.
           88  WS-VENTE-END        VALUE '10'.
       01  WS-BALANCE-STATUS       PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).

       COPY 'TARIF-WS.cpy'.

      ***** Date de vente (defaut : date du jour) **********************
       01  WS-CMD-LINE             PIC X(80) VALUE SPACES.
       01  WS-DATE-PARM            PIC X(8)  VALUE SPACES.
       01  WS-DATE-VENTE           PIC 9(8)  VALUE 0.

      ***** Trains du plan, arrets dans l'ordre, et recette du jour ****
       01  DATA-SERVICE.
           05  SERVICE-LGTH        PIC 9(4) VALUE 0.
           05  SERVICE-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON SERVICE-LGTH
               INDEXED BY IDX-SERV.
               10  TBL-TYPE        PIC X(3).
               10  TBL-GARE        PIC X(18).
               10  TBL-HHMM        PIC X(4).
               10  TBL-NB-ARRETS   PIC 9(2).
               10  TBL-ARRET       PIC X(10) OCCURS 11 TIMES.
               10  TBL-NB-BILLETS  PIC 9(5).
               10  TBL-RECETTE     PIC 9(7)V99.

      ***** Recette par TRAIN3-TYPE ************************************
       01  DATA-TYPE.
           05  TYPE-LGTH           PIC 9(2) VALUE 0.
           05  TYPE-TBL
               OCCURS 1 TO 20 TIMES
               DEPENDING ON TYPE-LGTH
               INDEXED BY IDX-TYPE.
               10  TBL-TYP-CODE    PIC X(3).
               10  TBL-TYP-NB      PIC 9(5).
               10  TBL-TYP-RECETTE PIC 9(7)V99.

      ***** Recette et balance par point de vente **********************
       01  DATA-POINT.
           05  POINT-LGTH          PIC 9(3) VALUE 0.
           05  POINT-TBL
               OCCURS 1 TO 300 TIMES
               DEPENDING ON POINT-LGTH
               INDEXED BY IDX-POINT.
               10  TBL-PNT-CODE    PIC X(6).
               10  TBL-PNT-NB      PIC 9(5).
               10  TBL-PNT-ESPECES PIC 9(7)V99.
               10  TBL-PNT-CARTE   PIC 9(7)V99.
       01  WS-POINT-ECHANGE        PIC X(29).

      ***** Numeros de billet deja vus (controle des doublons) *********
       01  DATA-BILLET.
           05  BILLET-LGTH         PIC 9(5) VALUE 0.
           05  BILLET-TBL
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON BILLET-LGTH
               INDEXED BY IDX-BILLET.
               10  TBL-BILLET      PIC X(12).

       01  WS-HHMM-TRAIN.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-MOTIF                PIC X(35) VALUE SPACES.
       01  WS-SERV                 PIC 9(4) VALUE 0.
       01  WS-I                    PIC 9(4) VALUE 0.
       01  WS-J                    PIC 9(4) VALUE 0.
       01  WS-K                    PIC 9(4) VALUE 0.
       01  WS-ECART                PIC S9(5)V99 VALUE 0.
       01  WS-HORS-PLAN-NB         PIC 9(5) VALUE 0.
       01  WS-HORS-PLAN-RECETTE    PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-RECETTE        PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-ESPECES        PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-CARTE          PIC 9(8)V99 VALUE 0.

       01  WS-NB-TRAINS            PIC 9(7) VALUE 0.
       01  WS-NB-BILLETS           PIC 9(7) VALUE 0.
       01  WS-NB-REJETES           PIC 9(7) VALUE 0.
       01  WS-NB-ENCAISSES         PIC 9(7) VALUE 0.
       01  WS-NB-ECARTS            PIC 9(7) VALUE 0.
       01  WS-NB-NON-TARIFES       PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
       01  WS-EDIT-ANOMALIE.
           05  WS-EA-BILLET        PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-TYPE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-HHMM          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-DE            PIC X(10).
           05  FILLER              PIC X(1)  VALUE '>'.
           05  WS-EA-A             PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-CLASSE        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-MOTIF         PIC X(35).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-DETAIL        PIC X(30).

       01  WS-EDIT-ECART.
           05  FILLER              PIC X(6)  VALUE 'PERCU:'.
           05  WS-EE-PERCU         PIC ZZZZ9.99.
           05  FILLER              PIC X(8)  VALUE ' BAREME:'.
           05  WS-EE-BAREME        PIC ZZZZ9.99.

       01  WS-EDIT-RECETTE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-ER-LIBELLE       PIC X(30).
           05  FILLER              PIC X(9)  VALUE ' BILLETS:'.
           05  WS-ER-NB            PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE ' RECETTE: '.
           05  WS-ER-RECETTE       PIC ZZZZZZZ9.99.

       01  WS-EDIT-BALANCE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EB-POINT         PIC X(6).
           05  FILLER              PIC X(9)  VALUE ' BILLETS:'.
           05  WS-EB-NB            PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE ' ESPECES: '.
           05  WS-EB-ESPECES       PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(8)  VALUE ' CARTE: '.
           05  WS-EB-CARTE         PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(8)  VALUE ' TOTAL: '.
           05  WS-EB-TOTAL         PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.
           PERFORM 1000-LOAD-PLAN-START THRU 1000-LOAD-PLAN-END.

           OPEN INPUT FIC-VENTE.
           IF NOT WS-VENTE-OK
               DISPLAY 'FICHIER trainvte.dat ABSENT '
                   '(STATUT ' WS-VENTE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'REGLEMENT DES VENTES DU ' DELIMITED BY SIZE
               WS-DATE-VENTE DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'BILLETS REJETES, ECARTS DE PRIX ET BILLETS NON '
               TO REC-RAPPORT.
           MOVE 'RETARIFES' TO REC-RAPPORT(48:9).
           WRITE REC-RAPPORT.

           PERFORM 2000-VENTE-LOOP-START
               THRU 2000-VENTE-LOOP-END
               UNTIL WS-VENTE-END.
           CLOSE FIC-VENTE.

           PERFORM 3000-PAR-TYPE-START  THRU 3000-PAR-TYPE-END.
           PERFORM 3100-PAR-TRAIN-START THRU 3100-PAR-TRAIN-END.
           PERFORM 3200-PAR-POINT-START THRU 3200-PAR-POINT-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'TRAINS DU PLAN       : ' WS-NB-TRAINS.
           DISPLAY 'BILLETS LUS          : ' WS-NB-BILLETS.
           DISPLAY 'BILLETS REJETES      : ' WS-NB-REJETES.
           DISPLAY 'BILLETS ENCAISSES    : ' WS-NB-ENCAISSES.
           DISPLAY 'ECARTS DE PRIX       : ' WS-NB-ECARTS.
           DISPLAY 'NON RETARIFES        : ' WS-NB-NON-TARIFES.
           DISPLAY 'BALANCE ECRITE       : trainvte-bal.dat'.
           DISPLAY 'RAPPORT ECRIT        : trainvte.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Date de vente AAAAMMJJ (defaut : date du jour) *************
       0100-PARM-START.
           ACCEPT WS-DATE-VENTE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-DATE-PARM
           END-UNSTRING.
           IF WS-DATE-PARM NOT = SPACES
               IF WS-DATE-PARM IS NUMERIC
                   MOVE WS-DATE-PARM TO WS-DATE-VENTE
               ELSE
                   DISPLAY 'USAGE: trainvte [<AAAAMMJJ>]'
                   DISPLAY '  EX : trainvte 20261015'
                   STOP RUN
               END-IF
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Chargement du plan : arrets dans l'ordre, la gare de ******
      ***** depart en tete (noms compares sur 10 caracteres)    ******
       1000-LOAD-PLAN-START.
           OPEN INPUT TRAIN3.
           IF NOT WS-TRAIN3-OK
               DISPLAY 'FICHIER train3.dat ABSENT '
                   '(STATUT ' WS-TRAIN3-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-PLAN-LOOP-START
               THRU 1100-LOAD-PLAN-LOOP-END
               UNTIL WS-TRAIN3-END.
           CLOSE TRAIN3.
       1000-LOAD-PLAN-END.
           EXIT.

       1100-LOAD-PLAN-LOOP-START.
           READ TRAIN3
               AT END
                   SET WS-TRAIN3-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-TRAINS
                   IF SERVICE-LGTH < 2000
                       PERFORM 1110-LOAD-TRAIN-START
                           THRU 1110-LOAD-TRAIN-END
                   END-IF
           END-READ.
       1100-LOAD-PLAN-LOOP-END.
           EXIT.

       1110-LOAD-TRAIN-START.
           SET SERVICE-LGTH UP BY 1.
           SET IDX-SERV TO SERVICE-LGTH.
           MOVE TRAIN3-TYPE    TO TBL-TYPE(IDX-SERV).
           MOVE STATION-DEPART TO TBL-GARE(IDX-SERV).
           MOVE TRAIN3-TIME-HH TO WS-HHMM-HH.
           MOVE TRAIN3-TIME-MM TO WS-HHMM-MM.
           MOVE WS-HHMM-TRAIN  TO TBL-HHMM(IDX-SERV).
           MOVE 0 TO TBL-NB-BILLETS(IDX-SERV) TBL-RECETTE(IDX-SERV).
           MOVE 1 TO TBL-NB-ARRETS(IDX-SERV).
           MOVE STATION-DEPART TO TBL-ARRET(IDX-SERV 1).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               IF TRAIN3-HALT-STATION(WS-K) NOT = SPACES
                   ADD 1 TO TBL-NB-ARRETS(IDX-SERV)
                   MOVE TRAIN3-HALT-STATION(WS-K)
                       TO TBL-ARRET(IDX-SERV TBL-NB-ARRETS(IDX-SERV))
               END-IF
           END-PERFORM.
       1110-LOAD-TRAIN-END.
           EXIT.

       2000-VENTE-LOOP-START.
           READ FIC-VENTE
               AT END
                   MOVE '10' TO WS-VENTE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-BILLETS
                   PERFORM 2100-UN-BILLET-START
                       THRU 2100-UN-BILLET-END
           END-READ.
       2000-VENTE-LOOP-END.
           EXIT.

      ***** Un billet : rejete s'il ne peut pas etre encaisse (numero **
      ***** absent ou en double, prix, paiement ou point de vente      **
      ***** invalides) ; sinon encaisse, totalise, puis retarife       **
       2100-UN-BILLET-START.
           MOVE SPACES TO WS-MOTIF WS-EA-DETAIL.
           EVALUATE TRUE
               WHEN VTE-BILLET = SPACES
                   MOVE 'REJETE: NUMERO DE BILLET ABSENT' TO WS-MOTIF
               WHEN VTE-PRIX IS NOT NUMERIC
                   MOVE 'REJETE: PRIX NON NUMERIQUE' TO WS-MOTIF
               WHEN NOT VTE-ESPECES AND NOT VTE-CARTE
                   MOVE 'REJETE: PAIEMENT INVALIDE (E OU C)'
                       TO WS-MOTIF
               WHEN VTE-POINT = SPACES
                   MOVE 'REJETE: POINT DE VENTE ABSENT' TO WS-MOTIF
               WHEN OTHER
                   SET IDX-BILLET TO 1
                   SEARCH BILLET-TBL
                       AT END
                           IF BILLET-LGTH < 20000
                               SET BILLET-LGTH UP BY 1
                               SET IDX-BILLET TO BILLET-LGTH
                               MOVE VTE-BILLET TO TBL-BILLET(IDX-BILLET)
                           END-IF
                       WHEN TBL-BILLET(IDX-BILLET) = VTE-BILLET
                           MOVE 'REJETE: BILLET EN DOUBLE' TO WS-MOTIF
                   END-SEARCH
           END-EVALUATE.
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETES
               PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END
               GO TO 2100-UN-BILLET-END
           END-IF.

           ADD 1 TO WS-NB-ENCAISSES.
           PERFORM 2200-SITUE-START THRU 2200-SITUE-END.
           PERFORM 2300-CUMULS-START THRU 2300-CUMULS-END.
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-NON-TARIFES
               PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END
               GO TO 2100-UN-BILLET-END
           END-IF.

           PERFORM 2400-RETARIFE-START THRU 2400-RETARIFE-END.
       2100-UN-BILLET-END.
           EXIT.

      ***** Train du plan (WS-SERV, zero si hors plan) et rangs de ****
      ***** montee et de descente (TA-DEB, TA-FIN)                 ****
       2200-SITUE-START.
           MOVE 0 TO WS-SERV TA-DEB TA-FIN.
           SET IDX-SERV TO 1.
           SEARCH SERVICE-TBL
               AT END
                   MOVE 'NON RETARIFE: TRAIN HORS PLAN'
                       TO WS-MOTIF
                   GO TO 2200-SITUE-END
               WHEN TBL-TYPE(IDX-SERV) = VTE-TYPE
                   AND TBL-GARE(IDX-SERV) = VTE-GARE
                   AND TBL-HHMM(IDX-SERV) = VTE-HHMM
                   SET WS-SERV TO IDX-SERV
           END-SEARCH.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > TBL-NB-ARRETS(WS-SERV)
                   OR TA-DEB > 0
               IF TBL-ARRET(WS-SERV WS-K) = VTE-DE(1:10)
                   MOVE WS-K TO TA-DEB
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > TBL-NB-ARRETS(WS-SERV)
                   OR TA-FIN > 0
               IF WS-K > TA-DEB
                   AND TA-DEB > 0
                   AND TBL-ARRET(WS-SERV WS-K) = VTE-A(1:10)
                   MOVE WS-K TO TA-FIN
               END-IF
           END-PERFORM.
           IF TA-DEB = 0 OR TA-FIN = 0
               MOVE 'NON RETARIFE: TRAJET HORS PARCOURS' TO WS-MOTIF
           END-IF.
       2200-SITUE-END.
           EXIT.

      ***** Cumuls du billet encaisse : type, train, point de vente ****
       2300-CUMULS-START.
           ADD VTE-PRIX-NUM TO WS-TOTAL-RECETTE.
           IF WS-SERV > 0
               ADD 1            TO TBL-NB-BILLETS(WS-SERV)
               ADD VTE-PRIX-NUM TO TBL-RECETTE(WS-SERV)
           ELSE
               ADD 1            TO WS-HORS-PLAN-NB
               ADD VTE-PRIX-NUM TO WS-HORS-PLAN-RECETTE
           END-IF.

           SET IDX-TYPE TO 1.
           SEARCH TYPE-TBL
               AT END
                   IF TYPE-LGTH NOT < 20
                       DISPLAY 'TABLE DES TYPES DE TRAIN PLEINE (20), '
                           'ARRET'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET TYPE-LGTH UP BY 1
                   SET IDX-TYPE TO TYPE-LGTH
                   MOVE VTE-TYPE     TO TBL-TYP-CODE(IDX-TYPE)
                   MOVE 1            TO TBL-TYP-NB(IDX-TYPE)
                   MOVE VTE-PRIX-NUM TO TBL-TYP-RECETTE(IDX-TYPE)
               WHEN TBL-TYP-CODE(IDX-TYPE) = VTE-TYPE
                   ADD 1            TO TBL-TYP-NB(IDX-TYPE)
                   ADD VTE-PRIX-NUM TO TBL-TYP-RECETTE(IDX-TYPE)
           END-SEARCH.

           SET IDX-POINT TO 1.
           SEARCH POINT-TBL
               AT END
                   IF POINT-LGTH NOT < 300
                       DISPLAY 'TABLE DES POINTS DE VENTE PLEINE '
                           '(300), ARRET'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET POINT-LGTH UP BY 1
                   SET IDX-POINT TO POINT-LGTH
                   MOVE VTE-POINT TO TBL-PNT-CODE(IDX-POINT)
                   MOVE 0 TO TBL-PNT-NB(IDX-POINT)
                             TBL-PNT-ESPECES(IDX-POINT)
                             TBL-PNT-CARTE(IDX-POINT)
               WHEN TBL-PNT-CODE(IDX-POINT) = VTE-POINT
                   CONTINUE
           END-SEARCH.
           ADD 1 TO TBL-PNT-NB(IDX-POINT).
           IF VTE-ESPECES
               ADD VTE-PRIX-NUM TO TBL-PNT-ESPECES(IDX-POINT)
               ADD VTE-PRIX-NUM TO WS-TOTAL-ESPECES
           ELSE
               ADD VTE-PRIX-NUM TO TBL-PNT-CARTE(IDX-POINT)
               ADD VTE-PRIX-NUM TO WS-TOTAL-CARTE
           END-IF.
       2300-CUMULS-END.
           EXIT.

      ***** Prix du bareme pour ce trajet et cette classe, compare ****
      ***** au prix encaisse                                       ****
       2400-RETARIFE-START.
           MOVE VTE-TYPE   TO TA-TYPE.
           MOVE VTE-CLASSE TO TA-CLASSE.
           MOVE TBL-NB-ARRETS(WS-SERV) TO TA-NB-ARRETS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 11
               MOVE TBL-ARRET(WS-SERV WS-K) TO TA-ARRET(WS-K)
           END-PERFORM.
           PERFORM 9800-PRIX-TRAJET-START THRU 9800-PRIX-TRAJET-END.

           EVALUATE TRUE
               WHEN TA-SANS-TARIF
                   MOVE 'NON RETARIFE: SANS BAREME' TO WS-MOTIF
               WHEN TA-SANS-DISTANCE
                   MOVE 'NON RETARIFE: DISTANCE INCONNUE'
                       TO WS-MOTIF
                   MOVE TA-TRONCON TO WS-EA-DETAIL
               WHEN OTHER
                   COMPUTE WS-ECART = VTE-PRIX-NUM - TA-PRIX
                   IF WS-ECART NOT = 0
                       ADD 1 TO WS-NB-ECARTS
                       MOVE 'ECART DE PRIX' TO WS-MOTIF
                       MOVE VTE-PRIX-NUM    TO WS-EE-PERCU
                       MOVE TA-PRIX         TO WS-EE-BAREME
                       MOVE WS-EDIT-ECART   TO WS-EA-DETAIL
                       PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END
                   END-IF
                   GO TO 2400-RETARIFE-END
           END-EVALUATE.
           ADD 1 TO WS-NB-NON-TARIFES.
           PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END.
       2400-RETARIFE-END.
           EXIT.

       2900-LIGNE-START.
           MOVE WS-MOTIF   TO WS-EA-MOTIF.
           MOVE VTE-BILLET TO WS-EA-BILLET.
           MOVE VTE-TYPE   TO WS-EA-TYPE.
           MOVE VTE-GARE   TO WS-EA-GARE.
           MOVE VTE-HHMM   TO WS-EA-HHMM.
           MOVE VTE-DE     TO WS-EA-DE.
           MOVE VTE-A      TO WS-EA-A.
           MOVE VTE-CLASSE TO WS-EA-CLASSE.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ANOMALIE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2900-LIGNE-END.
           EXIT.

      ***** Recette par TRAIN3-TYPE ************************************
       3000-PAR-TYPE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'RECETTE PAR TYPE DE TRAIN' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING IDX-TYPE FROM 1 BY 1
                   UNTIL IDX-TYPE > TYPE-LGTH
               MOVE TBL-TYP-CODE(IDX-TYPE)    TO WS-ER-LIBELLE
               MOVE TBL-TYP-NB(IDX-TYPE)      TO WS-ER-NB
               MOVE TBL-TYP-RECETTE(IDX-TYPE) TO WS-ER-RECETTE
               MOVE SPACES TO REC-RAPPORT
               MOVE WS-EDIT-RECETTE TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-PERFORM.
           MOVE 'TOTAL'            TO WS-ER-LIBELLE.
           MOVE WS-NB-ENCAISSES    TO WS-ER-NB.
           MOVE WS-TOTAL-RECETTE   TO WS-ER-RECETTE.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-RECETTE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3000-PAR-TYPE-END.
           EXIT.

      ***** Recette par train du plan (trains sans vente omis) *********
       3100-PAR-TRAIN-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'RECETTE PAR TRAIN' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING IDX-SERV FROM 1 BY 1
                   UNTIL IDX-SERV > SERVICE-LGTH
               IF TBL-NB-BILLETS(IDX-SERV) > 0
                   MOVE SPACES TO WS-ER-LIBELLE
                   STRING TBL-TYPE(IDX-SERV) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TBL-GARE(IDX-SERV) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TBL-HHMM(IDX-SERV) DELIMITED BY SIZE
                       INTO WS-ER-LIBELLE
                   END-STRING
                   MOVE TBL-NB-BILLETS(IDX-SERV) TO WS-ER-NB
                   MOVE TBL-RECETTE(IDX-SERV)    TO WS-ER-RECETTE
                   MOVE SPACES TO REC-RAPPORT
                   MOVE WS-EDIT-RECETTE TO REC-RAPPORT
                   WRITE REC-RAPPORT
               END-IF
           END-PERFORM.
           IF WS-HORS-PLAN-NB > 0
               MOVE 'TRAINS HORS PLAN'   TO WS-ER-LIBELLE
               MOVE WS-HORS-PLAN-NB      TO WS-ER-NB
               MOVE WS-HORS-PLAN-RECETTE TO WS-ER-RECETTE
               MOVE SPACES TO REC-RAPPORT
               MOVE WS-EDIT-RECETTE TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       3100-PAR-TRAIN-END.
           EXIT.

      ***** Points de vente tries par code (echange de proche en ******
      ***** proche), recette et balance especes / carte, reprise  ******
      ***** dans trainvte-bal.dat                                  ******
       3200-PAR-POINT-START.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= POINT-LGTH
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > POINT-LGTH - WS-I
                   IF TBL-PNT-CODE(WS-J) > TBL-PNT-CODE(WS-J + 1)
                       MOVE POINT-TBL(WS-J)     TO WS-POINT-ECHANGE
                       MOVE POINT-TBL(WS-J + 1) TO POINT-TBL(WS-J)
                       MOVE WS-POINT-ECHANGE    TO POINT-TBL(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'RECETTE ET BALANCE ESPECES / CARTE PAR POINT DE VENTE'
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN OUTPUT FIC-BALANCE.
           PERFORM VARYING IDX-POINT FROM 1 BY 1
                   UNTIL IDX-POINT > POINT-LGTH
               MOVE TBL-PNT-CODE(IDX-POINT)    TO WS-EB-POINT
               MOVE TBL-PNT-NB(IDX-POINT)      TO WS-EB-NB
               MOVE TBL-PNT-ESPECES(IDX-POINT) TO WS-EB-ESPECES
               MOVE TBL-PNT-CARTE(IDX-POINT)   TO WS-EB-CARTE
               COMPUTE WS-EB-TOTAL = TBL-PNT-ESPECES(IDX-POINT)
                   + TBL-PNT-CARTE(IDX-POINT)
               MOVE SPACES TO REC-RAPPORT
               MOVE WS-EDIT-BALANCE TO REC-RAPPORT
               WRITE REC-RAPPORT

               MOVE SPACES TO REC-BALANCE
               MOVE WS-DATE-VENTE              TO BAL-DATE
               MOVE TBL-PNT-CODE(IDX-POINT)    TO BAL-POINT
               MOVE TBL-PNT-NB(IDX-POINT)      TO BAL-NB
               MOVE TBL-PNT-ESPECES(IDX-POINT) TO BAL-ESPECES
               MOVE TBL-PNT-CARTE(IDX-POINT)   TO BAL-CARTE
               WRITE REC-BALANCE
           END-PERFORM.
           CLOSE FIC-BALANCE.
           MOVE 'TOTAL'            TO WS-EB-POINT.
           MOVE WS-NB-ENCAISSES    TO WS-EB-NB.
           MOVE WS-TOTAL-ESPECES   TO WS-EB-ESPECES.
           MOVE WS-TOTAL-CARTE     TO WS-EB-CARTE.
           MOVE WS-TOTAL-RECETTE   TO WS-EB-TOTAL.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-BALANCE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3200-PAR-POINT-END.
           EXIT.

           COPY 'TARIF.cpy'.
