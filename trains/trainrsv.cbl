       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainrsv.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Inventaire des places reservees par
      *                 train, date de circulation et troncon : les
      *                 reservations confirmees de trainres.dat
      *                 (FRESERV.cpy) sont chargees et cumulees sur
      *                 chaque troncon parcouru (de la gare de montee a
      *                 la gare de descente, parmi STATION-DEPART et
      *                 les TRAIN3-HALT-STATION). Les demandes de
      *                 trainrsv.dat sont ensuite appliquees dans
      *                 l'ordre : 'R' reserve si chaque troncon garde
      *                 assez de places (TRAIN3-CAPACITE majoree du
      *                 pourcentage de surreservation autorise), 'A'
      *                 annule et libere les places. Le train doit
      *                 circuler ce jour-la selon traincal.dat (meme
      *                 regle que traingen.cbl). Sorties :
      *                 trainres.new (reservations confirmees),
      *                 trainrsv.jnl (journal des demandes appliquees)
      *                 et trainrsv.lis (demandes acceptees ou
      *                 refusees avec motif, puis taux de remplissage
      *                 par train et troncon pour la date demandee).
      *                 Parametres : pourcentage de surreservation
      *                 (defaut 0) et date du taux de remplissage
      *                 AAAAMMJJ (defaut : date du jour).
      *    2026-10-15  WS-PLACES porte a 4 chiffres comme les places
      *                 vendues par troncon (TBL-INV-VENDU) : au-dela de
      *                 999 places vendues, l'etat de remplissage
      *                 tronquait le compte et ne signalait plus la
      *                 surreservation.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN3 ASSIGN TO 'train3.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN3-STATUS.

           SELECT FIC-CAL ASSIGN TO 'traincal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT FIC-RESERV ASSIGN TO 'trainres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.

           SELECT FIC-DEMANDE ASSIGN TO 'trainrsv.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-DEMANDE-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'trainres.new'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-JOURNAL ASSIGN TO 'trainrsv.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'trainrsv.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY 'TRAIN3-FDESCRIPTION.cpy'.

      ***** Masque de circulation d'un train du plan (traingen.cbl) ****
       FD  FIC-CAL
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CAL.
           05  CAL-TYPE            PIC X(3).
           05  FILLER              PIC X(1).
           05  CAL-GARE            PIC X(18).
           05  FILLER              PIC X(1).
           05  CAL-HHMM            PIC X(4).
           05  FILLER              PIC X(1).
           05  CAL-JOURS           PIC X(7).
           05  FILLER              PIC X(1).
           05  CAL-DEB             PIC 9(8).
           05  FILLER              PIC X(1).
           05  CAL-FIN             PIC 9(8).

       FD  FIC-RESERV
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RESERV              PIC X(130).

      ***** Demande : 'R' reserver, 'A' annuler (seule la reference ***
      ***** compte pour une annulation)                             ***
       FD  FIC-DEMANDE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-DEMANDE.
           05  DEM-ACTION          PIC X(1).
               88  DEM-RESERVER    VALUE 'R'.
               88  DEM-ANNULER     VALUE 'A'.
           05  FILLER              PIC X(1).
           05  DEM-RESERVATION     PIC X(130).

       FD  FIC-NOUVEAU
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.
       01  REC-NOUVEAU             PIC X(130).

      ***** Journal des demandes appliquees ****************************
       FD  FIC-JOURNAL
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JOURNAL.
           05  JNL-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  JNL-HEURE           PIC 9(6).
           05  FILLER              PIC X(1).
           05  JNL-ACTION          PIC X(1).
           05  FILLER              PIC X(1).
           05  JNL-RESERVATION     PIC X(130).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAIN3-LEN           PIC 9(3) VALUE 151.
       01  WS-TRAIN3-STATUS        PIC X(02).
           88  WS-TRAIN3-OK        VALUE '00'.
           88  WS-TRAIN3-END       VALUE '10'.
       01  WS-CAL-STATUS           PIC X(02).
           88  WS-CAL-OK           VALUE '00'.
           88  WS-CAL-END          VALUE '10'.
       01  WS-RESERV-STATUS        PIC X(02).
           88  WS-RESERV-OK        VALUE '00'.
           88  WS-RESERV-END       VALUE '10'.
       01  WS-DEMANDE-STATUS       PIC X(02).
           88  WS-DEMANDE-OK       VALUE '00'.
           88  WS-DEMANDE-END      VALUE '10'.
       01  WS-NOUVEAU-STATUS       PIC X(02).
       01  WS-JOURNAL-STATUS       PIC X(02).
           88  WS-JOURNAL-ABSENT   VALUE '35'.
       01  WS-RAPPORT-STATUS       PIC X(02).

       COPY 'FRESERV.cpy'.

      ***** Parametres : surreservation autorisee (%) et date du *******
      ***** taux de remplissage                                  *******
       01  WS-CMD-LINE             PIC X(80) VALUE SPACES.
       01  WS-PCT-PARM             PIC X(3)  VALUE SPACES.
       01  WS-DATE-PARM            PIC X(8)  VALUE SPACES.
       01  WS-PARM-JUST            PIC X(3)  JUSTIFIED RIGHT.
       01  WS-PARM-LONG            PIC 9(1)  VALUE 0.
       01  WS-SURRESA-PCT          PIC 9(3)  VALUE 0.
       01  WS-DATE-JOUR            PIC 9(8)  VALUE 0.
       01  WS-HEURE-JOUR           PIC 9(8)  VALUE 0.
       01  WS-DATE-ETAT            PIC 9(8)  VALUE 0.
       01  WS-DATE-ETAT-X REDEFINES WS-DATE-ETAT.
           05  WS-ETAT-AAAA        PIC 9(4).
           05  WS-ETAT-MM          PIC 9(2).
           05  WS-ETAT-JJ          PIC 9(2).

      ***** Trains du plan : arrets dans l'ordre (l'arret 1 est la *****
      ***** gare de depart) et masque de circulation                *****
       01  DATA-SERVICE.
           05  SERVICE-LGTH        PIC 9(4) VALUE 0.
           05  SERVICE-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON SERVICE-LGTH
               INDEXED BY IDX-SERV.
               10  TBL-TYPE        PIC X(3).
               10  TBL-GARE        PIC X(18).
               10  TBL-HHMM        PIC X(4).
               10  TBL-CAPACITE    PIC 9(4).
               10  TBL-NB-ARRETS   PIC 9(2).
               10  TBL-ARRET       PIC X(10) OCCURS 11 TIMES.
               10  TBL-MASQUE      PIC X(1).
               10  TBL-JOURS       PIC X(7).
               10  TBL-CAL-DEB     PIC 9(8).
               10  TBL-CAL-FIN     PIC 9(8).

      ***** Reservations confirmees (chargees puis demandes) ***********
       01  DATA-RESA.
           05  RESA-LGTH           PIC 9(4) VALUE 0.
           05  RESA-TBL
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON RESA-LGTH
               INDEXED BY IDX-RESA.
               10  TBL-RSV-REC     PIC X(130).
               10  TBL-RSV-REF     PIC X(10).
               10  TBL-RSV-ACTIVE  PIC X(1).
               10  TBL-RSV-INV     PIC 9(4).
               10  TBL-RSV-DEB     PIC 9(2).
               10  TBL-RSV-FIN     PIC 9(2).
               10  TBL-RSV-PLACES  PIC 9(3).

      ***** Places vendues par train, date et troncon (troncon k = ****
      ***** de l'arret k a l'arret k + 1)                          ****
       01  DATA-INVENTAIRE.
           05  INV-LGTH            PIC 9(4) VALUE 0.
           05  INV-TBL
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON INV-LGTH
               INDEXED BY IDX-INV.
               10  TBL-INV-SERV    PIC 9(4).
               10  TBL-INV-DATE    PIC 9(8).
               10  TBL-INV-VENDU   PIC 9(4) OCCURS 10 TIMES.

       01  WS-HHMM-TRAIN.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-DATE-TEST            PIC 9(8) VALUE 0.
       01  WS-DATE-TEST-X REDEFINES WS-DATE-TEST.
           05  WS-TEST-AAAA        PIC 9(4).
           05  WS-TEST-MM          PIC 9(2).
           05  WS-TEST-JJ          PIC 9(2).
       01  WS-JOUR-SEM             PIC 9(1) VALUE 0.
       01  WS-CIRCULE              PIC X(1) VALUE 'O'.
       01  WS-MOTIF                PIC X(40) VALUE SPACES.
       01  WS-SERV                 PIC 9(4) VALUE 0.
       01  WS-INV                  PIC 9(4) VALUE 0.
       01  WS-DEB                  PIC 9(2) VALUE 0.
       01  WS-FIN                  PIC 9(2) VALUE 0.
       01  WS-PLACES               PIC 9(4) VALUE 0.
       01  WS-LIMITE               PIC 9(5) VALUE 0.
       01  WS-TAUX                 PIC 9(4) VALUE 0.
       01  WS-I                    PIC 9(4) VALUE 0.
       01  WS-K                    PIC 9(4) VALUE 0.

       01  WS-NB-TRAINS            PIC 9(7) VALUE 0.
       01  WS-NB-RESA-LUES         PIC 9(7) VALUE 0.
       01  WS-NB-HORS-PLAN         PIC 9(7) VALUE 0.
       01  WS-NB-DEMANDES          PIC 9(7) VALUE 0.
       01  WS-NB-ACCEPTEES         PIC 9(7) VALUE 0.
       01  WS-NB-ANNULEES          PIC 9(7) VALUE 0.
       01  WS-NB-REFUSEES          PIC 9(7) VALUE 0.
       01  WS-NB-ECRITES           PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
       01  WS-EDIT-DEMANDE.
           05  WS-ED-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-REFERENCE     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-TYPE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-HHMM          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-DATE          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-MONTEE        PIC X(10).
           05  FILLER              PIC X(1)  VALUE '>'.
           05  WS-ED-DESCENTE      PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-PLACES        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ED-RESULTAT      PIC X(50).

       01  WS-EDIT-TRAIN.
           05  WS-ET-TYPE          PIC X(3).
           05  FILLER              PIC X(8)  VALUE ' DEPART:'.
           05  WS-ET-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ET-HH            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE ':'.
           05  WS-ET-MM            PIC 9(2).
           05  FILLER              PIC X(10) VALUE ' CAPACITE:'.
           05  WS-ET-CAPA          PIC ZZZ9.
           05  FILLER              PIC X(8)  VALUE ' LIMITE:'.
           05  WS-ET-LIMITE        PIC ZZZZ9.

       01  WS-EDIT-TRONCON.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-EL-DE            PIC X(10).
           05  FILLER              PIC X(3)  VALUE ' > '.
           05  WS-EL-A             PIC X(10).
           05  FILLER              PIC X(10) VALUE ' VENDUES:'.
           05  WS-EL-VENDU         PIC ZZZ9.
           05  FILLER              PIC X(9)  VALUE ' LIBRES:'.
           05  WS-EL-LIBRE         PIC ----9.
           05  FILLER              PIC X(13) VALUE ' REMPLISSAGE:'.
           05  WS-EL-TAUX          PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE ' % '.
           05  WS-EL-ALERTE        PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 1000-LOAD-PLAN-START  THRU 1000-LOAD-PLAN-END.
           PERFORM 1200-LOAD-CAL-START   THRU 1200-LOAD-CAL-END.
           PERFORM 1500-LOAD-RESA-START  THRU 1500-LOAD-RESA-END.
           PERFORM 2000-DEMANDES-START   THRU 2000-DEMANDES-END.
           PERFORM 3000-ECRIT-RESA-START THRU 3000-ECRIT-RESA-END.
           PERFORM 4000-REMPLISSAGE-START
               THRU 4000-REMPLISSAGE-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'TRAINS DU PLAN       : ' WS-NB-TRAINS.
           DISPLAY 'RESERVATIONS LUES    : ' WS-NB-RESA-LUES.
           DISPLAY 'DONT HORS PLAN       : ' WS-NB-HORS-PLAN.
           DISPLAY 'DEMANDES LUES        : ' WS-NB-DEMANDES.
           DISPLAY 'RESERVATIONS ACCEPT. : ' WS-NB-ACCEPTEES.
           DISPLAY 'ANNULATIONS          : ' WS-NB-ANNULEES.
           DISPLAY 'DEMANDES REFUSEES    : ' WS-NB-REFUSEES.
           DISPLAY 'RESERVATIONS ECRITES : ' WS-NB-ECRITES
               ' (trainres.new)'.
           DISPLAY 'RAPPORT ECRIT        : trainrsv.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Surreservation autorisee en pourcentage (defaut 0) puis ***
      ***** date AAAAMMJJ du taux de remplissage (defaut : jour)    ***
       0100-PARM-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PCT-PARM WS-DATE-PARM
           END-UNSTRING.

           IF WS-PCT-PARM NOT = SPACES
               MOVE 0 TO WS-PARM-LONG
               INSPECT WS-PCT-PARM TALLYING WS-PARM-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-PCT-PARM(1:WS-PARM-LONG) TO WS-PARM-JUST
               INSPECT WS-PARM-JUST REPLACING LEADING SPACE BY '0'
               IF WS-PARM-JUST IS NUMERIC
                   MOVE WS-PARM-JUST TO WS-SURRESA-PCT
               END-IF
           END-IF.

           MOVE WS-DATE-JOUR TO WS-DATE-ETAT.
           IF WS-DATE-PARM NOT = SPACES
               IF WS-DATE-PARM IS NUMERIC
                   MOVE WS-DATE-PARM TO WS-DATE-ETAT
               ELSE
                   DISPLAY 'USAGE: trainrsv [<surreservation %> '
                       '[<AAAAMMJJ>]]'
                   DISPLAY '  EX : trainrsv 010 20261020'
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
           MOVE 0 TO TBL-CAPACITE(IDX-SERV).
           IF WS-TRAIN3-LEN NOT < 151
               AND TRAIN3-CAPACITE IS NUMERIC
               MOVE TRAIN3-CAPACITE TO TBL-CAPACITE(IDX-SERV)
           END-IF.
           MOVE 'N' TO TBL-MASQUE(IDX-SERV).
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

      ***** Masque de circulation (facultatif : sans ligne au masque, *
      ***** le train circule tous les jours, comme dans traingen)     *
       1200-LOAD-CAL-START.
           OPEN INPUT FIC-CAL.
           IF NOT WS-CAL-OK
               GO TO 1200-LOAD-CAL-END
           END-IF.
           PERFORM 1300-LOAD-CAL-LOOP-START
               THRU 1300-LOAD-CAL-LOOP-END
               UNTIL WS-CAL-END.
           CLOSE FIC-CAL.
       1200-LOAD-CAL-END.
           EXIT.

       1300-LOAD-CAL-LOOP-START.
           READ FIC-CAL
               AT END
                   MOVE '10' TO WS-CAL-STATUS
               NOT AT END
                   SET IDX-SERV TO 1
                   SEARCH SERVICE-TBL
                       AT END
                           CONTINUE
                       WHEN TBL-TYPE(IDX-SERV) = CAL-TYPE
                           AND TBL-GARE(IDX-SERV) = CAL-GARE
                           AND TBL-HHMM(IDX-SERV) = CAL-HHMM
                           MOVE 'O'       TO TBL-MASQUE(IDX-SERV)
                           MOVE CAL-JOURS TO TBL-JOURS(IDX-SERV)
                           MOVE CAL-DEB   TO TBL-CAL-DEB(IDX-SERV)
                           MOVE CAL-FIN   TO TBL-CAL-FIN(IDX-SERV)
                   END-SEARCH
           END-READ.
       1300-LOAD-CAL-LOOP-END.
           EXIT.

      ***** Reservations deja confirmees : cumul sur les troncons ******
      ***** sans controle de capacite (elles ont ete acceptees) ; ******
      ***** une reservation dont le train a quitte le plan est    ******
      ***** conservee et signalee. Fichier absent = aucune        ******
      ***** reservation encore                                    ******
       1500-LOAD-RESA-START.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'RESERVATIONS AU ' DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               ' - SURRESERVATION AUTORISEE ' DELIMITED BY SIZE
               WS-SURRESA-PCT DELIMITED BY SIZE
               ' %' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.

           OPEN INPUT FIC-RESERV.
           IF NOT WS-RESERV-OK
               GO TO 1500-LOAD-RESA-END
           END-IF.
           PERFORM 1600-LOAD-RESA-LOOP-START
               THRU 1600-LOAD-RESA-LOOP-END
               UNTIL WS-RESERV-END.
           CLOSE FIC-RESERV.
       1500-LOAD-RESA-END.
           EXIT.

       1600-LOAD-RESA-LOOP-START.
           READ FIC-RESERV INTO F-RESERVATION
               AT END
                   MOVE '10' TO WS-RESERV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-RESA-LUES
                   PERFORM 1610-RESA-EXISTANTE-START
                       THRU 1610-RESA-EXISTANTE-END
           END-READ.
       1600-LOAD-RESA-LOOP-END.
           EXIT.

       1610-RESA-EXISTANTE-START.
           IF RESA-LGTH NOT < 5000
               DISPLAY 'TABLE DES RESERVATIONS PLEINE, ARRET'
               STOP RUN
           END-IF.
           MOVE 0 TO WS-INV.
           PERFORM 2100-SITUE-START THRU 2100-SITUE-END.
           IF WS-MOTIF = SPACES
               AND RSV-DATE IS NUMERIC
               AND RSV-PLACES IS NUMERIC
               MOVE RSV-DATE-NUM TO WS-DATE-TEST
               PERFORM 2150-INVENTAIRE-START
                   THRU 2150-INVENTAIRE-END
           END-IF.
           IF WS-INV = 0
               ADD 1 TO WS-NB-HORS-PLAN
               MOVE 'C' TO WS-ED-ACTION
               IF WS-MOTIF = SPACES
                   MOVE 'DATE OU PLACES INVALIDES' TO WS-MOTIF
               END-IF
               MOVE SPACES TO WS-ED-RESULTAT
               STRING 'CONSERVEE HORS INVENTAIRE: ' DELIMITED BY SIZE
                   WS-MOTIF DELIMITED BY SIZE
                   INTO WS-ED-RESULTAT
               END-STRING
               PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END
           ELSE
               MOVE RSV-PLACES-NUM TO WS-PLACES
               PERFORM VARYING WS-K FROM WS-DEB BY 1
                       UNTIL WS-K NOT < WS-FIN
                   ADD WS-PLACES TO TBL-INV-VENDU(WS-INV WS-K)
               END-PERFORM
           END-IF.
           PERFORM 2160-AJOUTE-RESA-START THRU 2160-AJOUTE-RESA-END.
       1610-RESA-EXISTANTE-END.
           EXIT.

      ***** Demandes du jour, appliquees dans l'ordre du fichier ;  ***
      ***** fichier absent = simple etat du remplissage             ***
       2000-DEMANDES-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'DEMANDES DE RESERVATION ET D''ANNULATION'
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           OPEN INPUT FIC-DEMANDE.
           IF NOT WS-DEMANDE-OK
               MOVE '  AUCUNE DEMANDE (trainrsv.dat ABSENT)'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 2000-DEMANDES-END
           END-IF.
           OPEN EXTEND FIC-JOURNAL.
           IF WS-JOURNAL-ABSENT
               OPEN OUTPUT FIC-JOURNAL
           END-IF.
           PERFORM 2010-DEMANDES-LOOP-START
               THRU 2010-DEMANDES-LOOP-END
               UNTIL WS-DEMANDE-END.
           CLOSE FIC-DEMANDE.
           CLOSE FIC-JOURNAL.
       2000-DEMANDES-END.
           EXIT.

       2010-DEMANDES-LOOP-START.
           READ FIC-DEMANDE
               AT END
                   MOVE '10' TO WS-DEMANDE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-DEMANDES
                   MOVE DEM-RESERVATION TO F-RESERVATION
                   MOVE DEM-ACTION      TO WS-ED-ACTION
                   MOVE SPACES          TO WS-MOTIF
                   EVALUATE TRUE
                       WHEN DEM-RESERVER
                           PERFORM 2200-RESERVE-START
                               THRU 2200-RESERVE-END
                       WHEN DEM-ANNULER
                           PERFORM 2500-ANNULE-START
                               THRU 2500-ANNULE-END
                       WHEN OTHER
                           MOVE 'ACTION INVALIDE (R OU A)' TO WS-MOTIF
                   END-EVALUATE
                   IF WS-MOTIF NOT = SPACES
                       ADD 1 TO WS-NB-REFUSEES
                       MOVE SPACES TO WS-ED-RESULTAT
                       STRING 'REFUSEE: ' DELIMITED BY SIZE
                           WS-MOTIF DELIMITED BY SIZE
                           INTO WS-ED-RESULTAT
                       END-STRING
                       PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END
                   END-IF
           END-READ.
       2010-DEMANDES-LOOP-END.
           EXIT.

      ***** Train du plan de la reservation courante (WS-SERV) et ******
      ***** troncons parcourus WS-DEB a WS-FIN - 1 ; WS-MOTIF non  ******
      ***** blanc si la reservation ne se situe pas sur le plan    ******
       2100-SITUE-START.
           MOVE SPACES TO WS-MOTIF.
           MOVE 0 TO WS-SERV WS-DEB WS-FIN.
           SET IDX-SERV TO 1.
           SEARCH SERVICE-TBL
               AT END
                   MOVE 'TRAIN INCONNU AU PLAN' TO WS-MOTIF
                   GO TO 2100-SITUE-END
               WHEN TBL-TYPE(IDX-SERV) = RSV-TYPE
                   AND TBL-GARE(IDX-SERV) = RSV-GARE
                   AND TBL-HHMM(IDX-SERV) = RSV-HHMM
                   SET WS-SERV TO IDX-SERV
           END-SEARCH.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > TBL-NB-ARRETS(WS-SERV)
                   OR WS-DEB > 0
               IF TBL-ARRET(WS-SERV WS-K) = RSV-MONTEE(1:10)
                   MOVE WS-K TO WS-DEB
               END-IF
           END-PERFORM.
           IF WS-DEB = 0
               MOVE 'GARE DE MONTEE HORS PARCOURS' TO WS-MOTIF
               GO TO 2100-SITUE-END
           END-IF.

           PERFORM VARYING WS-K FROM WS-DEB BY 1
                   UNTIL WS-K > TBL-NB-ARRETS(WS-SERV)
                   OR WS-FIN > 0
               IF WS-K > WS-DEB
                   AND TBL-ARRET(WS-SERV WS-K) = RSV-DESCENTE(1:10)
                   MOVE WS-K TO WS-FIN
               END-IF
           END-PERFORM.
           IF WS-FIN = 0
               MOVE 'GARE DE DESCENTE HORS PARCOURS' TO WS-MOTIF
           END-IF.
       2100-SITUE-END.
           EXIT.

      ***** Poste d'inventaire du train WS-SERV a la date            **
      ***** WS-DATE-TEST, cree a zero s'il n'existe pas (WS-INV = 0   **
      ***** si la table est pleine)                                   **
       2150-INVENTAIRE-START.
           MOVE 0 TO WS-INV.
           SET IDX-INV TO 1.
           SEARCH INV-TBL
               AT END
                   IF INV-LGTH < 5000
                       SET INV-LGTH UP BY 1
                       SET IDX-INV TO INV-LGTH
                       MOVE WS-SERV      TO TBL-INV-SERV(IDX-INV)
                       MOVE WS-DATE-TEST TO TBL-INV-DATE(IDX-INV)
                       PERFORM VARYING WS-K FROM 1 BY 1
                               UNTIL WS-K > 10
                           MOVE 0 TO TBL-INV-VENDU(IDX-INV WS-K)
                       END-PERFORM
                       SET WS-INV TO IDX-INV
                   END-IF
               WHEN TBL-INV-SERV(IDX-INV) = WS-SERV
                   AND TBL-INV-DATE(IDX-INV) = WS-DATE-TEST
                   SET WS-INV TO IDX-INV
           END-SEARCH.
       2150-INVENTAIRE-END.
           EXIT.

       2160-AJOUTE-RESA-START.
           SET RESA-LGTH UP BY 1.
           SET IDX-RESA TO RESA-LGTH.
           MOVE F-RESERVATION TO TBL-RSV-REC(IDX-RESA).
           MOVE RSV-REFERENCE TO TBL-RSV-REF(IDX-RESA).
           MOVE 'O'           TO TBL-RSV-ACTIVE(IDX-RESA).
           MOVE WS-INV        TO TBL-RSV-INV(IDX-RESA).
           MOVE WS-DEB        TO TBL-RSV-DEB(IDX-RESA).
           MOVE WS-FIN        TO TBL-RSV-FIN(IDX-RESA).
           MOVE 0             TO TBL-RSV-PLACES(IDX-RESA).
           IF RSV-PLACES IS NUMERIC
               MOVE RSV-PLACES-NUM TO TBL-RSV-PLACES(IDX-RESA)
           END-IF.
       2160-AJOUTE-RESA-END.
           EXIT.

      ***** Demande de reservation : controles dans l'ordre, le     ***
      ***** premier motif trouve est retenu ; la capacite est        ***
      ***** verifiee troncon par troncon                             ***
       2200-RESERVE-START.
           IF RSV-REFERENCE = SPACES
               MOVE 'REFERENCE ABSENTE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.
           PERFORM 2550-CHERCHE-REF-START THRU 2550-CHERCHE-REF-END.
           IF WS-I > 0
               MOVE 'REFERENCE DEJA RESERVEE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.
           IF RSV-PLACES IS NOT NUMERIC
               OR RSV-PLACES-NUM = 0
               MOVE 'NOMBRE DE PLACES INVALIDE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.
           IF RSV-DATE IS NOT NUMERIC
               MOVE 'DATE DE CIRCULATION INVALIDE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.
           MOVE RSV-DATE-NUM TO WS-DATE-TEST.
           IF WS-TEST-MM < 1 OR WS-TEST-MM > 12
               OR WS-TEST-JJ < 1 OR WS-TEST-JJ > 31
               MOVE 'DATE DE CIRCULATION INVALIDE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.
           IF WS-DATE-TEST < WS-DATE-JOUR
               MOVE 'DATE DE CIRCULATION PASSEE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.

           PERFORM 2100-SITUE-START THRU 2100-SITUE-END.
           IF WS-MOTIF NOT = SPACES
               GO TO 2200-RESERVE-END
           END-IF.
           SET IDX-SERV TO WS-SERV.
           PERFORM 2300-CIRCULE-START THRU 2300-CIRCULE-END.
           IF WS-CIRCULE = 'N'
               MOVE 'LE TRAIN NE CIRCULE PAS CE JOUR' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.
           IF TBL-CAPACITE(WS-SERV) = 0
               MOVE 'CAPACITE DU TRAIN NON RENSEIGNEE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.

           IF RESA-LGTH NOT < 5000
               MOVE 'TABLE DES RESERVATIONS PLEINE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.
           PERFORM 2150-INVENTAIRE-START THRU 2150-INVENTAIRE-END.
           IF WS-INV = 0
               MOVE 'TABLE D''INVENTAIRE PLEINE' TO WS-MOTIF
               GO TO 2200-RESERVE-END
           END-IF.

           MOVE RSV-PLACES-NUM TO WS-PLACES.
           COMPUTE WS-LIMITE = TBL-CAPACITE(WS-SERV)
               + TBL-CAPACITE(WS-SERV) * WS-SURRESA-PCT / 100.
           PERFORM VARYING WS-K FROM WS-DEB BY 1
                   UNTIL WS-K NOT < WS-FIN
                   OR WS-MOTIF NOT = SPACES
               IF TBL-INV-VENDU(WS-INV WS-K) + WS-PLACES > WS-LIMITE
                   STRING 'COMPLET ' DELIMITED BY SIZE
                       TBL-ARRET(WS-SERV WS-K) DELIMITED BY '  '
                       '>' DELIMITED BY SIZE
                       TBL-ARRET(WS-SERV WS-K + 1) DELIMITED BY '  '
                       INTO WS-MOTIF
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-MOTIF NOT = SPACES
               GO TO 2200-RESERVE-END
           END-IF.

           PERFORM VARYING WS-K FROM WS-DEB BY 1
                   UNTIL WS-K NOT < WS-FIN
               ADD WS-PLACES TO TBL-INV-VENDU(WS-INV WS-K)
           END-PERFORM.
           PERFORM 2160-AJOUTE-RESA-START THRU 2160-AJOUTE-RESA-END.
           ADD 1 TO WS-NB-ACCEPTEES.
           PERFORM 2800-JOURNAL-START THRU 2800-JOURNAL-END.
           MOVE 'ACCEPTEE' TO WS-ED-RESULTAT.
           PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END.
       2200-RESERVE-END.
           EXIT.

      ***** Le train IDX-SERV circule-t-il le WS-DATE-TEST ? Meme  *****
      ***** regle que traingen.cbl : sans masque oui, sinon plage  *****
      ***** de validite et jour de semaine coche 'X'               *****
       2300-CIRCULE-START.
           MOVE 'O' TO WS-CIRCULE.
           IF TBL-MASQUE(IDX-SERV) NOT = 'O'
               GO TO 2300-CIRCULE-END
           END-IF.
           COMPUTE WS-JOUR-SEM = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-TEST) - 1, 7) + 1.
           IF TBL-CAL-DEB(IDX-SERV) > 0
               AND WS-DATE-TEST < TBL-CAL-DEB(IDX-SERV)
               MOVE 'N' TO WS-CIRCULE
           END-IF.
           IF TBL-CAL-FIN(IDX-SERV) > 0
               AND WS-DATE-TEST > TBL-CAL-FIN(IDX-SERV)
               MOVE 'N' TO WS-CIRCULE
           END-IF.
           IF TBL-JOURS(IDX-SERV)(WS-JOUR-SEM:1) NOT = 'X'
               MOVE 'N' TO WS-CIRCULE
           END-IF.
       2300-CIRCULE-END.
           EXIT.

      ***** Annulation : la reservation sort du fichier et ses      ***
      ***** places sont rendues a chaque troncon                    ***
       2500-ANNULE-START.
           IF RSV-REFERENCE = SPACES
               MOVE 'REFERENCE ABSENTE' TO WS-MOTIF
               GO TO 2500-ANNULE-END
           END-IF.
           PERFORM 2550-CHERCHE-REF-START THRU 2550-CHERCHE-REF-END.
           IF WS-I = 0
               MOVE 'RESERVATION INCONNUE' TO WS-MOTIF
               GO TO 2500-ANNULE-END
           END-IF.

           SET IDX-RESA TO WS-I.
           MOVE 'N' TO TBL-RSV-ACTIVE(IDX-RESA).
           MOVE TBL-RSV-INV(IDX-RESA) TO WS-INV.
           IF WS-INV > 0
               PERFORM VARYING WS-K FROM TBL-RSV-DEB(IDX-RESA) BY 1
                       UNTIL WS-K NOT < TBL-RSV-FIN(IDX-RESA)
                   SUBTRACT TBL-RSV-PLACES(IDX-RESA)
                       FROM TBL-INV-VENDU(WS-INV WS-K)
               END-PERFORM
           END-IF.

      *    Le journal et la liste reprennent la reservation annulee
      *    telle qu'elle etait enregistree.
           MOVE TBL-RSV-REC(IDX-RESA) TO F-RESERVATION.
           ADD 1 TO WS-NB-ANNULEES.
           PERFORM 2800-JOURNAL-START THRU 2800-JOURNAL-END.
           MOVE 'ANNULEE, PLACES LIBEREES' TO WS-ED-RESULTAT.
           PERFORM 2900-LIGNE-START THRU 2900-LIGNE-END.
       2500-ANNULE-END.
           EXIT.

      ***** Reservation active de reference RSV-REFERENCE : son rang **
      ***** dans WS-I, zero si aucune                                **
       2550-CHERCHE-REF-START.
           MOVE 0 TO WS-I.
           SET IDX-RESA TO 1.
           SEARCH RESA-TBL
               AT END
                   CONTINUE
               WHEN TBL-RSV-REF(IDX-RESA) = RSV-REFERENCE
                   AND TBL-RSV-ACTIVE(IDX-RESA) = 'O'
                   SET WS-I TO IDX-RESA
           END-SEARCH.
       2550-CHERCHE-REF-END.
           EXIT.

       2800-JOURNAL-START.
           MOVE SPACES              TO REC-JOURNAL.
           MOVE WS-DATE-JOUR        TO JNL-DATE.
           MOVE WS-HEURE-JOUR(1:6)  TO JNL-HEURE.
           MOVE DEM-ACTION          TO JNL-ACTION.
           MOVE F-RESERVATION       TO JNL-RESERVATION.
           WRITE REC-JOURNAL.
       2800-JOURNAL-END.
           EXIT.

       2900-LIGNE-START.
           MOVE RSV-REFERENCE TO WS-ED-REFERENCE.
           MOVE RSV-TYPE      TO WS-ED-TYPE.
           MOVE RSV-GARE      TO WS-ED-GARE.
           MOVE RSV-HHMM      TO WS-ED-HHMM.
           MOVE RSV-DATE      TO WS-ED-DATE.
           MOVE RSV-MONTEE    TO WS-ED-MONTEE.
           MOVE RSV-DESCENTE  TO WS-ED-DESCENTE.
           MOVE RSV-PLACES    TO WS-ED-PLACES.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-DEMANDE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-ED-RESULTAT.
       2900-LIGNE-END.
           EXIT.

      ***** Nouveau fichier des reservations : les actives seulement **
       3000-ECRIT-RESA-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM VARYING IDX-RESA FROM 1 BY 1
                   UNTIL IDX-RESA > RESA-LGTH
               IF TBL-RSV-ACTIVE(IDX-RESA) = 'O'
                   MOVE TBL-RSV-REC(IDX-RESA) TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
                   ADD 1 TO WS-NB-ECRITES
               END-IF
           END-PERFORM.
           CLOSE FIC-NOUVEAU.
       3000-ECRIT-RESA-END.
           EXIT.

      ***** Taux de remplissage du jour demande : chaque train qui ****
      ***** circule ce jour-la, troncon par troncon                ****
       4000-REMPLISSAGE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           STRING 'TAUX DE REMPLISSAGE DU ' DELIMITED BY SIZE
               WS-ETAT-JJ DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ETAT-MM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ETAT-AAAA DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.

           MOVE WS-DATE-ETAT TO WS-DATE-TEST.
           PERFORM 4100-UN-TRAIN-START
               THRU 4100-UN-TRAIN-END
               VARYING IDX-SERV FROM 1 BY 1
               UNTIL IDX-SERV > SERVICE-LGTH.
       4000-REMPLISSAGE-END.
           EXIT.

       4100-UN-TRAIN-START.
           PERFORM 2300-CIRCULE-START THRU 2300-CIRCULE-END.
           IF WS-CIRCULE = 'N'
               GO TO 4100-UN-TRAIN-END
           END-IF.
           SET WS-SERV TO IDX-SERV.
           MOVE 0 TO WS-INV.
           SET IDX-INV TO 1.
           SEARCH INV-TBL
               AT END
                   CONTINUE
               WHEN TBL-INV-SERV(IDX-INV) = WS-SERV
                   AND TBL-INV-DATE(IDX-INV) = WS-DATE-TEST
                   SET WS-INV TO IDX-INV
           END-SEARCH.
           COMPUTE WS-LIMITE = TBL-CAPACITE(WS-SERV)
               + TBL-CAPACITE(WS-SERV) * WS-SURRESA-PCT / 100.

           MOVE TBL-TYPE(WS-SERV)     TO WS-ET-TYPE.
           MOVE TBL-GARE(WS-SERV)     TO WS-ET-GARE.
           MOVE TBL-HHMM(WS-SERV)     TO WS-HHMM-TRAIN.
           MOVE WS-HHMM-HH            TO WS-ET-HH.
           MOVE WS-HHMM-MM            TO WS-ET-MM.
           MOVE TBL-CAPACITE(WS-SERV) TO WS-ET-CAPA.
           MOVE WS-LIMITE             TO WS-ET-LIMITE.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-EDIT-TRAIN TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF TBL-CAPACITE(WS-SERV) = 0
               MOVE '    CAPACITE NON RENSEIGNEE, PAS DE RESERVATION'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 4100-UN-TRAIN-END
           END-IF.

           PERFORM 4200-TRONCON-START
               THRU 4200-TRONCON-END
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K NOT < TBL-NB-ARRETS(WS-SERV).
       4100-UN-TRAIN-END.
           EXIT.

       4200-TRONCON-START.
           MOVE TBL-ARRET(WS-SERV WS-K)     TO WS-EL-DE.
           MOVE TBL-ARRET(WS-SERV WS-K + 1) TO WS-EL-A.
           MOVE 0 TO WS-PLACES.
           IF WS-INV > 0
               MOVE TBL-INV-VENDU(WS-INV WS-K) TO WS-PLACES
           END-IF.
           MOVE WS-PLACES TO WS-EL-VENDU.
           COMPUTE WS-EL-LIBRE = TBL-CAPACITE(WS-SERV) - WS-PLACES.
           COMPUTE WS-TAUX ROUNDED =
               WS-PLACES * 100 / TBL-CAPACITE(WS-SERV).
           MOVE WS-TAUX TO WS-EL-TAUX.
           MOVE SPACES TO WS-EL-ALERTE.
           IF WS-PLACES > TBL-CAPACITE(WS-SERV)
               MOVE 'SURRESERVE' TO WS-EL-ALERTE
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TRONCON TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4200-TRONCON-END.
           EXIT.
