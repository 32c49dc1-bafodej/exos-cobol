       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainexp.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Export des horaires du plan
      *                 (train3.dat) au format d'echange des
      *                 calculateurs d'itineraires (fichiers delimites
      *                 par des virgules, ligne d'entete en premier) :
      *                 stops.txt (gares du maitre
      *                 fr-liste-gares-maitre.txt desservies, zone =
      *                 departement), routes.txt (une ligne par type
      *                 + origine + terminus), trips.txt (un voyage
      *                 par train), stop_times.txt (un passage par
      *                 arret) et calendar.txt (masques de
      *                 traincal.dat, un train sans masque circule
      *                 tous les jours). Les identifiants sont tires
      *                 des donnees et restent les memes d'un export a
      *                 l'autre : gare = ses 10 premiers caracteres
      *                 (blancs internes en '_'), voyage = cle du
      *                 train TYPE-GARE-HHMM, ligne = TYPE-ORIGINE-
      *                 TERMINUS, service = jours (1/0 du lundi au
      *                 dimanche) et bornes du masque telles quelles.
      *                 Le plan ne porte que l'heure de depart et
      *                 l'heure d'arrivee : l'heure de passage aux
      *                 arrets intermediaires est interpolee au
      *                 prorata des kilometres (routine partagee
      *                 TARIF.cpy, distances de fr-distances-gares.txt)
      *                 ou, si un troncon n'a pas de distance, a
      *                 intervalles egaux ; ces passages sont marques
      *                 timepoint 0 (heure approchee), le depart et
      *                 l'arrivee timepoint 1. Un arret de service ou
      *                 de fret ('S'/'F') est exporte sans montee ni
      *                 descente. Apres minuit, les heures depassent
      *                 24:00:00 comme le veut le format. Sont ecartes
      *                 et listes dans trainexp.lis : la cle en double,
      *                 l'horaire incoherent (regle de trainval.cbl),
      *                 le train a moins de deux gares, la gare absente
      *                 du maitre et le masque echu. trainexp.lis
      *                 donne ensuite le controle de l'export (trains
      *                 lus, exportes, ecartes par motif, lignes
      *                 ecrites par fichier). Le flux ne contient ni
      *                 agency.txt ni coordonnees des gares, absents
      *                 du systeme : ils sont a joindre par le
      *                 diffuseur. Parametre : date de debut du flux
      *                 AAAAMMJJ (defaut : date du jour), qui remplace
      *                 une date de debut de masque nulle ; une date de
      *                 fin nulle est portee a un an de la date de
      *                 debut.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN3 ASSIGN TO 'train3.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN3-STATUS.

           SELECT FIC-MAITRE ASSIGN TO 'fr-liste-gares-maitre.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-MAITRE-STATUS.

           SELECT FIC-CAL ASSIGN TO 'traincal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT FIC-DISTANCES ASSIGN TO 'fr-distances-gares.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS TA-DISTANCES-STATUS.

           SELECT FIC-TARIFS ASSIGN TO 'trains-tarifs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS TA-TARIFS-STATUS.

           SELECT FIC-STOPS ASSIGN TO 'stops.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-STOPS-STATUS.

           SELECT FIC-ROUTES ASSIGN TO 'routes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-ROUTES-STATUS.

           SELECT FIC-TRIPS ASSIGN TO 'trips.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-TRIPS-STATUS.

           SELECT FIC-PASSAGES ASSIGN TO 'stop_times.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-PASSAGES-STATUS.

           SELECT FIC-CALENDAR ASSIGN TO 'calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'trainexp.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY 'TRAIN3-FDESCRIPTION.cpy'.

       FD  FIC-MAITRE
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FGAREM.cpy'.

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

       FD  FIC-DISTANCES
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDISTANCE.cpy'.

       FD  FIC-TARIFS
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FTARIF.cpy'.

       FD  FIC-STOPS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-STOPS                        PIC X(120).

       FD  FIC-ROUTES
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ROUTES                       PIC X(120).

       FD  FIC-TRIPS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-TRIPS                        PIC X(120).

       FD  FIC-PASSAGES
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PASSAGES                     PIC X(120).

       FD  FIC-CALENDAR
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CALENDAR                     PIC X(120).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAIN3-LEN           PIC 9(3) VALUE 151.
       01  WS-TRAIN3-STATUS        PIC X(02).
           88  WS-TRAIN3-OK        VALUE '00'.
           88  WS-TRAIN3-END       VALUE '10'.
       01  WS-MAITRE-STATUS        PIC X(02).
           88  WS-MAITRE-OK        VALUE '00'.
           88  WS-MAITRE-END       VALUE '10'.
       01  WS-CAL-STATUS           PIC X(02).
           88  WS-CAL-OK           VALUE '00'.
           88  WS-CAL-END          VALUE '10'.
       01  WS-STOPS-STATUS         PIC X(02).
       01  WS-ROUTES-STATUS        PIC X(02).
       01  WS-TRIPS-STATUS         PIC X(02).
       01  WS-PASSAGES-STATUS      PIC X(02).
       01  WS-CALENDAR-STATUS      PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).

       COPY 'TARIF-WS.cpy'.

      ***** Date de debut du flux (defaut : date du jour) *************
       01  WS-CMD-LINE             PIC X(80) VALUE SPACES.
       01  WS-DATE-PARM            PIC X(8)  VALUE SPACES.
       01  WS-DATE-FLUX            PIC 9(8)  VALUE 0.

      ***** Gares du maitre ; TBL-GRM-SERVIE a 'O' des qu'un train ****
      ***** exporte la dessert                                     ****
       01  DATA-MAITRE.
           05  MAITRE-LGTH         PIC 9(4) VALUE 0.
           05  MAITRE-TBL
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON MAITRE-LGTH
               INDEXED BY IDX-GARE.
               10  TBL-GRM-NOM     PIC X(18).
               10  TBL-GRM-DEPT    PIC X(3).
               10  TBL-GRM-SERVIE  PIC X(1).

      ***** Masques de circulation de traincal.dat ********************
       01  DATA-CAL.
           05  CAL-LGTH            PIC 9(4) VALUE 0.
           05  CAL-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON CAL-LGTH
               INDEXED BY IDX-CAL.
               10  TBL-CAL-TYPE    PIC X(3).
               10  TBL-CAL-GARE    PIC X(18).
               10  TBL-CAL-HHMM    PIC X(4).
               10  TBL-CAL-JOURS   PIC X(7).
               10  TBL-CAL-DEB     PIC 9(8).
               10  TBL-CAL-FIN     PIC 9(8).

      ***** Voyages deja exportes (controle des cles en double) *******
       01  DATA-TRIP.
           05  TRIP-LGTH           PIC 9(4) VALUE 0.
           05  TRIP-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON TRIP-LGTH
               INDEXED BY IDX-TRP.
               10  TBL-TRP-ID      PIC X(20).

      ***** Lignes : type + origine + terminus ************************
       01  DATA-ROUTE.
           05  ROUTE-LGTH          PIC 9(4) VALUE 0.
           05  ROUTE-TBL
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON ROUTE-LGTH
               INDEXED BY IDX-RTE.
               10  TBL-RTE-ID      PIC X(30).
               10  TBL-RTE-TYPE    PIC X(3).
               10  TBL-RTE-ORIGINE PIC X(18).
               10  TBL-RTE-TERMINUS PIC X(18).

      ***** Services : jours de circulation et dates du flux ***********
       01  DATA-SVC.
           05  SVC-LGTH            PIC 9(4) VALUE 0.
           05  SVC-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON SVC-LGTH
               INDEXED BY IDX-SVC.
               10  TBL-SVC-ID      PIC X(26).
               10  TBL-SVC-JOURS   PIC X(7).
               10  TBL-SVC-DEB     PIC 9(8).
               10  TBL-SVC-FIN     PIC 9(8).

      ***** Arrets du train courant : la gare de depart en premier, ***
      ***** kilometres cumules depuis l'origine et heure de passage ***
      ***** en minutes depuis minuit du jour de depart              ***
       01  DATA-ARRET.
           05  ARRET-LGTH          PIC 9(2) VALUE 0.
           05  ARRET-TBL OCCURS 11 TIMES.
               10  TBL-ARR-GARE    PIC X(10).
               10  TBL-ARR-FLAG    PIC X(1).
               10  TBL-ARR-MAITRE  PIC 9(4).
               10  TBL-ARR-KM      PIC 9(5).
               10  TBL-ARR-MIN     PIC 9(4).

       01  WS-HHMM-TRAIN.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-TRIP-ID              PIC X(20) VALUE SPACES.
       01  WS-ROUTE-ID             PIC X(30) VALUE SPACES.
       01  WS-SVC-ID               PIC X(26) VALUE SPACES.
       01  WS-SVC-JOURS            PIC X(7)  VALUE SPACES.
       01  WS-SVC-DEB              PIC 9(8)  VALUE 0.
       01  WS-SVC-FIN              PIC 9(8)  VALUE 0.
       01  WS-CAL-DEB              PIC 9(8)  VALUE 0.
       01  WS-CAL-FIN              PIC 9(8)  VALUE 0.
       01  WS-CAL-JOURS            PIC X(7)  VALUE SPACES.
       01  WS-GARE-ID              PIC X(10) VALUE SPACES.
       01  WS-ID-ORIGINE           PIC X(10) VALUE SPACES.
       01  WS-ID-TERMINUS          PIC X(10) VALUE SPACES.
       01  WS-NOM                  PIC X(18) VALUE SPACES.
       01  WS-NOM-ORIGINE          PIC X(18) VALUE SPACES.
       01  WS-NOM-TERMINUS         PIC X(18) VALUE SPACES.
       01  WS-MOTIF                PIC X(60) VALUE SPACES.
       01  WS-ECARTE               PIC X(1)  VALUE 'N'.
       01  WS-UNIFORME             PIC X(1)  VALUE 'N'.
       01  WS-DEP-MIN              PIC 9(4)  VALUE 0.
       01  WS-ARR-MIN              PIC 9(4)  VALUE 0.
       01  WS-DUREE-MIN            PIC 9(4)  VALUE 0.
       01  WS-DUREE-HEURES         PIC 9(2)  VALUE 0.
       01  WS-MINUTES              PIC 9(4)  VALUE 0.
       01  WS-HEURE.
           05  WS-HEURE-HH         PIC 9(2).
           05  FILLER              PIC X(1)  VALUE ':'.
           05  WS-HEURE-MM         PIC 9(2).
           05  FILLER              PIC X(3)  VALUE ':00'.
       01  WS-MONTEE               PIC X(1)  VALUE '0'.
       01  WS-POINT                PIC X(1)  VALUE '0'.
       01  WS-EDIT-RANG            PIC Z9.
       01  WS-I                    PIC 9(2)  VALUE 0.
       01  WS-K                    PIC 9(2)  VALUE 0.
       01  WS-L                    PIC 9(2)  VALUE 0.

       01  WS-NB-TRAINS            PIC 9(7) VALUE 0.
       01  WS-NB-EXPORTES          PIC 9(7) VALUE 0.
       01  WS-NB-ECARTES           PIC 9(7) VALUE 0.
       01  WS-NB-DOUBLE            PIC 9(7) VALUE 0.
       01  WS-NB-HORAIRE           PIC 9(7) VALUE 0.
       01  WS-NB-SANS-ARRET        PIC 9(7) VALUE 0.
       01  WS-NB-HORS-MAITRE       PIC 9(7) VALUE 0.
       01  WS-NB-ECHU              PIC 9(7) VALUE 0.
       01  WS-NB-CAPACITE          PIC 9(7) VALUE 0.
       01  WS-NB-UNIFORMES         PIC 9(7) VALUE 0.
       01  WS-NB-STOPS             PIC 9(7) VALUE 0.
       01  WS-NB-ROUTES            PIC 9(7) VALUE 0.
       01  WS-NB-TRIPS             PIC 9(7) VALUE 0.
       01  WS-NB-PASSAGES          PIC 9(7) VALUE 0.
       01  WS-NB-CALENDAR          PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
       01  WS-EDIT-ECARTE.
           05  WS-EE-TYPE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-HHMM          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-MOTIF         PIC X(60).

       01  WS-EDIT-COMPTE.
           05  WS-EC-LIBELLE       PIC X(40).
           05  WS-EC-NOMBRE        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'EXPORT DES HORAIRES - FLUX DU ' DELIMITED BY SIZE
               WS-DATE-FLUX DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TRAINS ECARTES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 1000-LOAD-MAITRE-START THRU 1000-LOAD-MAITRE-END.
           PERFORM 1200-LOAD-CAL-START    THRU 1200-LOAD-CAL-END.
           PERFORM 2000-EXPORT-START      THRU 2000-EXPORT-END.
           PERFORM 3000-ECRIT-STOPS-START THRU 3000-ECRIT-STOPS-END.
           PERFORM 3100-ECRIT-ROUTES-START
               THRU 3100-ECRIT-ROUTES-END.
           PERFORM 3200-ECRIT-CALENDAR-START
               THRU 3200-ECRIT-CALENDAR-END.
           PERFORM 4000-CONTROLE-START    THRU 4000-CONTROLE-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'TRAINS LUS           : ' WS-NB-TRAINS.
           DISPLAY 'TRAINS EXPORTES      : ' WS-NB-EXPORTES.
           DISPLAY 'TRAINS ECARTES       : ' WS-NB-ECARTES.
           DISPLAY 'HORAIRES REPARTIS    : ' WS-NB-UNIFORMES.
           DISPLAY 'GARES (stops)        : ' WS-NB-STOPS.
           DISPLAY 'LIGNES (routes)      : ' WS-NB-ROUTES.
           DISPLAY 'VOYAGES (trips)      : ' WS-NB-TRIPS.
           DISPLAY 'PASSAGES (stop_times): ' WS-NB-PASSAGES.
           DISPLAY 'SERVICES (calendar)  : ' WS-NB-CALENDAR.
           DISPLAY 'RAPPORT ECRIT        : trainexp.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Date AAAAMMJJ de debut du flux (defaut : date du jour) *****
       0100-PARM-START.
           ACCEPT WS-DATE-FLUX FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-DATE-PARM
           END-UNSTRING.
           IF WS-DATE-PARM NOT = SPACES
               IF WS-DATE-PARM IS NUMERIC
                   MOVE WS-DATE-PARM TO WS-DATE-FLUX
               ELSE
                   DISPLAY 'USAGE: trainexp [<AAAAMMJJ>]'
                   DISPLAY '  EX : trainexp 20261015'
                   STOP RUN
               END-IF
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Maitre des gares (obligatoire : sans lui, pas de stops) ****
       1000-LOAD-MAITRE-START.
           OPEN INPUT FIC-MAITRE.
           IF NOT WS-MAITRE-OK
               DISPLAY 'MAITRE fr-liste-gares-maitre.txt ABSENT '
                   '(STATUT ' WS-MAITRE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-MAITRE-LOOP-START
               THRU 1100-LOAD-MAITRE-LOOP-END
               UNTIL WS-MAITRE-END.
           CLOSE FIC-MAITRE.
       1000-LOAD-MAITRE-END.
           EXIT.

       1100-LOAD-MAITRE-LOOP-START.
           READ FIC-MAITRE
               AT END
                   MOVE '10' TO WS-MAITRE-STATUS
               NOT AT END
                   IF GRM-NOM NOT = SPACES
                       AND MAITRE-LGTH < 5000
                       SET MAITRE-LGTH UP BY 1
                       SET IDX-GARE TO MAITRE-LGTH
                       MOVE GRM-NOM  TO TBL-GRM-NOM(IDX-GARE)
                       MOVE GRM-DEPT TO TBL-GRM-DEPT(IDX-GARE)
                       MOVE 'N'      TO TBL-GRM-SERVIE(IDX-GARE)
                   END-IF
           END-READ.
       1100-LOAD-MAITRE-LOOP-END.
           EXIT.

      ***** Masques de circulation (facultatif : sans fichier, tous ***
      ***** les trains circulent tous les jours)                    ***
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
                   IF CAL-TYPE NOT = SPACES
                       AND CAL-LGTH < 2000
                       SET CAL-LGTH UP BY 1
                       SET IDX-CAL TO CAL-LGTH
                       MOVE CAL-TYPE  TO TBL-CAL-TYPE(IDX-CAL)
                       MOVE CAL-GARE  TO TBL-CAL-GARE(IDX-CAL)
                       MOVE CAL-HHMM  TO TBL-CAL-HHMM(IDX-CAL)
                       MOVE CAL-JOURS TO TBL-CAL-JOURS(IDX-CAL)
                       MOVE CAL-DEB   TO TBL-CAL-DEB(IDX-CAL)
                       MOVE CAL-FIN   TO TBL-CAL-FIN(IDX-CAL)
                   END-IF
           END-READ.
       1300-LOAD-CAL-LOOP-END.
           EXIT.

      ***** Lecture du plan ; trips.txt et stop_times.txt sont ecrits **
      ***** au fil des trains, les autres fichiers en fin de plan     **
       2000-EXPORT-START.
           OPEN INPUT TRAIN3.
           IF NOT WS-TRAIN3-OK
               DISPLAY 'FICHIER train3.dat ABSENT '
                   '(STATUT ' WS-TRAIN3-STATUS '), ARRET'
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-TRIPS.
           MOVE 'route_id,service_id,trip_id,trip_headsign,trip_short_na
      -        'me' TO REC-TRIPS.
           WRITE REC-TRIPS.
           OPEN OUTPUT FIC-PASSAGES.
           MOVE 'trip_id,arrival_time,departure_time,stop_id,stop_sequen
      -        'ce,pickup_type,drop_off_type,timepoint' TO REC-PASSAGES.
           WRITE REC-PASSAGES.

           PERFORM 2100-EXPORT-LOOP-START
               THRU 2100-EXPORT-LOOP-END
               UNTIL WS-TRAIN3-END.

           CLOSE TRAIN3.
           CLOSE FIC-TRIPS.
           CLOSE FIC-PASSAGES.
       2000-EXPORT-END.
           EXIT.

       2100-EXPORT-LOOP-START.
           READ TRAIN3
               AT END
                   SET WS-TRAIN3-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-TRAINS
                   PERFORM 2200-UN-TRAIN-START
                       THRU 2200-UN-TRAIN-END
           END-READ.
       2100-EXPORT-LOOP-END.
           EXIT.

      ***** Controles du train puis ecriture de son voyage ; le     ****
      ***** premier motif de rejet rencontre est seul retenu        ****
       2200-UN-TRAIN-START.
           MOVE TRAIN3-TIME-HH TO WS-HHMM-HH.
           MOVE TRAIN3-TIME-MM TO WS-HHMM-MM.
           MOVE 'N' TO WS-ECARTE.

           MOVE STATION-DEPART(1:10) TO WS-GARE-ID.
           PERFORM 2700-ID-GARE-START THRU 2700-ID-GARE-END.
           MOVE WS-GARE-ID TO WS-ID-ORIGINE.
           MOVE SPACES TO WS-TRIP-ID.
           STRING TRAIN3-TYPE   DELIMITED BY SPACE
               '-'              DELIMITED BY SIZE
               WS-ID-ORIGINE    DELIMITED BY SPACE
               '-'              DELIMITED BY SIZE
               WS-HHMM-TRAIN    DELIMITED BY SIZE
               INTO WS-TRIP-ID
           END-STRING.

           IF TRIP-LGTH NOT < 2000
               OR ROUTE-LGTH NOT < 1000
               OR SVC-LGTH NOT < 500
               ADD 1 TO WS-NB-CAPACITE
               MOVE 'CAPACITE DE L''EXPORT ATTEINTE' TO WS-MOTIF
               PERFORM 2900-ECARTE-START THRU 2900-ECARTE-END
               GO TO 2200-UN-TRAIN-END
           END-IF.

           SET IDX-TRP TO 1.
           SEARCH TRIP-TBL
               AT END
                   CONTINUE
               WHEN TBL-TRP-ID(IDX-TRP) = WS-TRIP-ID
                   ADD 1 TO WS-NB-DOUBLE
                   MOVE 'CLE DE TRAIN EN DOUBLE DANS LE PLAN'
                       TO WS-MOTIF
                   PERFORM 2900-ECARTE-START THRU 2900-ECARTE-END
           END-SEARCH.
           IF WS-ECARTE = 'O'
               GO TO 2200-UN-TRAIN-END
           END-IF.

      *    Meme regle que trainval.cbl : duree reelle (minuit
      *    franchi eventuellement) contre TRAIN3-NBRE-HEURES
           COMPUTE WS-DEP-MIN = TRAIN3-TIME-HH * 60 + TRAIN3-TIME-MM.
           COMPUTE WS-ARR-MIN = TRAIN3-ARR-HH * 60 + TRAIN3-ARR-MM.
           IF WS-ARR-MIN < WS-DEP-MIN
               COMPUTE WS-DUREE-MIN = WS-ARR-MIN + 1440 - WS-DEP-MIN
           ELSE
               COMPUTE WS-DUREE-MIN = WS-ARR-MIN - WS-DEP-MIN
           END-IF.
           COMPUTE WS-DUREE-HEURES ROUNDED = WS-DUREE-MIN / 60.
           IF WS-DUREE-MIN = 0
               OR WS-DUREE-HEURES NOT = TRAIN3-NBRE-HEURES
               ADD 1 TO WS-NB-HORAIRE
               MOVE SPACES TO WS-MOTIF
               STRING 'HORAIRE INCOHERENT, DUREE ANNONCEE:'
                                          DELIMITED BY SIZE
                   TRAIN3-NBRE-HEURES     DELIMITED BY SIZE
                   ' DUREE REELLE:'       DELIMITED BY SIZE
                   WS-DUREE-HEURES        DELIMITED BY SIZE
                   INTO WS-MOTIF
               END-STRING
               PERFORM 2900-ECARTE-START THRU 2900-ECARTE-END
               GO TO 2200-UN-TRAIN-END
           END-IF.

           PERFORM 2300-ARRETS-START THRU 2300-ARRETS-END.
           IF WS-ECARTE = 'O'
               GO TO 2200-UN-TRAIN-END
           END-IF.

           PERFORM 2400-SERVICE-START THRU 2400-SERVICE-END.
           IF WS-ECARTE = 'O'
               GO TO 2200-UN-TRAIN-END
           END-IF.

           PERFORM 2500-HEURES-START THRU 2500-HEURES-END.
           PERFORM 2600-ECRIT-VOYAGE-START THRU 2600-ECRIT-VOYAGE-END.
       2200-UN-TRAIN-END.
           EXIT.

      ***** Liste des arrets (gare de depart puis gares nommees des ****
      ***** cases d'arret), chacune cherchee dans le maitre        ****
       2300-ARRETS-START.
           MOVE 1 TO ARRET-LGTH.
           MOVE STATION-DEPART(1:10) TO TBL-ARR-GARE(1).
           MOVE SPACE TO TBL-ARR-FLAG(1).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               IF TRAIN3-HALT-STATION(WS-K) NOT = SPACES
                   ADD 1 TO ARRET-LGTH
                   MOVE TRAIN3-HALT-STATION(WS-K)
                       TO TBL-ARR-GARE(ARRET-LGTH)
                   MOVE TRAIN3-HALT-FLAG(WS-K)
                       TO TBL-ARR-FLAG(ARRET-LGTH)
               END-IF
           END-PERFORM.
           IF ARRET-LGTH < 2
               ADD 1 TO WS-NB-SANS-ARRET
               MOVE 'MOINS DE DEUX GARES NOMMEES' TO WS-MOTIF
               PERFORM 2900-ECARTE-START THRU 2900-ECARTE-END
               GO TO 2300-ARRETS-END
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > ARRET-LGTH OR WS-ECARTE = 'O'
               SET IDX-GARE TO 1
               SEARCH MAITRE-TBL
                   AT END
                       ADD 1 TO WS-NB-HORS-MAITRE
                       MOVE SPACES TO WS-MOTIF
                       STRING 'GARE ABSENTE DU MAITRE : '
                                              DELIMITED BY SIZE
                           TBL-ARR-GARE(WS-K) DELIMITED BY SIZE
                           INTO WS-MOTIF
                       END-STRING
                       PERFORM 2900-ECARTE-START THRU 2900-ECARTE-END
                   WHEN TBL-GRM-NOM(IDX-GARE)(1:10)
                        = TBL-ARR-GARE(WS-K)
                       SET TBL-ARR-MAITRE(WS-K) TO IDX-GARE
               END-SEARCH
           END-PERFORM.
       2300-ARRETS-END.
           EXIT.

      ***** Service du train : son masque de traincal.dat, ou tous ****
      ***** les jours ; bornes nulles remplacees par la date du flux **
      ***** et un an plus tard ; un masque echu ecarte le train    ****
       2400-SERVICE-START.
           MOVE 'XXXXXXX' TO WS-CAL-JOURS.
           MOVE 0 TO WS-CAL-DEB WS-CAL-FIN.
           SET IDX-CAL TO 1.
           SEARCH CAL-TBL
               AT END
                   CONTINUE
               WHEN TBL-CAL-TYPE(IDX-CAL) = TRAIN3-TYPE
                   AND TBL-CAL-GARE(IDX-CAL) = STATION-DEPART
                   AND TBL-CAL-HHMM(IDX-CAL) = WS-HHMM-TRAIN
                   MOVE TBL-CAL-JOURS(IDX-CAL) TO WS-CAL-JOURS
                   MOVE TBL-CAL-DEB(IDX-CAL)   TO WS-CAL-DEB
                   MOVE TBL-CAL-FIN(IDX-CAL)   TO WS-CAL-FIN
           END-SEARCH.

           IF WS-CAL-FIN > 0
               AND WS-CAL-FIN < WS-DATE-FLUX
               ADD 1 TO WS-NB-ECHU
               MOVE SPACES TO WS-MOTIF
               STRING 'MASQUE DE CIRCULATION ECHU LE '
                                          DELIMITED BY SIZE
                   WS-CAL-FIN             DELIMITED BY SIZE
                   INTO WS-MOTIF
               END-STRING
               PERFORM 2900-ECARTE-START THRU 2900-ECARTE-END
               GO TO 2400-SERVICE-END
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 7
               IF WS-CAL-JOURS(WS-K:1) = 'X'
                   MOVE '1' TO WS-SVC-JOURS(WS-K:1)
               ELSE
                   MOVE '0' TO WS-SVC-JOURS(WS-K:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SVC-ID.
           STRING 'S'          DELIMITED BY SIZE
               WS-SVC-JOURS    DELIMITED BY SIZE
               '-'             DELIMITED BY SIZE
               WS-CAL-DEB      DELIMITED BY SIZE
               '-'             DELIMITED BY SIZE
               WS-CAL-FIN      DELIMITED BY SIZE
               INTO WS-SVC-ID
           END-STRING.

           IF WS-CAL-DEB > 0
               MOVE WS-CAL-DEB TO WS-SVC-DEB
           ELSE
               MOVE WS-DATE-FLUX TO WS-SVC-DEB
           END-IF.
           IF WS-CAL-FIN > 0
               MOVE WS-CAL-FIN TO WS-SVC-FIN
           ELSE
               COMPUTE WS-SVC-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SVC-DEB) + 364)
           END-IF.
       2400-SERVICE-END.
           EXIT.

      ***** Heures de passage : kilometres cumules le long du train ***
      ***** (9810-KM-TRONCON), la duree du trajet etant repartie au ***
      ***** prorata ; un troncon sans distance fait repartir la     ***
      ***** duree a intervalles egaux entre les arrets              ***
       2500-HEURES-START.
           MOVE 'N' TO WS-UNIFORME.
           MOVE 0 TO TBL-ARR-KM(1).
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > ARRET-LGTH
               SET TA-OK TO TRUE
               MOVE TBL-ARR-GARE(WS-K - 1) TO TA-DE
               MOVE TBL-ARR-GARE(WS-K)     TO TA-A
               PERFORM 9810-KM-TRONCON-START
                   THRU 9810-KM-TRONCON-END
               IF TA-SANS-DISTANCE
                   MOVE 'O' TO WS-UNIFORME
               END-IF
               COMPUTE TBL-ARR-KM(WS-K) = TBL-ARR-KM(WS-K - 1)
                   + TA-KM-TRONCON
           END-PERFORM.
           IF TBL-ARR-KM(ARRET-LGTH) = 0
               MOVE 'O' TO WS-UNIFORME
           END-IF.
           IF WS-UNIFORME = 'O'
               ADD 1 TO WS-NB-UNIFORMES
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > ARRET-LGTH
               IF WS-UNIFORME = 'O'
                   COMPUTE TBL-ARR-MIN(WS-K) ROUNDED = WS-DEP-MIN
                       + WS-DUREE-MIN * (WS-K - 1) / (ARRET-LGTH - 1)
               ELSE
                   COMPUTE TBL-ARR-MIN(WS-K) ROUNDED = WS-DEP-MIN
                       + WS-DUREE-MIN * TBL-ARR-KM(WS-K)
                       / TBL-ARR-KM(ARRET-LGTH)
               END-IF
           END-PERFORM.
       2500-HEURES-END.
           EXIT.

      ***** Ecriture du voyage (trips.txt) et de ses passages        ***
      ***** (stop_times.txt) ; ligne et service enregistres pour la ***
      ***** fin du plan                                             ***
       2600-ECRIT-VOYAGE-START.
           ADD 1 TO WS-NB-EXPORTES.
           SET TRIP-LGTH UP BY 1.
           SET IDX-TRP TO TRIP-LGTH.
           MOVE WS-TRIP-ID TO TBL-TRP-ID(IDX-TRP).

           MOVE TBL-ARR-GARE(ARRET-LGTH) TO WS-GARE-ID.
           PERFORM 2700-ID-GARE-START THRU 2700-ID-GARE-END.
           MOVE WS-GARE-ID TO WS-ID-TERMINUS.
           MOVE TBL-GRM-NOM(TBL-ARR-MAITRE(1)) TO WS-NOM-ORIGINE.
           MOVE TBL-GRM-NOM(TBL-ARR-MAITRE(ARRET-LGTH))
               TO WS-NOM-TERMINUS.
           MOVE SPACES TO WS-ROUTE-ID.
           STRING TRAIN3-TYPE   DELIMITED BY SPACE
               '-'              DELIMITED BY SIZE
               WS-ID-ORIGINE    DELIMITED BY SPACE
               '-'              DELIMITED BY SIZE
               WS-ID-TERMINUS   DELIMITED BY SPACE
               INTO WS-ROUTE-ID
           END-STRING.
           SET IDX-RTE TO 1.
           SEARCH ROUTE-TBL
               AT END
                   SET ROUTE-LGTH UP BY 1
                   SET IDX-RTE TO ROUTE-LGTH
                   MOVE WS-ROUTE-ID     TO TBL-RTE-ID(IDX-RTE)
                   MOVE TRAIN3-TYPE     TO TBL-RTE-TYPE(IDX-RTE)
                   MOVE WS-NOM-ORIGINE  TO TBL-RTE-ORIGINE(IDX-RTE)
                   MOVE WS-NOM-TERMINUS TO TBL-RTE-TERMINUS(IDX-RTE)
               WHEN TBL-RTE-ID(IDX-RTE) = WS-ROUTE-ID
                   CONTINUE
           END-SEARCH.

           SET IDX-SVC TO 1.
           SEARCH SVC-TBL
               AT END
                   SET SVC-LGTH UP BY 1
                   SET IDX-SVC TO SVC-LGTH
                   MOVE WS-SVC-ID    TO TBL-SVC-ID(IDX-SVC)
                   MOVE WS-SVC-JOURS TO TBL-SVC-JOURS(IDX-SVC)
                   MOVE WS-SVC-DEB   TO TBL-SVC-DEB(IDX-SVC)
                   MOVE WS-SVC-FIN   TO TBL-SVC-FIN(IDX-SVC)
               WHEN TBL-SVC-ID(IDX-SVC) = WS-SVC-ID
                   CONTINUE
           END-SEARCH.

           MOVE SPACES TO REC-TRIPS.
           STRING WS-ROUTE-ID   DELIMITED BY SPACE
               ','              DELIMITED BY SIZE
               WS-SVC-ID        DELIMITED BY SPACE
               ','              DELIMITED BY SIZE
               WS-TRIP-ID       DELIMITED BY SPACE
               ','              DELIMITED BY SIZE
               WS-NOM-TERMINUS  DELIMITED BY '  '
               ','              DELIMITED BY SIZE
               TRAIN3-TYPE      DELIMITED BY SPACE
               ' '              DELIMITED BY SIZE
               WS-HHMM-TRAIN    DELIMITED BY SIZE
               INTO REC-TRIPS
           END-STRING.
           WRITE REC-TRIPS.
           ADD 1 TO WS-NB-TRIPS.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > ARRET-LGTH
               PERFORM 2610-ECRIT-PASSAGE-START
                   THRU 2610-ECRIT-PASSAGE-END
           END-PERFORM.
       2600-ECRIT-VOYAGE-END.
           EXIT.

      ***** Passage a l'arret WS-K : meme heure d'arrivee et de     ****
      ***** depart (le plan ne donne pas de temps d'arret)          ****
       2610-ECRIT-PASSAGE-START.
           MOVE 'O' TO TBL-GRM-SERVIE(TBL-ARR-MAITRE(WS-K)).
           MOVE TBL-ARR-GARE(WS-K) TO WS-GARE-ID.
           PERFORM 2700-ID-GARE-START THRU 2700-ID-GARE-END.
           DIVIDE TBL-ARR-MIN(WS-K) BY 60 GIVING WS-HEURE-HH
               REMAINDER WS-HEURE-MM.
           MOVE WS-K TO WS-EDIT-RANG.
           MOVE 1 TO WS-L.
           IF WS-K < 10
               MOVE 2 TO WS-L
           END-IF.
           IF TBL-ARR-FLAG(WS-K) = 'S' OR TBL-ARR-FLAG(WS-K) = 'F'
               MOVE '1' TO WS-MONTEE
           ELSE
               MOVE '0' TO WS-MONTEE
           END-IF.
           IF WS-K = 1 OR WS-K = ARRET-LGTH
               MOVE '1' TO WS-POINT
           ELSE
               MOVE '0' TO WS-POINT
           END-IF.

           MOVE SPACES TO REC-PASSAGES.
           STRING WS-TRIP-ID    DELIMITED BY SPACE
               ','              DELIMITED BY SIZE
               WS-HEURE         DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               WS-HEURE         DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               WS-GARE-ID       DELIMITED BY SPACE
               ','              DELIMITED BY SIZE
               WS-EDIT-RANG(WS-L:) DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               WS-MONTEE        DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               WS-MONTEE        DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               WS-POINT         DELIMITED BY SIZE
               INTO REC-PASSAGES
           END-STRING.
           WRITE REC-PASSAGES.
           ADD 1 TO WS-NB-PASSAGES.
       2610-ECRIT-PASSAGE-END.
           EXIT.

      ***** Identifiant de gare : WS-GARE-ID (10 caracteres) dont ******
      ***** les blancs internes deviennent '_'                    ******
       2700-ID-GARE-START.
           PERFORM VARYING WS-I FROM 10 BY -1
                   UNTIL WS-I = 0 OR WS-GARE-ID(WS-I:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-I > 1
               INSPECT WS-GARE-ID(1:WS-I) REPLACING ALL SPACE BY '_'
           END-IF.
       2700-ID-GARE-END.
           EXIT.

      ***** Train ecarte de l'export : ligne dans trainexp.lis ********
       2900-ECARTE-START.
           MOVE 'O' TO WS-ECARTE.
           ADD 1 TO WS-NB-ECARTES.
           MOVE TRAIN3-TYPE    TO WS-EE-TYPE.
           MOVE STATION-DEPART TO WS-EE-GARE.
           MOVE WS-HHMM-TRAIN  TO WS-EE-HHMM.
           MOVE WS-MOTIF       TO WS-EE-MOTIF.
           MOVE WS-EDIT-ECARTE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2900-ECARTE-END.
           EXIT.

      ***** stops.txt : gares du maitre desservies par un train      ***
      ***** exporte, zone = code departement                         ***
       3000-ECRIT-STOPS-START.
           OPEN OUTPUT FIC-STOPS.
           MOVE 'stop_id,stop_name,zone_id' TO REC-STOPS.
           WRITE REC-STOPS.
           PERFORM VARYING IDX-GARE FROM 1 BY 1
                   UNTIL IDX-GARE > MAITRE-LGTH
               IF TBL-GRM-SERVIE(IDX-GARE) = 'O'
                   MOVE TBL-GRM-NOM(IDX-GARE)(1:10) TO WS-GARE-ID
                   PERFORM 2700-ID-GARE-START THRU 2700-ID-GARE-END
                   MOVE TBL-GRM-NOM(IDX-GARE) TO WS-NOM
                   MOVE SPACES TO REC-STOPS
                   STRING WS-GARE-ID       DELIMITED BY SPACE
                       ','                 DELIMITED BY SIZE
                       WS-NOM              DELIMITED BY '  '
                       ','                 DELIMITED BY SIZE
                       TBL-GRM-DEPT(IDX-GARE) DELIMITED BY SPACE
                       INTO REC-STOPS
                   END-STRING
                   WRITE REC-STOPS
                   ADD 1 TO WS-NB-STOPS
               END-IF
           END-PERFORM.
           CLOSE FIC-STOPS.
       3000-ECRIT-STOPS-END.
           EXIT.

      ***** routes.txt : route_type 2 (train) *************************
       3100-ECRIT-ROUTES-START.
           OPEN OUTPUT FIC-ROUTES.
           MOVE 'route_id,route_short_name,route_long_name,route_type'
               TO REC-ROUTES.
           WRITE REC-ROUTES.
           PERFORM VARYING IDX-RTE FROM 1 BY 1
                   UNTIL IDX-RTE > ROUTE-LGTH
               MOVE SPACES TO REC-ROUTES
               STRING TBL-RTE-ID(IDX-RTE)   DELIMITED BY SPACE
                   ','                      DELIMITED BY SIZE
                   TBL-RTE-TYPE(IDX-RTE)    DELIMITED BY SPACE
                   ','                      DELIMITED BY SIZE
                   TBL-RTE-ORIGINE(IDX-RTE) DELIMITED BY '  '
                   ' - '                    DELIMITED BY SIZE
                   TBL-RTE-TERMINUS(IDX-RTE) DELIMITED BY '  '
                   ',2'                     DELIMITED BY SIZE
                   INTO REC-ROUTES
               END-STRING
               WRITE REC-ROUTES
               ADD 1 TO WS-NB-ROUTES
           END-PERFORM.
           CLOSE FIC-ROUTES.
       3100-ECRIT-ROUTES-END.
           EXIT.

      ***** calendar.txt : un jour par colonne, du lundi au dimanche ***
       3200-ECRIT-CALENDAR-START.
           OPEN OUTPUT FIC-CALENDAR.
           MOVE 'service_id,monday,tuesday,wednesday,thursday,friday,sat
      -        'urday,sunday,start_date,end_date' TO REC-CALENDAR.
           WRITE REC-CALENDAR.
           PERFORM VARYING IDX-SVC FROM 1 BY 1
                   UNTIL IDX-SVC > SVC-LGTH
               MOVE SPACES TO REC-CALENDAR
               STRING TBL-SVC-ID(IDX-SVC)        DELIMITED BY SPACE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-JOURS(IDX-SVC)(1:1)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-JOURS(IDX-SVC)(2:1)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-JOURS(IDX-SVC)(3:1)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-JOURS(IDX-SVC)(4:1)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-JOURS(IDX-SVC)(5:1)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-JOURS(IDX-SVC)(6:1)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-JOURS(IDX-SVC)(7:1)   DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-DEB(IDX-SVC)          DELIMITED BY SIZE
                   ','                           DELIMITED BY SIZE
                   TBL-SVC-FIN(IDX-SVC)          DELIMITED BY SIZE
                   INTO REC-CALENDAR
               END-STRING
               WRITE REC-CALENDAR
               ADD 1 TO WS-NB-CALENDAR
           END-PERFORM.
           CLOSE FIC-CALENDAR.
       3200-ECRIT-CALENDAR-END.
           EXIT.

      ***** Controle de l'export en fin de trainexp.lis ****************
       4000-CONTROLE-START.
           IF WS-NB-ECARTES = 0
               MOVE '  (AUCUN)' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'CONTROLE DE L''EXPORT' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TRAINS LUS' TO WS-EC-LIBELLE.
           MOVE WS-NB-TRAINS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'TRAINS EXPORTES' TO WS-EC-LIBELLE.
           MOVE WS-NB-EXPORTES TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  DONT HORAIRES A INTERVALLES EGAUX' TO WS-EC-LIBELLE.
           MOVE WS-NB-UNIFORMES TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'TRAINS ECARTES' TO WS-EC-LIBELLE.
           MOVE WS-NB-ECARTES TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  CLE EN DOUBLE' TO WS-EC-LIBELLE.
           MOVE WS-NB-DOUBLE TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  HORAIRE INCOHERENT' TO WS-EC-LIBELLE.
           MOVE WS-NB-HORAIRE TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  MOINS DE DEUX GARES' TO WS-EC-LIBELLE.
           MOVE WS-NB-SANS-ARRET TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  GARE ABSENTE DU MAITRE' TO WS-EC-LIBELLE.
           MOVE WS-NB-HORS-MAITRE TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  MASQUE ECHU' TO WS-EC-LIBELLE.
           MOVE WS-NB-ECHU TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  CAPACITE ATTEINTE' TO WS-EC-LIBELLE.
           MOVE WS-NB-CAPACITE TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'LIGNES stops.txt' TO WS-EC-LIBELLE.
           MOVE WS-NB-STOPS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'LIGNES routes.txt' TO WS-EC-LIBELLE.
           MOVE WS-NB-ROUTES TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'LIGNES trips.txt' TO WS-EC-LIBELLE.
           MOVE WS-NB-TRIPS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'LIGNES stop_times.txt' TO WS-EC-LIBELLE.
           MOVE WS-NB-PASSAGES TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'LIGNES calendar.txt' TO WS-EC-LIBELLE.
           MOVE WS-NB-CALENDAR TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
       4000-CONTROLE-END.
           EXIT.

       4100-LIGNE-START.
           MOVE WS-EDIT-COMPTE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4100-LIGNE-END.
           EXIT.

           COPY 'TARIF.cpy'.
