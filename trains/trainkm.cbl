       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainkm.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Cumul quotidien des kilometres par
      *                 rame et liste des rames a echeance de visite :
      *                 chaque train du plan du jour (train3-jour.dat,
      *                 produit par traingen.cbl) est mesure troncon
      *                 par troncon par la routine partagee TARIF.cpy
      *                 (distances de fr-distances-gares.txt) et ses
      *                 kilometres sont portes a la rame que
      *                 trainram.dat lui affecte. Le fichier des
      *                 kilometrages trainkm.dat (FKILOM.cpy) tient
      *                 pour chaque rame le total et les kilometres
      *                 depuis la derniere visite legere et la derniere
      *                 revision lourde ; les visites faites en atelier
      *                 (trainkm-visites.dat) remettent ces compteurs
      *                 a zero. Chaque rame est comparee aux seuils de
      *                 son type de materiel (trains-rames.txt,
      *                 trains-seuils-km.txt) : a echeance quand il
      *                 reste moins que le preavis, en retard quand le
      *                 seuil est depasse. Une journee deja cumulee
      *                 pour une rame n'est pas recomptee. Sorties :
      *                 trainkm.new (a recopier sur trainkm.dat) et
      *                 trainkm.lis. Parametre : date du plan
      *                 AAAAMMJJ (defaut : date du jour).
      *    2026-10-15  Table des rames pleine (500), au chargement des
      *                 kilometrages comme a l'ajout d'une rame du parc
      *                 ou d'un train : arret avec code retour 8, avant
      *                 reecriture du fichier, au lieu d'ignorer la rame
      *                 et ses kilometres.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN3 ASSIGN TO 'train3-jour.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN3-STATUS.

           SELECT FIC-RAME ASSIGN TO 'trainram.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAME-STATUS.

           SELECT FIC-PARC ASSIGN TO 'trains-rames.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.

           SELECT FIC-SEUILS ASSIGN TO 'trains-seuils-km.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-SEUILS-STATUS.

           SELECT FIC-VISITES ASSIGN TO 'trainkm-visites.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-VISITES-STATUS.

           SELECT FIC-KM ASSIGN TO 'trainkm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-KM-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'trainkm.new'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-DISTANCES ASSIGN TO 'fr-distances-gares.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS TA-DISTANCES-STATUS.

           SELECT FIC-TARIFS ASSIGN TO 'trains-tarifs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS TA-TARIFS-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'trainkm.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY 'TRAIN3-FDESCRIPTION.cpy'.

      ***** Affectation d'une rame a un train du plan (trainram) *******
       FD  FIC-RAME
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAME.
           05  RAM-TYPE            PIC X(3).
           05  FILLER              PIC X(1).
           05  RAM-GARE            PIC X(18).
           05  FILLER              PIC X(1).
           05  RAM-HHMM            PIC X(4).
           05  FILLER              PIC X(1).
           05  RAM-ID              PIC X(6).

      ***** Parc : type de materiel de chaque rame *********************
       FD  FIC-PARC
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PARC.
           05  PRC-ID              PIC X(6).
           05  FILLER              PIC X(1).
           05  PRC-TYPE            PIC X(6).

      ***** Seuils de visite par type de materiel (km, 0 = sans) ******
       FD  FIC-SEUILS
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  REC-SEUIL.
           05  SEU-TYPE            PIC X(6).
           05  FILLER              PIC X(1).
           05  SEU-LEGERE          PIC 9(6).
           05  FILLER              PIC X(1).
           05  SEU-LOURDE          PIC 9(7).
           05  FILLER              PIC X(1).
           05  SEU-PREAVIS         PIC 9(5).

      ***** Visite faite en atelier : 'L' legere, 'G' revision lourde *
       FD  FIC-VISITES
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  REC-VISITE.
           05  VIS-ID              PIC X(6).
           05  FILLER              PIC X(1).
           05  VIS-NATURE          PIC X(1).
               88  VIS-LEGERE      VALUE 'L'.
               88  VIS-LOURDE      VALUE 'G'.
           05  FILLER              PIC X(1).
           05  VIS-DATE            PIC X(8).

       FD  FIC-KM
           RECORD CONTAINS 67 CHARACTERS
           RECORDING MODE IS F.
       01  REC-KM                  PIC X(67).

       FD  FIC-NOUVEAU
           RECORD CONTAINS 67 CHARACTERS
           RECORDING MODE IS F.
       01  REC-NOUVEAU             PIC X(67).

       FD  FIC-DISTANCES
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDISTANCE.cpy'.

       FD  FIC-TARIFS
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FTARIF.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAIN3-LEN           PIC 9(3) VALUE 151.
       01  WS-TRAIN3-STATUS        PIC X(02).
           88  WS-TRAIN3-OK        VALUE '00'.
           88  WS-TRAIN3-END       VALUE '10'.
       01  WS-RAME-STATUS          PIC X(02).
           88  WS-RAME-OK          VALUE '00'.
           88  WS-RAME-END         VALUE '10'.
       01  WS-PARC-STATUS          PIC X(02).
           88  WS-PARC-OK          VALUE '00'.
           88  WS-PARC-END         VALUE '10'.
       01  WS-SEUILS-STATUS        PIC X(02).
           88  WS-SEUILS-OK        VALUE '00'.
           88  WS-SEUILS-END       VALUE '10'.
       01  WS-VISITES-STATUS       PIC X(02).
           88  WS-VISITES-OK       VALUE '00'.
           88  WS-VISITES-END      VALUE '10'.
       01  WS-KM-STATUS            PIC X(02).
           88  WS-KM-OK            VALUE '00'.
           88  WS-KM-END           VALUE '10'.
       01  WS-NOUVEAU-STATUS       PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).

       COPY 'FKILOM.cpy'.
       COPY 'TARIF-WS.cpy'.

      ***** Date du plan cumule (defaut : date du jour) ****************
       01  WS-CMD-LINE             PIC X(80) VALUE SPACES.
       01  WS-DATE-PARM            PIC X(8)  VALUE SPACES.
       01  WS-DATE-PLAN            PIC 9(8)  VALUE 0.

      ***** Rames : fichier des kilometrages, complete par le parc ****
      ***** et par les rames affectees aux trains du jour          ****
       01  DATA-KM.
           05  KM-LGTH             PIC 9(4) VALUE 0.
           05  KM-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON KM-LGTH
               INDEXED BY IDX-KM.
               10  TBL-KM-ID       PIC X(6).
               10  TBL-KM-TYPE     PIC X(6).
               10  TBL-KM-TOTAL    PIC 9(8).
               10  TBL-KM-LEGERE   PIC 9(7).
               10  TBL-KM-LOURDE   PIC 9(7).
               10  TBL-KM-DATE     PIC 9(8).
               10  TBL-KM-DATE-LEG PIC 9(8).
               10  TBL-KM-DATE-LRD PIC 9(8).
               10  TBL-KM-ETAT     PIC X(1).
               10  TBL-KM-PARC     PIC X(1).
               10  TBL-KM-NB-TRAINS PIC 9(3).
               10  TBL-KM-JOUR     PIC 9(6).

      ***** Seuils par type de materiel ********************************
       01  DATA-SEUIL.
           05  SEUIL-LGTH          PIC 9(3) VALUE 0.
           05  SEUIL-TBL
               OCCURS 1 TO 50 TIMES
               DEPENDING ON SEUIL-LGTH
               INDEXED BY IDX-SEU.
               10  TBL-SEU-TYPE    PIC X(6).
               10  TBL-SEU-LEGERE  PIC 9(6).
               10  TBL-SEU-LOURDE  PIC 9(7).
               10  TBL-SEU-PREAVIS PIC 9(5).

      ***** Affectations de trainram.dat *******************************
       01  DATA-AFFECT.
           05  AFFECT-LGTH         PIC 9(4) VALUE 0.
           05  AFFECT-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON AFFECT-LGTH
               INDEXED BY IDX-AFF.
               10  TBL-AFF-TYPE    PIC X(3).
               10  TBL-AFF-GARE    PIC X(18).
               10  TBL-AFF-HHMM    PIC X(4).
               10  TBL-AFF-RAME    PIC X(6).

       01  WS-HHMM-TRAIN.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-RAME-ID              PIC X(6)  VALUE SPACES.
       01  WS-EN-PARCOURS          PIC X(1)  VALUE 'N'.
       01  WS-KM-TRAIN             PIC 9(5)  VALUE 0.
       01  WS-MOTIF                PIC X(40) VALUE SPACES.
       01  WS-PASSE                PIC 9(1)  VALUE 0.
       01  WS-KM-DEPUIS            PIC 9(7)  VALUE 0.
       01  WS-KM-SEUIL             PIC 9(7)  VALUE 0.
       01  WS-K                    PIC 9(4)  VALUE 0.

       01  WS-NB-TRAINS            PIC 9(7) VALUE 0.
       01  WS-NB-SANS-RAME         PIC 9(7) VALUE 0.
       01  WS-NB-SANS-DISTANCE     PIC 9(7) VALUE 0.
       01  WS-NB-VISITES           PIC 9(7) VALUE 0.
       01  WS-NB-ROULE             PIC 9(7) VALUE 0.
       01  WS-NB-DEJA              PIC 9(7) VALUE 0.
       01  WS-NB-ECHEANCE          PIC 9(7) VALUE 0.
       01  WS-NB-RETARD            PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-NB-ECRITES           PIC 9(7) VALUE 0.
       01  WS-KM-JOURNEE           PIC 9(8) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
       01  WS-EDIT-ANOMALIE.
           05  FILLER              PIC X(5)  VALUE 'RAME:'.
           05  WS-EA-RAME          PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-TYPE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-HHMM          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EA-MOTIF         PIC X(40).

       01  WS-EDIT-RAME.
           05  FILLER              PIC X(5)  VALUE 'RAME:'.
           05  WS-ER-RAME          PIC X(6).
           05  FILLER              PIC X(6)  VALUE ' TYPE:'.
           05  WS-ER-TYPE          PIC X(6).
           05  FILLER              PIC X(8)  VALUE ' TRAINS:'.
           05  WS-ER-TRAINS        PIC ZZ9.
           05  FILLER              PIC X(6)  VALUE ' JOUR:'.
           05  WS-ER-JOUR          PIC ZZZZZ9.
           05  FILLER              PIC X(7)  VALUE ' TOTAL:'.
           05  WS-ER-TOTAL         PIC ZZZZZZZ9.
           05  FILLER              PIC X(11) VALUE ' DEPUIS VL:'.
           05  WS-ER-LEGERE        PIC ZZZZZZ9.
           05  FILLER              PIC X(11) VALUE ' DEPUIS RL:'.
           05  WS-ER-LOURDE        PIC ZZZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ER-ETAT          PIC X(25).

       01  WS-EDIT-ECHEANCE.
           05  FILLER              PIC X(5)  VALUE 'RAME:'.
           05  WS-EE-RAME          PIC X(6).
           05  FILLER              PIC X(6)  VALUE ' TYPE:'.
           05  WS-EE-TYPE          PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-VISITE        PIC X(15).
           05  FILLER              PIC X(8)  VALUE ' DEPUIS:'.
           05  WS-EE-DEPUIS        PIC ZZZZZZ9.
           05  FILLER              PIC X(7)  VALUE ' SEUIL:'.
           05  WS-EE-SEUIL         PIC ZZZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EE-SENS          PIC X(11).
           05  WS-EE-ECART         PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE ' KM'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'KILOMETRAGE DES RAMES - PLAN DU ' DELIMITED BY SIZE
               WS-DATE-PLAN DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ANOMALIES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 1000-LOAD-KM-START      THRU 1000-LOAD-KM-END.
           PERFORM 1200-LOAD-PARC-START    THRU 1200-LOAD-PARC-END.
           PERFORM 1400-LOAD-SEUILS-START  THRU 1400-LOAD-SEUILS-END.
           PERFORM 1600-LOAD-VISITES-START THRU 1600-LOAD-VISITES-END.
           PERFORM 1800-LOAD-AFFECT-START  THRU 1800-LOAD-AFFECT-END.
           PERFORM 2000-PARCOURS-START     THRU 2000-PARCOURS-END.
           PERFORM 3000-CUMUL-START        THRU 3000-CUMUL-END.
           PERFORM 4000-ECRIT-KM-START     THRU 4000-ECRIT-KM-END.
           PERFORM 5000-PAR-RAME-START     THRU 5000-PAR-RAME-END.
           PERFORM 5100-ECHEANCES-START    THRU 5100-ECHEANCES-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'TRAINS DU JOUR       : ' WS-NB-TRAINS.
           DISPLAY 'TRAINS SANS RAME     : ' WS-NB-SANS-RAME.
           DISPLAY 'TRONCONS SANS KM     : ' WS-NB-SANS-DISTANCE.
           DISPLAY 'VISITES ENREGISTREES : ' WS-NB-VISITES.
           DISPLAY 'RAMES CUMULEES       : ' WS-NB-ROULE.
           DISPLAY 'KM CUMULES           : ' WS-KM-JOURNEE.
           DISPLAY 'JOURNEES DEJA COMPT. : ' WS-NB-DEJA.
           DISPLAY 'RAMES A ECHEANCE     : ' WS-NB-ECHEANCE.
           DISPLAY 'RAMES EN RETARD      : ' WS-NB-RETARD.
           DISPLAY 'KILOMETRAGES ECRITS  : ' WS-NB-ECRITES
               ' (trainkm.new)'.
           DISPLAY 'RAPPORT ECRIT        : trainkm.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Date AAAAMMJJ du plan du jour (defaut : date du jour) ******
       0100-PARM-START.
           ACCEPT WS-DATE-PLAN FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-DATE-PARM
           END-UNSTRING.
           IF WS-DATE-PARM NOT = SPACES
               IF WS-DATE-PARM IS NUMERIC
                   MOVE WS-DATE-PARM TO WS-DATE-PLAN
               ELSE
                   DISPLAY 'USAGE: trainkm [<AAAAMMJJ>]'
                   DISPLAY '  EX : trainkm 20261015'
                   STOP RUN
               END-IF
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Kilometrages connus (facultatif : au premier passage le ****
      ***** fichier n'existe pas et toutes les rames partent de zero) **
       1000-LOAD-KM-START.
           OPEN INPUT FIC-KM.
           IF NOT WS-KM-OK
               GO TO 1000-LOAD-KM-END
           END-IF.
           PERFORM 1100-LOAD-KM-LOOP-START
               THRU 1100-LOAD-KM-LOOP-END
               UNTIL WS-KM-END.
           CLOSE FIC-KM.
       1000-LOAD-KM-END.
           EXIT.

       1100-LOAD-KM-LOOP-START.
           READ FIC-KM INTO F-KILOMETRAGE
               AT END
                   MOVE '10' TO WS-KM-STATUS
               NOT AT END
                   IF RKM-ID NOT = SPACES
                       IF KM-LGTH NOT < 500
                           DISPLAY 'TABLE DES RAMES PLEINE (500), ARRET'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       SET KM-LGTH UP BY 1
                       SET IDX-KM TO KM-LGTH
                       MOVE RKM-ID    TO TBL-KM-ID(IDX-KM)
                       MOVE RKM-TYPE  TO TBL-KM-TYPE(IDX-KM)
                       MOVE RKM-TOTAL TO TBL-KM-TOTAL(IDX-KM)
                       MOVE RKM-LEGERE TO TBL-KM-LEGERE(IDX-KM)
                       MOVE RKM-LOURDE TO TBL-KM-LOURDE(IDX-KM)
                       MOVE RKM-DATE  TO TBL-KM-DATE(IDX-KM)
                       MOVE RKM-DATE-LEGERE
                           TO TBL-KM-DATE-LEG(IDX-KM)
                       MOVE RKM-DATE-LOURDE
                           TO TBL-KM-DATE-LRD(IDX-KM)
                       MOVE RKM-ETAT  TO TBL-KM-ETAT(IDX-KM)
                       MOVE 'N' TO TBL-KM-PARC(IDX-KM)
                       MOVE 0 TO TBL-KM-NB-TRAINS(IDX-KM)
                                 TBL-KM-JOUR(IDX-KM)
                   END-IF
           END-READ.
       1100-LOAD-KM-LOOP-END.
           EXIT.

      ***** Parc : le type de materiel de trains-rames.txt remplace ****
      ***** celui du fichier des kilometrages ; une rame nouvelle y ****
      ***** est ajoutee a zero                                       ****
       1200-LOAD-PARC-START.
           OPEN INPUT FIC-PARC.
           IF NOT WS-PARC-OK
               DISPLAY 'FICHIER trains-rames.txt ABSENT '
                   '(STATUT ' WS-PARC-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-PARC-LOOP-START
               THRU 1300-LOAD-PARC-LOOP-END
               UNTIL WS-PARC-END.
           CLOSE FIC-PARC.
       1200-LOAD-PARC-END.
           EXIT.

       1300-LOAD-PARC-LOOP-START.
           READ FIC-PARC
               AT END
                   MOVE '10' TO WS-PARC-STATUS
               NOT AT END
                   IF PRC-ID NOT = SPACES
                       MOVE PRC-ID TO WS-RAME-ID
                       PERFORM 1250-CHERCHE-RAME-START
                           THRU 1250-CHERCHE-RAME-END
                       MOVE PRC-TYPE TO TBL-KM-TYPE(IDX-KM)
                       MOVE 'O' TO TBL-KM-PARC(IDX-KM)
                   END-IF
           END-READ.
       1300-LOAD-PARC-LOOP-END.
           EXIT.

      ***** Recherche de WS-RAME-ID (IDX-KM), ajoutee a zero si elle ***
      ***** n'est pas encore connue ; table pleine : arret, sans    ***
      ***** reecrire le fichier des kilometrages                    ***
       1250-CHERCHE-RAME-START.
           SET IDX-KM TO 1.
           SEARCH KM-TBL
               AT END
                   IF KM-LGTH NOT < 500
                       DISPLAY 'TABLE DES RAMES PLEINE (500), ARRET'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET KM-LGTH UP BY 1
                   SET IDX-KM TO KM-LGTH
                   MOVE WS-RAME-ID TO TBL-KM-ID(IDX-KM)
                   MOVE SPACES TO TBL-KM-TYPE(IDX-KM)
                                  TBL-KM-ETAT(IDX-KM)
                   MOVE 0 TO TBL-KM-TOTAL(IDX-KM)
                             TBL-KM-LEGERE(IDX-KM)
                             TBL-KM-LOURDE(IDX-KM)
                             TBL-KM-DATE(IDX-KM)
                             TBL-KM-DATE-LEG(IDX-KM)
                             TBL-KM-DATE-LRD(IDX-KM)
                             TBL-KM-NB-TRAINS(IDX-KM)
                             TBL-KM-JOUR(IDX-KM)
                   MOVE 'N' TO TBL-KM-PARC(IDX-KM)
               WHEN TBL-KM-ID(IDX-KM) = WS-RAME-ID
                   CONTINUE
           END-SEARCH.
       1250-CHERCHE-RAME-END.
           EXIT.

      ***** Seuils de visite ; un type deja vu prend la derniere ligne *
       1400-LOAD-SEUILS-START.
           OPEN INPUT FIC-SEUILS.
           IF NOT WS-SEUILS-OK
               DISPLAY 'FICHIER trains-seuils-km.txt ABSENT '
                   '(STATUT ' WS-SEUILS-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-SEUILS-LOOP-START
               THRU 1500-LOAD-SEUILS-LOOP-END
               UNTIL WS-SEUILS-END.
           CLOSE FIC-SEUILS.
       1400-LOAD-SEUILS-END.
           EXIT.

       1500-LOAD-SEUILS-LOOP-START.
           READ FIC-SEUILS
               AT END
                   MOVE '10' TO WS-SEUILS-STATUS
               NOT AT END
                   IF SEU-TYPE NOT = SPACES
                       AND SEU-LEGERE IS NUMERIC
                       AND SEU-LOURDE IS NUMERIC
                       AND SEU-PREAVIS IS NUMERIC
                       PERFORM 1510-RANGE-SEUIL-START
                           THRU 1510-RANGE-SEUIL-END
                   END-IF
           END-READ.
       1500-LOAD-SEUILS-LOOP-END.
           EXIT.

       1510-RANGE-SEUIL-START.
           SET IDX-SEU TO 1.
           SEARCH SEUIL-TBL
               AT END
                   IF SEUIL-LGTH < 50
                       SET SEUIL-LGTH UP BY 1
                       SET IDX-SEU TO SEUIL-LGTH
                       MOVE SEU-TYPE    TO TBL-SEU-TYPE(IDX-SEU)
                       MOVE SEU-LEGERE  TO TBL-SEU-LEGERE(IDX-SEU)
                       MOVE SEU-LOURDE  TO TBL-SEU-LOURDE(IDX-SEU)
                       MOVE SEU-PREAVIS TO TBL-SEU-PREAVIS(IDX-SEU)
                   END-IF
               WHEN TBL-SEU-TYPE(IDX-SEU) = SEU-TYPE
                   MOVE SEU-LEGERE  TO TBL-SEU-LEGERE(IDX-SEU)
                   MOVE SEU-LOURDE  TO TBL-SEU-LOURDE(IDX-SEU)
                   MOVE SEU-PREAVIS TO TBL-SEU-PREAVIS(IDX-SEU)
           END-SEARCH.
       1510-RANGE-SEUIL-END.
           EXIT.

      ***** Visites d'atelier (facultatif). Une visite n'est prise ****
      ***** qu'une fois : sa date doit etre posterieure a celle deja ****
      ***** enregistree et ne pas depasser la date du plan. Une      ****
      ***** revision lourde vaut aussi visite legere                 ****
       1600-LOAD-VISITES-START.
           OPEN INPUT FIC-VISITES.
           IF NOT WS-VISITES-OK
               GO TO 1600-LOAD-VISITES-END
           END-IF.
           PERFORM 1700-LOAD-VISITES-LOOP-START
               THRU 1700-LOAD-VISITES-LOOP-END
               UNTIL WS-VISITES-END.
           CLOSE FIC-VISITES.
       1600-LOAD-VISITES-END.
           EXIT.

       1700-LOAD-VISITES-LOOP-START.
           READ FIC-VISITES
               AT END
                   MOVE '10' TO WS-VISITES-STATUS
               NOT AT END
                   IF VIS-ID NOT = SPACES
                       PERFORM 1710-VISITE-START
                           THRU 1710-VISITE-END
                   END-IF
           END-READ.
       1700-LOAD-VISITES-LOOP-END.
           EXIT.

       1710-VISITE-START.
           MOVE VIS-ID TO WS-RAME-ID.
           MOVE SPACES TO WS-MOTIF.
           IF NOT VIS-LEGERE AND NOT VIS-LOURDE
               MOVE 'VISITE: NATURE INVALIDE' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES
               AND VIS-DATE IS NOT NUMERIC
               MOVE 'VISITE: DATE INVALIDE' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES
               AND VIS-DATE > WS-DATE-PLAN
               MOVE 'VISITE: DATE POSTERIEURE AU PLAN' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF NOT = SPACES
               PERFORM 2900-ANOMALIE-START THRU 2900-ANOMALIE-END
               GO TO 1710-VISITE-END
           END-IF.

           SET IDX-KM TO 1.
           SEARCH KM-TBL
               AT END
                   MOVE 'VISITE: RAME INCONNUE' TO WS-MOTIF
                   PERFORM 2900-ANOMALIE-START
                       THRU 2900-ANOMALIE-END
                   GO TO 1710-VISITE-END
               WHEN TBL-KM-ID(IDX-KM) = WS-RAME-ID
                   CONTINUE
           END-SEARCH.

           IF VIS-LOURDE
               AND VIS-DATE > TBL-KM-DATE-LRD(IDX-KM)
               ADD 1 TO WS-NB-VISITES
               MOVE 0 TO TBL-KM-LOURDE(IDX-KM)
                         TBL-KM-LEGERE(IDX-KM)
               MOVE VIS-DATE TO TBL-KM-DATE-LRD(IDX-KM)
               MOVE VIS-DATE TO TBL-KM-DATE-LEG(IDX-KM)
           END-IF.
           IF VIS-LEGERE
               AND VIS-DATE > TBL-KM-DATE-LEG(IDX-KM)
               ADD 1 TO WS-NB-VISITES
               MOVE 0 TO TBL-KM-LEGERE(IDX-KM)
               MOVE VIS-DATE TO TBL-KM-DATE-LEG(IDX-KM)
           END-IF.
       1710-VISITE-END.
           EXIT.

      ***** Affectations : une ligne par train du plan **************
       1800-LOAD-AFFECT-START.
           OPEN INPUT FIC-RAME.
           IF NOT WS-RAME-OK
               DISPLAY 'FICHIER trainram.dat ABSENT '
                   '(STATUT ' WS-RAME-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1900-LOAD-AFFECT-LOOP-START
               THRU 1900-LOAD-AFFECT-LOOP-END
               UNTIL WS-RAME-END.
           CLOSE FIC-RAME.
       1800-LOAD-AFFECT-END.
           EXIT.

       1900-LOAD-AFFECT-LOOP-START.
           READ FIC-RAME
               AT END
                   MOVE '10' TO WS-RAME-STATUS
               NOT AT END
                   IF RAM-ID NOT = SPACES
                       AND AFFECT-LGTH < 2000
                       SET AFFECT-LGTH UP BY 1
                       SET IDX-AFF TO AFFECT-LGTH
                       MOVE RAM-TYPE TO TBL-AFF-TYPE(IDX-AFF)
                       MOVE RAM-GARE TO TBL-AFF-GARE(IDX-AFF)
                       MOVE RAM-HHMM TO TBL-AFF-HHMM(IDX-AFF)
                       MOVE RAM-ID   TO TBL-AFF-RAME(IDX-AFF)
                   END-IF
           END-READ.
       1900-LOAD-AFFECT-LOOP-END.
           EXIT.

      ***** Plan du jour : kilometres de chaque train portes a sa ******
      ***** rame                                                  ******
       2000-PARCOURS-START.
           OPEN INPUT TRAIN3.
           IF NOT WS-TRAIN3-OK
               DISPLAY 'FICHIER train3-jour.dat ABSENT '
                   '(STATUT ' WS-TRAIN3-STATUS '), ARRET'
               STOP RUN
           END-IF.
           MOVE 'O' TO WS-EN-PARCOURS.
           PERFORM 2100-PARCOURS-LOOP-START
               THRU 2100-PARCOURS-LOOP-END
               UNTIL WS-TRAIN3-END.
           CLOSE TRAIN3.
           MOVE 'N' TO WS-EN-PARCOURS.
       2000-PARCOURS-END.
           EXIT.

       2100-PARCOURS-LOOP-START.
           READ TRAIN3
               AT END
                   SET WS-TRAIN3-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-TRAINS
                   PERFORM 2200-UN-TRAIN-START
                       THRU 2200-UN-TRAIN-END
           END-READ.
       2100-PARCOURS-LOOP-END.
           EXIT.

       2200-UN-TRAIN-START.
           MOVE TRAIN3-TIME-HH TO WS-HHMM-HH.
           MOVE TRAIN3-TIME-MM TO WS-HHMM-MM.
           MOVE SPACES TO WS-RAME-ID.

           SET IDX-AFF TO 1.
           SEARCH AFFECT-TBL
               AT END
                   ADD 1 TO WS-NB-SANS-RAME
                   MOVE 'TRAIN SANS RAME AFFECTEE' TO WS-MOTIF
                   PERFORM 2900-ANOMALIE-START
                       THRU 2900-ANOMALIE-END
                   GO TO 2200-UN-TRAIN-END
               WHEN TBL-AFF-TYPE(IDX-AFF) = TRAIN3-TYPE
                   AND TBL-AFF-GARE(IDX-AFF) = STATION-DEPART
                   AND TBL-AFF-HHMM(IDX-AFF) = WS-HHMM-TRAIN
                   MOVE TBL-AFF-RAME(IDX-AFF) TO WS-RAME-ID
           END-SEARCH.

           PERFORM 2300-KM-TRAIN-START THRU 2300-KM-TRAIN-END.

           PERFORM 1250-CHERCHE-RAME-START
               THRU 1250-CHERCHE-RAME-END.
           ADD 1 TO TBL-KM-NB-TRAINS(IDX-KM).
           ADD WS-KM-TRAIN TO TBL-KM-JOUR(IDX-KM).
       2200-UN-TRAIN-END.
           EXIT.

      ***** Distance du train, de la gare de depart au terminus : ******
      ***** un troncon sans distance est signale et compte pour zero ***
       2300-KM-TRAIN-START.
           MOVE 0 TO WS-KM-TRAIN.
           MOVE 1 TO TA-NB-ARRETS.
           MOVE STATION-DEPART TO TA-ARRET(1).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               IF TRAIN3-HALT-STATION(WS-K) NOT = SPACES
                   ADD 1 TO TA-NB-ARRETS
                   MOVE TRAIN3-HALT-STATION(WS-K)
                       TO TA-ARRET(TA-NB-ARRETS)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K NOT < TA-NB-ARRETS
               SET TA-OK TO TRUE
               MOVE TA-ARRET(WS-K)     TO TA-DE
               MOVE TA-ARRET(WS-K + 1) TO TA-A
               PERFORM 9810-KM-TRONCON-START
                   THRU 9810-KM-TRONCON-END
               IF TA-SANS-DISTANCE
                   ADD 1 TO WS-NB-SANS-DISTANCE
                   MOVE SPACES TO WS-MOTIF
                   STRING 'TRONCON SANS DISTANCE ' DELIMITED BY SIZE
                       TA-TRONCON DELIMITED BY SIZE
                       INTO WS-MOTIF
                   END-STRING
                   PERFORM 2900-ANOMALIE-START
                       THRU 2900-ANOMALIE-END
               ELSE
                   ADD TA-KM-TRONCON TO WS-KM-TRAIN
               END-IF
           END-PERFORM.
       2300-KM-TRAIN-END.
           EXIT.

      ***** Ligne d'anomalie : rame WS-RAME-ID, train courant pendant **
      ***** la lecture du plan (sinon zones a blanc), motif WS-MOTIF **
       2900-ANOMALIE-START.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE WS-RAME-ID TO WS-EA-RAME.
           MOVE SPACES TO WS-EA-TYPE WS-EA-GARE WS-EA-HHMM.
           IF WS-EN-PARCOURS = 'O'
               MOVE TRAIN3-TYPE    TO WS-EA-TYPE
               MOVE STATION-DEPART TO WS-EA-GARE
               MOVE WS-HHMM-TRAIN  TO WS-EA-HHMM
           END-IF.
           MOVE WS-MOTIF TO WS-EA-MOTIF.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ANOMALIE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2900-ANOMALIE-END.
           EXIT.

      ***** Cumul de la journee puis etat de chaque rame contre les ***
      ***** seuils de son type                                       ***
       3000-CUMUL-START.
           PERFORM 3100-CUMUL-RAME-START
               THRU 3100-CUMUL-RAME-END
               VARYING IDX-KM FROM 1 BY 1
               UNTIL IDX-KM > KM-LGTH.
       3000-CUMUL-END.
           EXIT.

       3100-CUMUL-RAME-START.
           MOVE TBL-KM-ID(IDX-KM) TO WS-RAME-ID.
           IF TBL-KM-NB-TRAINS(IDX-KM) > 0
               IF TBL-KM-DATE(IDX-KM) NOT < WS-DATE-PLAN
                   ADD 1 TO WS-NB-DEJA
                   MOVE 'JOURNEE DEJA CUMULEE, NON RECOMPTEE'
                       TO WS-MOTIF
                   PERFORM 2900-ANOMALIE-START
                       THRU 2900-ANOMALIE-END
                   MOVE 0 TO TBL-KM-JOUR(IDX-KM)
               ELSE
                   ADD 1 TO WS-NB-ROULE
                   ADD TBL-KM-JOUR(IDX-KM) TO WS-KM-JOURNEE
                   ADD TBL-KM-JOUR(IDX-KM)
                       TO TBL-KM-TOTAL(IDX-KM)
                          TBL-KM-LEGERE(IDX-KM)
                          TBL-KM-LOURDE(IDX-KM)
                   MOVE WS-DATE-PLAN TO TBL-KM-DATE(IDX-KM)
               END-IF
           END-IF.

           IF TBL-KM-PARC(IDX-KM) = 'N'
               MOVE 'RAME ABSENTE DE trains-rames.txt' TO WS-MOTIF
               PERFORM 2900-ANOMALIE-START THRU 2900-ANOMALIE-END
           END-IF.

           MOVE SPACE TO TBL-KM-ETAT(IDX-KM).
           IF TBL-KM-TYPE(IDX-KM) = SPACES
               GO TO 3100-CUMUL-RAME-END
           END-IF.
           SET IDX-SEU TO 1.
           SEARCH SEUIL-TBL
               AT END
                   MOVE SPACES TO WS-MOTIF
                   STRING 'PAS DE SEUIL POUR LE TYPE '
                           DELIMITED BY SIZE
                       TBL-KM-TYPE(IDX-KM) DELIMITED BY SIZE
                       INTO WS-MOTIF
                   END-STRING
                   PERFORM 2900-ANOMALIE-START
                       THRU 2900-ANOMALIE-END
                   GO TO 3100-CUMUL-RAME-END
               WHEN TBL-SEU-TYPE(IDX-SEU) = TBL-KM-TYPE(IDX-KM)
                   CONTINUE
           END-SEARCH.

           IF TBL-SEU-LEGERE(IDX-SEU) > 0
               AND TBL-KM-LEGERE(IDX-KM) + TBL-SEU-PREAVIS(IDX-SEU)
                   NOT < TBL-SEU-LEGERE(IDX-SEU)
               MOVE 'E' TO TBL-KM-ETAT(IDX-KM)
           END-IF.
           IF TBL-SEU-LOURDE(IDX-SEU) > 0
               AND TBL-KM-LOURDE(IDX-KM) + TBL-SEU-PREAVIS(IDX-SEU)
                   NOT < TBL-SEU-LOURDE(IDX-SEU)
               MOVE 'E' TO TBL-KM-ETAT(IDX-KM)
           END-IF.
           IF TBL-SEU-LEGERE(IDX-SEU) > 0
               AND TBL-KM-LEGERE(IDX-KM) NOT < TBL-SEU-LEGERE(IDX-SEU)
               MOVE 'L' TO TBL-KM-ETAT(IDX-KM)
           END-IF.
           IF TBL-SEU-LOURDE(IDX-SEU) > 0
               AND TBL-KM-LOURDE(IDX-KM) NOT < TBL-SEU-LOURDE(IDX-SEU)
               MOVE 'G' TO TBL-KM-ETAT(IDX-KM)
           END-IF.

           EVALUATE TBL-KM-ETAT(IDX-KM)
               WHEN 'E'
                   ADD 1 TO WS-NB-ECHEANCE
               WHEN 'L'
               WHEN 'G'
                   ADD 1 TO WS-NB-RETARD
           END-EVALUATE.
       3100-CUMUL-RAME-END.
           EXIT.

      ***** Nouveau fichier des kilometrages ***************************
       4000-ECRIT-KM-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM VARYING IDX-KM FROM 1 BY 1
                   UNTIL IDX-KM > KM-LGTH
               MOVE SPACES TO F-KILOMETRAGE
               MOVE TBL-KM-ID(IDX-KM)       TO RKM-ID
               MOVE TBL-KM-TYPE(IDX-KM)     TO RKM-TYPE
               MOVE TBL-KM-TOTAL(IDX-KM)    TO RKM-TOTAL
               MOVE TBL-KM-LEGERE(IDX-KM)   TO RKM-LEGERE
               MOVE TBL-KM-LOURDE(IDX-KM)   TO RKM-LOURDE
               MOVE TBL-KM-DATE(IDX-KM)     TO RKM-DATE
               MOVE TBL-KM-DATE-LEG(IDX-KM) TO RKM-DATE-LEGERE
               MOVE TBL-KM-DATE-LRD(IDX-KM) TO RKM-DATE-LOURDE
               MOVE TBL-KM-ETAT(IDX-KM)     TO RKM-ETAT
               MOVE F-KILOMETRAGE TO REC-NOUVEAU
               WRITE REC-NOUVEAU
               ADD 1 TO WS-NB-ECRITES
           END-PERFORM.
           CLOSE FIC-NOUVEAU.
       4000-ECRIT-KM-END.
           EXIT.

      ***** Parcours du jour et compteurs de chaque rame *************
       5000-PAR-RAME-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'KILOMETRES PAR RAME' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING IDX-KM FROM 1 BY 1
                   UNTIL IDX-KM > KM-LGTH
               MOVE TBL-KM-ID(IDX-KM)        TO WS-ER-RAME
               MOVE TBL-KM-TYPE(IDX-KM)      TO WS-ER-TYPE
               MOVE TBL-KM-NB-TRAINS(IDX-KM) TO WS-ER-TRAINS
               MOVE TBL-KM-JOUR(IDX-KM)      TO WS-ER-JOUR
               MOVE TBL-KM-TOTAL(IDX-KM)     TO WS-ER-TOTAL
               MOVE TBL-KM-LEGERE(IDX-KM)    TO WS-ER-LEGERE
               MOVE TBL-KM-LOURDE(IDX-KM)    TO WS-ER-LOURDE
               EVALUATE TBL-KM-ETAT(IDX-KM)
                   WHEN 'E'
                       MOVE 'A ECHEANCE' TO WS-ER-ETAT
                   WHEN 'L'
                       MOVE 'VISITE LEGERE EN RETARD' TO WS-ER-ETAT
                   WHEN 'G'
                       MOVE 'REVISION LOURDE EN RETARD'
                           TO WS-ER-ETAT
                   WHEN OTHER
                       MOVE SPACES TO WS-ER-ETAT
               END-EVALUATE
               MOVE SPACES TO REC-RAPPORT
               MOVE WS-EDIT-RAME TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-PERFORM.
       5000-PAR-RAME-END.
           EXIT.

      ***** Rames a voir en atelier : d'abord les seuils depasses, ****
      ***** puis ceux qui seront atteints dans le preavis           ****
       5100-ECHEANCES-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'RAMES EN RETARD OU A ECHEANCE DE VISITE'
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM VARYING WS-PASSE FROM 1 BY 1 UNTIL WS-PASSE > 2
               PERFORM 5200-ECHEANCE-RAME-START
                   THRU 5200-ECHEANCE-RAME-END
                   VARYING IDX-KM FROM 1 BY 1
                   UNTIL IDX-KM > KM-LGTH
           END-PERFORM.
       5100-ECHEANCES-END.
           EXIT.

       5200-ECHEANCE-RAME-START.
           IF TBL-KM-ETAT(IDX-KM) = SPACE
               GO TO 5200-ECHEANCE-RAME-END
           END-IF.
           SET IDX-SEU TO 1.
           SEARCH SEUIL-TBL
               AT END
                   GO TO 5200-ECHEANCE-RAME-END
               WHEN TBL-SEU-TYPE(IDX-SEU) = TBL-KM-TYPE(IDX-KM)
                   CONTINUE
           END-SEARCH.

           MOVE TBL-KM-LOURDE(IDX-KM)   TO WS-KM-DEPUIS.
           MOVE TBL-SEU-LOURDE(IDX-SEU) TO WS-KM-SEUIL.
           MOVE 'REVISION LOURDE' TO WS-EE-VISITE.
           PERFORM 5300-LIGNE-ECHEANCE-START
               THRU 5300-LIGNE-ECHEANCE-END.

           MOVE TBL-KM-LEGERE(IDX-KM)   TO WS-KM-DEPUIS.
           MOVE TBL-SEU-LEGERE(IDX-SEU) TO WS-KM-SEUIL.
           MOVE 'VISITE LEGERE' TO WS-EE-VISITE.
           PERFORM 5300-LIGNE-ECHEANCE-START
               THRU 5300-LIGNE-ECHEANCE-END.
       5200-ECHEANCE-RAME-END.
           EXIT.

      ***** Passe 1 : seuil atteint ou depasse ; passe 2 : seuil a ****
      ***** moins du preavis                                         ****
       5300-LIGNE-ECHEANCE-START.
           IF WS-KM-SEUIL = 0
               GO TO 5300-LIGNE-ECHEANCE-END
           END-IF.
           IF WS-PASSE = 1
               IF WS-KM-DEPUIS < WS-KM-SEUIL
                   GO TO 5300-LIGNE-ECHEANCE-END
               END-IF
               MOVE 'EN RETARD: ' TO WS-EE-SENS
               COMPUTE WS-EE-ECART = WS-KM-DEPUIS - WS-KM-SEUIL
           ELSE
               IF WS-KM-DEPUIS NOT < WS-KM-SEUIL
                   OR WS-KM-DEPUIS + TBL-SEU-PREAVIS(IDX-SEU)
                       < WS-KM-SEUIL
                   GO TO 5300-LIGNE-ECHEANCE-END
               END-IF
               MOVE 'RESTE    : ' TO WS-EE-SENS
               COMPUTE WS-EE-ECART = WS-KM-SEUIL - WS-KM-DEPUIS
           END-IF.
           MOVE TBL-KM-ID(IDX-KM)   TO WS-EE-RAME.
           MOVE TBL-KM-TYPE(IDX-KM) TO WS-EE-TYPE.
           MOVE WS-KM-DEPUIS        TO WS-EE-DEPUIS.
           MOVE WS-KM-SEUIL         TO WS-EE-SEUIL.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ECHEANCE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       5300-LIGNE-ECHEANCE-END.
           EXIT.

           COPY 'TARIF.cpy'.
