       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainavi.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Avis de perturbation aux voyageurs :
      *                 pour la date de circulation demandee, les
      *                 perturbations du jour sont croisees avec les
      *                 reservations de trainres.dat (FRESERV.cpy).
      *                 Sont retenus les trains annules et les retards
      *                 a l'arrivee au-dela du seuil, pointes dans
      *                 train3-reel.dat (memes regles que
      *                 traindel.cbl), et les gares fermees par les
      *                 travaux de traintvx.dat : origine ou terminus
      *                 ferme, le train est supprime (proposition
      *                 ANNULER de traintvx.cbl) ; gare de montee ou
      *                 de descente fermee, seuls les voyageurs qui y
      *                 montent ou descendent sont touches. Chaque
      *                 reservation touchee donne un message dans
      *                 trainavi-msg.dat pour la passerelle SMS /
      *                 courriel (canal 'M' si le contact contient un
      *                 '@', 'S' sinon). Pour un train supprime ou une
      *                 gare fermee, le message propose le premier
      *                 train direct du plan qui circule le meme jour,
      *                 part a la meme heure ou plus tard, dessert la
      *                 montee puis la descente et n'est pas lui-meme
      *                 perturbe (heure de depart du train retenue
      *                 pour un arret, comme dans traingar.cbl).
      *                 trainavi.lis donne les reservations non avisees
      *                 puis le nombre de reservations et de voyageurs
      *                 touches par train. Parametres : date AAAAMMJJ
      *                 (defaut : date du jour) et seuil de retard en
      *                 minutes (defaut 30).
      *    2026-10-15  Etat des trains perturbes : libelle du retard
      *                 toujours separe des minutes, y compris pour un
      *                 retard de 1000 minutes et plus.
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

           SELECT FIC-REEL ASSIGN TO 'train3-reel.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-REEL-STATUS.

           SELECT FIC-TVX ASSIGN TO 'traintvx.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-TVX-STATUS.

           SELECT FIC-RESERV ASSIGN TO 'trainres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.

           SELECT FIC-MESSAGE ASSIGN TO 'trainavi-msg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-MESSAGE-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'trainavi.lis'
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

      ***** Pointage des heures reelles (traindel.cbl) ****************
       FD  FIC-REEL
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REEL.
           03  REEL-TYPE          PIC XXX.
           03  REEL-STATION       PIC X(18).
           03  REEL-DEP-PREVU.
               05  REEL-PRV-HH    PIC 99.
               05  REEL-PRV-MM    PIC 99.
           03  REEL-DEP-REEL.
               05  REEL-DEP-HH    PIC 99.
               05  REEL-DEP-MM    PIC 99.
           03  REEL-ARR-REEL.
               05  REEL-ARR-HH    PIC 99.
               05  REEL-ARR-MM    PIC 99.
           03  REEL-ANNULE        PIC X.
               88  REEL-EST-ANNULE VALUE 'A'.
           03  REEL-CAUSE         PIC X(3).

      ***** Chantier : gare fermee et fenetre de dates (traintvx) *****
       FD  FIC-TVX
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.
       01  REC-TVX.
           05  TVX-GARE            PIC X(18).
           05  FILLER              PIC X(1).
           05  TVX-DEB             PIC 9(8).
           05  FILLER              PIC X(1).
           05  TVX-FIN             PIC 9(8).

       FD  FIC-RESERV
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RESERV              PIC X(130).

      ***** Message sortant pour la passerelle SMS / courriel *********
       FD  FIC-MESSAGE
           RECORD CONTAINS 225 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MESSAGE.
           05  MSG-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  MSG-REFERENCE       PIC X(10).
           05  FILLER              PIC X(1).
           05  MSG-CANAL           PIC X(1).
               88  MSG-COURRIEL    VALUE 'M'.
               88  MSG-SMS         VALUE 'S'.
           05  FILLER              PIC X(1).
           05  MSG-CONTACT         PIC X(40).
           05  FILLER              PIC X(1).
           05  MSG-NATURE          PIC X(1).
               88  MSG-SUPPRIME    VALUE 'A'.
               88  MSG-TRAVAUX     VALUE 'T'.
               88  MSG-RETARD      VALUE 'R'.
           05  FILLER              PIC X(1).
           05  MSG-TEXTE           PIC X(160).

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
       01  WS-REEL-STATUS          PIC X(02).
           88  WS-REEL-OK          VALUE '00'.
           88  WS-REEL-END         VALUE '10'.
       01  WS-TVX-STATUS           PIC X(02).
           88  WS-TVX-OK           VALUE '00'.
           88  WS-TVX-END          VALUE '10'.
       01  WS-RESERV-STATUS        PIC X(02).
           88  WS-RESERV-OK        VALUE '00'.
           88  WS-RESERV-END       VALUE '10'.
       01  WS-MESSAGE-STATUS       PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).

       COPY 'FRESERV.cpy'.

      ***** Parametres : date de circulation et seuil de retard *******
       01  WS-CMD-LINE             PIC X(80) VALUE SPACES.
       01  WS-DATE-PARM            PIC X(8)  VALUE SPACES.
       01  WS-SEUIL-PARM           PIC X(3)  VALUE SPACES.
       01  WS-PARM-JUST            PIC X(3)  JUSTIFIED RIGHT.
       01  WS-PARM-LONG            PIC 9(1)  VALUE 0.
       01  WS-SEUIL-RETARD         PIC 9(3)  VALUE 30.
       01  WS-DATE-TEST            PIC 9(8)  VALUE 0.
       01  WS-DATE-TEST-X REDEFINES WS-DATE-TEST.
           05  WS-TEST-AAAA        PIC 9(4).
           05  WS-TEST-MM          PIC 9(2).
           05  WS-TEST-JJ          PIC 9(2).

      ***** Trains du plan : arrets dans l'ordre (l'arret 1 est la *****
      ***** gare de depart), masque de circulation, perturbation  *****
      ***** du jour et voyageurs touches                           *****
       01  DATA-SERVICE.
           05  SERVICE-LGTH        PIC 9(4) VALUE 0.
           05  SERVICE-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON SERVICE-LGTH
               INDEXED BY IDX-SERV.
               10  TBL-TYPE        PIC X(3).
               10  TBL-GARE        PIC X(18).
               10  TBL-HHMM        PIC X(4).
               10  TBL-DEP-MIN     PIC 9(4).
               10  TBL-ARR-MIN     PIC 9(4).
               10  TBL-NB-ARRETS   PIC 9(2).
               10  TBL-ARRET       PIC X(10) OCCURS 11 TIMES.
               10  TBL-MASQUE      PIC X(1).
               10  TBL-JOURS       PIC X(7).
               10  TBL-CAL-DEB     PIC 9(8).
               10  TBL-CAL-FIN     PIC 9(8).
               10  TBL-PERTURB     PIC X(1).
                   88  TBL-SUPPRIME    VALUE 'A' 'T'.
               10  TBL-CAUSE       PIC X(3).
               10  TBL-RETARD      PIC 9(4).
               10  TBL-NB-RESA     PIC 9(5).
               10  TBL-NB-VOYAGEURS PIC 9(5).
               10  TBL-NB-AVEC-ALT PIC 9(5).
               10  TBL-NB-SANS-ALT PIC 9(5).

      ***** Gares fermees a la date demandee (10 caracteres) **********
       01  DATA-FERMEE.
           05  FERMEE-LGTH         PIC 9(3) VALUE 0.
           05  FERMEE-TBL
               OCCURS 1 TO 200 TIMES
               DEPENDING ON FERMEE-LGTH
               INDEXED BY IDX-FER.
               10  TBL-FERMEE      PIC X(10).

       01  WS-HHMM-TRAIN.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-JOUR-SEM             PIC 9(1) VALUE 0.
       01  WS-CIRCULE              PIC X(1) VALUE 'O'.
       01  WS-MOTIF                PIC X(40) VALUE SPACES.
       01  WS-SERV                 PIC 9(4) VALUE 0.
       01  WS-ALT                  PIC 9(4) VALUE 0.
       01  WS-DEB                  PIC 9(2) VALUE 0.
       01  WS-FIN                  PIC 9(2) VALUE 0.
       01  WS-ALT-DEB              PIC 9(2) VALUE 0.
       01  WS-ALT-FIN              PIC 9(2) VALUE 0.
       01  WS-GARE-TEST            PIC X(10) VALUE SPACES.
       01  WS-FERMEE               PIC X(1) VALUE 'N'.
       01  WS-GARE-FERMEE          PIC X(10) VALUE SPACES.
       01  WS-NATURE               PIC X(1) VALUE SPACE.
       01  WS-LIBELLE              PIC X(40) VALUE SPACES.
       01  WS-LIBELLE-CAUSE        PIC X(18) VALUE SPACES.
       01  WS-SUITE                PIC X(80) VALUE SPACES.
       01  WS-NB-AROBASE           PIC 9(2) VALUE 0.
       01  WS-PRV-ARR-MIN          PIC 9(4) VALUE 0.
       01  WS-REL-ARR-MIN          PIC 9(4) VALUE 0.
       01  WS-RETARD-ARR           PIC S9(4) VALUE 0.
       01  WS-EDIT-MIN             PIC ZZZ9.
       01  WS-I                    PIC 9(4) VALUE 0.
       01  WS-K                    PIC 9(4) VALUE 0.

       01  WS-NB-TRAINS            PIC 9(7) VALUE 0.
       01  WS-NB-POINTAGES         PIC 9(7) VALUE 0.
       01  WS-NB-POINT-HORS-PLAN   PIC 9(7) VALUE 0.
       01  WS-NB-SUPPRIMES         PIC 9(7) VALUE 0.
       01  WS-NB-RETARDS           PIC 9(7) VALUE 0.
       01  WS-NB-RESA-LUES         PIC 9(7) VALUE 0.
       01  WS-NB-RESA-JOUR         PIC 9(7) VALUE 0.
       01  WS-NB-TOUCHEES          PIC 9(7) VALUE 0.
       01  WS-NB-MESSAGES          PIC 9(7) VALUE 0.
       01  WS-NB-NON-AVISEES       PIC 9(7) VALUE 0.
       01  WS-TOT-RESA             PIC 9(7) VALUE 0.
       01  WS-TOT-VOYAGEURS        PIC 9(7) VALUE 0.
       01  WS-TOT-AVEC-ALT         PIC 9(7) VALUE 0.
       01  WS-TOT-SANS-ALT         PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
       01  WS-EDIT-NON-AVISEE.
           05  WS-EN-REFERENCE     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EN-TYPE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EN-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EN-HHMM          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EN-MOTIF         PIC X(60).

       01  WS-EDIT-TRAIN.
           05  WS-ET-TYPE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ET-GARE          PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ET-HHMM          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ET-PERTURB       PIC X(28).
           05  FILLER              PIC X(6)  VALUE ' RESA:'.
           05  WS-ET-RESA          PIC ZZZZZZ9.
           05  FILLER              PIC X(11) VALUE ' VOYAGEURS:'.
           05  WS-ET-VOYAGEURS     PIC ZZZZZZ9.
           05  FILLER              PIC X(10) VALUE ' AVEC ALT:'.
           05  WS-ET-AVEC-ALT      PIC ZZZZZZ9.
           05  FILLER              PIC X(10) VALUE ' SANS ALT:'.
           05  WS-ET-SANS-ALT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.

           PERFORM 1000-LOAD-PLAN-START THRU 1000-LOAD-PLAN-END.
           PERFORM 1200-LOAD-CAL-START  THRU 1200-LOAD-CAL-END.
           PERFORM 1400-LOAD-REEL-START THRU 1400-LOAD-REEL-END.
           PERFORM 1600-LOAD-TVX-START  THRU 1600-LOAD-TVX-END.
           PERFORM 1800-TRAVAUX-START   THRU 1800-TRAVAUX-END.

           OPEN OUTPUT FIC-RAPPORT.
           OPEN OUTPUT FIC-MESSAGE.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'AVIS DE PERTURBATION - CIRCULATIONS DU '
                   DELIMITED BY SIZE
               WS-DATE-TEST DELIMITED BY SIZE
               ' - SEUIL DE RETARD ' DELIMITED BY SIZE
               WS-SEUIL-RETARD DELIMITED BY SIZE
               ' MIN' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'RESERVATIONS TOUCHEES NON AVISEES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2000-RESERV-START    THRU 2000-RESERV-END.
           PERFORM 3000-PAR-TRAIN-START THRU 3000-PAR-TRAIN-END.
           CLOSE FIC-MESSAGE.
           CLOSE FIC-RAPPORT.

           DISPLAY 'TRAINS DU PLAN       : ' WS-NB-TRAINS.
           DISPLAY 'POINTAGES LUS        : ' WS-NB-POINTAGES.
           DISPLAY 'POINTAGES HORS PLAN  : ' WS-NB-POINT-HORS-PLAN.
           DISPLAY 'TRAINS SUPPRIMES     : ' WS-NB-SUPPRIMES.
           DISPLAY 'TRAINS EN RETARD     : ' WS-NB-RETARDS.
           DISPLAY 'GARES FERMEES        : ' FERMEE-LGTH.
           DISPLAY 'RESERVATIONS LUES    : ' WS-NB-RESA-LUES.
           DISPLAY 'RESERVATIONS DU JOUR : ' WS-NB-RESA-JOUR.
           DISPLAY 'RESERVATIONS TOUCHEES: ' WS-NB-TOUCHEES.
           DISPLAY 'MESSAGES ECRITS      : ' WS-NB-MESSAGES
               ' (trainavi-msg.dat)'.
           DISPLAY 'NON AVISEES          : ' WS-NB-NON-AVISEES.
           DISPLAY 'RAPPORT ECRIT        : trainavi.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Date AAAAMMJJ (defaut : date du jour) puis seuil de ******
      ***** retard en minutes (defaut 30)                       ******
       0100-PARM-START.
           ACCEPT WS-DATE-TEST FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-DATE-PARM WS-SEUIL-PARM
           END-UNSTRING.

           IF WS-DATE-PARM NOT = SPACES
               IF WS-DATE-PARM IS NUMERIC
                   MOVE WS-DATE-PARM TO WS-DATE-TEST
               ELSE
                   DISPLAY 'USAGE: trainavi [<AAAAMMJJ> '
                       '[<seuil de retard en minutes>]]'
                   DISPLAY '  EX : trainavi 20261015 020'
                   STOP RUN
               END-IF
           END-IF.

           IF WS-SEUIL-PARM NOT = SPACES
               MOVE 0 TO WS-PARM-LONG
               INSPECT WS-SEUIL-PARM TALLYING WS-PARM-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-SEUIL-PARM(1:WS-PARM-LONG) TO WS-PARM-JUST
               INSPECT WS-PARM-JUST REPLACING LEADING SPACE BY '0'
               IF WS-PARM-JUST IS NUMERIC
                   MOVE WS-PARM-JUST TO WS-SEUIL-RETARD
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
           COMPUTE TBL-DEP-MIN(IDX-SERV) =
               TRAIN3-TIME-HH * 60 + TRAIN3-TIME-MM.
           COMPUTE TBL-ARR-MIN(IDX-SERV) =
               TRAIN3-ARR-HH * 60 + TRAIN3-ARR-MM.
           MOVE 'N' TO TBL-MASQUE(IDX-SERV).
           MOVE SPACE TO TBL-PERTURB(IDX-SERV).
           MOVE SPACES TO TBL-CAUSE(IDX-SERV).
           MOVE 0 TO TBL-RETARD(IDX-SERV)
                     TBL-NB-RESA(IDX-SERV)
                     TBL-NB-VOYAGEURS(IDX-SERV)
                     TBL-NB-AVEC-ALT(IDX-SERV)
                     TBL-NB-SANS-ALT(IDX-SERV).
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

      ***** Pointages du jour (facultatif) : annulation avec sa cause **
      ***** ou retard a l'arrivee au-dela du seuil, ramene dans        **
      ***** +/- 12 heures comme dans traindel.cbl                      **
       1400-LOAD-REEL-START.
           OPEN INPUT FIC-REEL.
           IF NOT WS-REEL-OK
               GO TO 1400-LOAD-REEL-END
           END-IF.
           PERFORM 1500-LOAD-REEL-LOOP-START
               THRU 1500-LOAD-REEL-LOOP-END
               UNTIL WS-REEL-END.
           CLOSE FIC-REEL.
       1400-LOAD-REEL-END.
           EXIT.

       1500-LOAD-REEL-LOOP-START.
           READ FIC-REEL
               AT END
                   MOVE '10' TO WS-REEL-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-POINTAGES
                   PERFORM 1510-POINTAGE-START
                       THRU 1510-POINTAGE-END
           END-READ.
       1500-LOAD-REEL-LOOP-END.
           EXIT.

       1510-POINTAGE-START.
           SET IDX-SERV TO 1.
           SEARCH SERVICE-TBL
               AT END
                   ADD 1 TO WS-NB-POINT-HORS-PLAN
                   GO TO 1510-POINTAGE-END
               WHEN TBL-TYPE(IDX-SERV) = REEL-TYPE
                   AND TBL-GARE(IDX-SERV) = REEL-STATION
                   AND TBL-HHMM(IDX-SERV) = REEL-DEP-PREVU
                   CONTINUE
           END-SEARCH.

           IF REEL-EST-ANNULE
               IF TBL-PERTURB(IDX-SERV) NOT = 'A'
                   ADD 1 TO WS-NB-SUPPRIMES
               END-IF
               MOVE 'A'        TO TBL-PERTURB(IDX-SERV)
               MOVE REEL-CAUSE TO TBL-CAUSE(IDX-SERV)
               GO TO 1510-POINTAGE-END
           END-IF.

           IF REEL-ARR-REEL IS NOT NUMERIC
               GO TO 1510-POINTAGE-END
           END-IF.
           MOVE TBL-ARR-MIN(IDX-SERV) TO WS-PRV-ARR-MIN.
           COMPUTE WS-REL-ARR-MIN = REEL-ARR-HH * 60 + REEL-ARR-MM.
           COMPUTE WS-RETARD-ARR = WS-REL-ARR-MIN - WS-PRV-ARR-MIN.
           IF WS-RETARD-ARR < -720
               ADD 1440 TO WS-RETARD-ARR
           END-IF.
           IF WS-RETARD-ARR > 720
               SUBTRACT 1440 FROM WS-RETARD-ARR
           END-IF.
           IF WS-RETARD-ARR > WS-SEUIL-RETARD
               AND TBL-PERTURB(IDX-SERV) = SPACE
               ADD 1 TO WS-NB-RETARDS
               MOVE 'R'           TO TBL-PERTURB(IDX-SERV)
               MOVE WS-RETARD-ARR TO TBL-RETARD(IDX-SERV)
           END-IF.
       1510-POINTAGE-END.
           EXIT.

      ***** Chantiers (facultatif) : gares fermees a la date demandee **
      ***** (fin a zero = chantier sans date de fin)                   **
       1600-LOAD-TVX-START.
           OPEN INPUT FIC-TVX.
           IF NOT WS-TVX-OK
               GO TO 1600-LOAD-TVX-END
           END-IF.
           PERFORM 1700-LOAD-TVX-LOOP-START
               THRU 1700-LOAD-TVX-LOOP-END
               UNTIL WS-TVX-END.
           CLOSE FIC-TVX.
       1600-LOAD-TVX-END.
           EXIT.

       1700-LOAD-TVX-LOOP-START.
           READ FIC-TVX
               AT END
                   MOVE '10' TO WS-TVX-STATUS
               NOT AT END
                   IF TVX-GARE NOT = SPACES
                       AND TVX-DEB IS NUMERIC
                       AND TVX-FIN IS NUMERIC
                       AND TVX-DEB NOT > WS-DATE-TEST
                       AND (TVX-FIN = 0
                            OR TVX-FIN NOT < WS-DATE-TEST)
                       AND FERMEE-LGTH < 200
                       SET FERMEE-LGTH UP BY 1
                       SET IDX-FER TO FERMEE-LGTH
                       MOVE TVX-GARE TO TBL-FERMEE(IDX-FER)
                   END-IF
           END-READ.
       1700-LOAD-TVX-LOOP-END.
           EXIT.

      ***** Origine ou terminus ferme : le train est supprime ********
      ***** (une annulation pointee garde sa propre cause)     ********
       1800-TRAVAUX-START.
           IF FERMEE-LGTH = 0
               GO TO 1800-TRAVAUX-END
           END-IF.
           PERFORM VARYING IDX-SERV FROM 1 BY 1
                   UNTIL IDX-SERV > SERVICE-LGTH
               IF TBL-PERTURB(IDX-SERV) NOT = 'A'
                   MOVE TBL-ARRET(IDX-SERV 1) TO WS-GARE-TEST
                   PERFORM 2700-FERMEE-START THRU 2700-FERMEE-END
                   IF WS-FERMEE = 'N'
                       MOVE TBL-ARRET(IDX-SERV
                                      TBL-NB-ARRETS(IDX-SERV))
                           TO WS-GARE-TEST
                       PERFORM 2700-FERMEE-START
                           THRU 2700-FERMEE-END
                   END-IF
                   IF WS-FERMEE = 'O'
                       ADD 1 TO WS-NB-SUPPRIMES
                       IF TBL-PERTURB(IDX-SERV) = 'R'
                           SUBTRACT 1 FROM WS-NB-RETARDS
                       END-IF
                       MOVE 'T'   TO TBL-PERTURB(IDX-SERV)
                       MOVE 'TVX' TO TBL-CAUSE(IDX-SERV)
                   END-IF
               END-IF
           END-PERFORM.
       1800-TRAVAUX-END.
           EXIT.

      ***** Reservations de la date demandee ***************************
       2000-RESERV-START.
           OPEN INPUT FIC-RESERV.
           IF NOT WS-RESERV-OK
               MOVE '  AUCUNE RESERVATION (trainres.dat ABSENT)'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 2000-RESERV-END
           END-IF.
           PERFORM 2010-RESERV-LOOP-START
               THRU 2010-RESERV-LOOP-END
               UNTIL WS-RESERV-END.
           CLOSE FIC-RESERV.
       2000-RESERV-END.
           EXIT.

       2010-RESERV-LOOP-START.
           READ FIC-RESERV INTO F-RESERVATION
               AT END
                   MOVE '10' TO WS-RESERV-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-RESA-LUES
                   IF RSV-DATE IS NUMERIC
                       AND RSV-DATE-NUM = WS-DATE-TEST
                       ADD 1 TO WS-NB-RESA-JOUR
                       PERFORM 2200-UNE-RESA-START
                           THRU 2200-UNE-RESA-END
                   END-IF
           END-READ.
       2010-RESERV-LOOP-END.
           EXIT.

      ***** Train du plan de la reservation courante (WS-SERV) et ******
      ***** rangs de montee WS-DEB et de descente WS-FIN ; WS-MOTIF ****
      ***** non blanc si la reservation ne se situe pas sur le plan ****
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

      ***** Une reservation du jour : nature de la perturbation (la ***
      ***** suppression prime sur la gare fermee, qui prime sur le  ***
      ***** retard), alternative, message et cumul par train        ***
       2200-UNE-RESA-START.
           PERFORM 2100-SITUE-START THRU 2100-SITUE-END.
           IF WS-MOTIF NOT = SPACES
               GO TO 2200-UNE-RESA-END
           END-IF.
           SET IDX-SERV TO WS-SERV.
           PERFORM 2300-CIRCULE-START THRU 2300-CIRCULE-END.
           IF WS-CIRCULE = 'N'
               GO TO 2200-UNE-RESA-END
           END-IF.

           MOVE SPACE TO WS-NATURE.
           MOVE SPACES TO WS-LIBELLE WS-GARE-FERMEE.
           MOVE RSV-MONTEE TO WS-GARE-TEST.
           PERFORM 2700-FERMEE-START THRU 2700-FERMEE-END.
           IF WS-FERMEE = 'N'
               MOVE RSV-DESCENTE TO WS-GARE-TEST
               PERFORM 2700-FERMEE-START THRU 2700-FERMEE-END
           END-IF.
           IF WS-FERMEE = 'O'
               MOVE WS-GARE-TEST TO WS-GARE-FERMEE
           END-IF.

           EVALUATE TRUE
               WHEN TBL-PERTURB(WS-SERV) = 'A'
                   MOVE 'A' TO WS-NATURE
                   PERFORM 2410-LIBELLE-CAUSE-START
                       THRU 2410-LIBELLE-CAUSE-END
                   STRING 'SUPPRIME (' DELIMITED BY SIZE
                       WS-LIBELLE-CAUSE DELIMITED BY '  '
                       ')' DELIMITED BY SIZE
                       INTO WS-LIBELLE
                   END-STRING
               WHEN TBL-PERTURB(WS-SERV) = 'T'
                   MOVE 'T' TO WS-NATURE
                   MOVE 'SUPPRIME (TRAVAUX)' TO WS-LIBELLE
               WHEN WS-GARE-FERMEE NOT = SPACES
                   MOVE 'T' TO WS-NATURE
                   STRING 'GARE ' DELIMITED BY SIZE
                       WS-GARE-FERMEE DELIMITED BY '  '
                       ' FERMEE (TRAVAUX)' DELIMITED BY SIZE
                       INTO WS-LIBELLE
                   END-STRING
               WHEN TBL-PERTURB(WS-SERV) = 'R'
                   MOVE 'R' TO WS-NATURE
                   MOVE TBL-RETARD(WS-SERV) TO WS-EDIT-MIN
                   MOVE 0 TO WS-K
                   INSPECT WS-EDIT-MIN TALLYING WS-K
                       FOR LEADING SPACE
                   STRING 'RETARD DE ' DELIMITED BY SIZE
                       WS-EDIT-MIN(WS-K + 1:) DELIMITED BY SIZE
                       ' MIN A L''ARRIVEE' DELIMITED BY SIZE
                       INTO WS-LIBELLE
                   END-STRING
           END-EVALUATE.
           IF WS-NATURE = SPACE
               GO TO 2200-UNE-RESA-END
           END-IF.

           ADD 1 TO WS-NB-TOUCHEES.
           ADD 1 TO TBL-NB-RESA(WS-SERV).
           IF RSV-PLACES IS NUMERIC
               ADD RSV-PLACES-NUM TO TBL-NB-VOYAGEURS(WS-SERV)
           END-IF.

           MOVE SPACES TO WS-SUITE.
           IF WS-NATURE = 'R'
               MOVE 'LE TRAIN EST MAINTENU.' TO WS-SUITE
           ELSE
               MOVE 0 TO WS-ALT
               IF WS-GARE-FERMEE = SPACES
                   PERFORM 2500-ALTERNATIVE-START
                       THRU 2500-ALTERNATIVE-END
               END-IF
               IF WS-ALT > 0
                   ADD 1 TO TBL-NB-AVEC-ALT(WS-SERV)
                   DIVIDE TBL-DEP-MIN(WS-ALT) BY 60
                       GIVING WS-HHMM-HH REMAINDER WS-HHMM-MM
                   STRING 'ALTERNATIVE: ' DELIMITED BY SIZE
                       TBL-TYPE(WS-ALT) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TBL-GARE(WS-ALT) DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       WS-HHMM-HH DELIMITED BY SIZE
                       'H' DELIMITED BY SIZE
                       WS-HHMM-MM DELIMITED BY SIZE
                       ', MEMES GARES DE MONTEE ET DE DESCENTE.'
                           DELIMITED BY SIZE
                       INTO WS-SUITE
                   END-STRING
               ELSE
                   ADD 1 TO TBL-NB-SANS-ALT(WS-SERV)
                   MOVE 'PAS DE TRAIN DIRECT DE REMPLACEMENT CE JOUR.'
                       TO WS-SUITE
               END-IF
           END-IF.

           PERFORM 2800-MESSAGE-START THRU 2800-MESSAGE-END.
       2200-UNE-RESA-END.
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

      ***** Libelle de la cause d'annulation (codes de traindel) *****
       2410-LIBELLE-CAUSE-START.
           EVALUATE TBL-CAUSE(WS-SERV)
               WHEN 'MET'
                   MOVE 'METEO' TO WS-LIBELLE-CAUSE
               WHEN 'GRV'
                   MOVE 'GREVE' TO WS-LIBELLE-CAUSE
               WHEN 'MAT'
                   MOVE 'MATERIEL ROULANT' TO WS-LIBELLE-CAUSE
               WHEN 'TVX'
                   MOVE 'TRAVAUX' TO WS-LIBELLE-CAUSE
               WHEN OTHER
                   MOVE 'CAUSE NON CODEE' TO WS-LIBELLE-CAUSE
           END-EVALUATE.
       2410-LIBELLE-CAUSE-END.
           EXIT.

      ***** Premier train direct de remplacement (WS-ALT, 0 si      ***
      ***** aucun) : autre train du plan qui circule ce jour, non    ***
      ***** supprime ni en retard, parti a la meme heure ou apres    ***
      ***** le train perturbe, desservant la montee puis la descente ***
       2500-ALTERNATIVE-START.
           MOVE 0 TO WS-ALT.
           PERFORM 2510-CANDIDAT-START THRU 2510-CANDIDAT-END
               VARYING IDX-SERV FROM 1 BY 1
               UNTIL IDX-SERV > SERVICE-LGTH.
       2500-ALTERNATIVE-END.
           EXIT.

       2510-CANDIDAT-START.
           SET WS-I TO IDX-SERV.
           IF WS-I = WS-SERV
               OR TBL-PERTURB(IDX-SERV) NOT = SPACE
               OR TBL-DEP-MIN(IDX-SERV) < TBL-DEP-MIN(WS-SERV)
               GO TO 2510-CANDIDAT-END
           END-IF.
           IF WS-ALT > 0
               IF TBL-DEP-MIN(IDX-SERV) NOT < TBL-DEP-MIN(WS-ALT)
                   GO TO 2510-CANDIDAT-END
               END-IF
           END-IF.

           MOVE 0 TO WS-ALT-DEB WS-ALT-FIN.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > TBL-NB-ARRETS(IDX-SERV)
               IF WS-ALT-DEB = 0
                   AND TBL-ARRET(IDX-SERV WS-K) = RSV-MONTEE(1:10)
                   MOVE WS-K TO WS-ALT-DEB
               END-IF
               IF WS-ALT-DEB > 0
                   AND WS-ALT-FIN = 0
                   AND WS-K > WS-ALT-DEB
                   AND TBL-ARRET(IDX-SERV WS-K) = RSV-DESCENTE(1:10)
                   MOVE WS-K TO WS-ALT-FIN
               END-IF
           END-PERFORM.
           IF WS-ALT-FIN = 0
               GO TO 2510-CANDIDAT-END
           END-IF.

           PERFORM 2300-CIRCULE-START THRU 2300-CIRCULE-END.
           IF WS-CIRCULE = 'O'
               MOVE WS-I TO WS-ALT
           END-IF.
       2510-CANDIDAT-END.
           EXIT.

      ***** La gare WS-GARE-TEST est-elle fermee ce jour ? ************
       2700-FERMEE-START.
           MOVE 'N' TO WS-FERMEE.
           IF FERMEE-LGTH = 0
               GO TO 2700-FERMEE-END
           END-IF.
           SET IDX-FER TO 1.
           SEARCH FERMEE-TBL
               AT END
                   CONTINUE
               WHEN TBL-FERMEE(IDX-FER) = WS-GARE-TEST
                   MOVE 'O' TO WS-FERMEE
           END-SEARCH.
       2700-FERMEE-END.
           EXIT.

      ***** Message de la reservation courante ; sans contact, la ****
      ***** reservation est listee comme non avisee                ****
       2800-MESSAGE-START.
           IF RSV-CONTACT = SPACES
               ADD 1 TO WS-NB-NON-AVISEES
               MOVE RSV-REFERENCE TO WS-EN-REFERENCE
               MOVE RSV-TYPE      TO WS-EN-TYPE
               MOVE RSV-GARE      TO WS-EN-GARE
               MOVE RSV-HHMM      TO WS-EN-HHMM
               MOVE SPACES TO WS-EN-MOTIF
               STRING 'SANS CONTACT: ' DELIMITED BY SIZE
                   WS-LIBELLE DELIMITED BY SIZE
                   INTO WS-EN-MOTIF
               END-STRING
               MOVE SPACES TO REC-RAPPORT
               MOVE WS-EDIT-NON-AVISEE TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 2800-MESSAGE-END
           END-IF.

           MOVE SPACES TO REC-MESSAGE.
           MOVE WS-DATE-TEST  TO MSG-DATE.
           MOVE RSV-REFERENCE TO MSG-REFERENCE.
           MOVE RSV-CONTACT   TO MSG-CONTACT.
           MOVE WS-NATURE     TO MSG-NATURE.
           MOVE 0 TO WS-NB-AROBASE.
           INSPECT RSV-CONTACT TALLYING WS-NB-AROBASE FOR ALL '@'.
           IF WS-NB-AROBASE > 0
               SET MSG-COURRIEL TO TRUE
           ELSE
               SET MSG-SMS TO TRUE
           END-IF.
           STRING 'TRAIN ' DELIMITED BY SIZE
               RSV-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RSV-GARE DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               RSV-HHMM(1:2) DELIMITED BY SIZE
               'H' DELIMITED BY SIZE
               RSV-HHMM(3:2) DELIMITED BY SIZE
               ' DU ' DELIMITED BY SIZE
               WS-TEST-JJ DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-TEST-MM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-TEST-AAAA DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               RSV-MONTEE DELIMITED BY '  '
               '>' DELIMITED BY SIZE
               RSV-DESCENTE DELIMITED BY '  '
               '): ' DELIMITED BY SIZE
               WS-LIBELLE DELIMITED BY '  '
               '. ' DELIMITED BY SIZE
               WS-SUITE DELIMITED BY '  '
               INTO MSG-TEXTE
           END-STRING.
           WRITE REC-MESSAGE.
           ADD 1 TO WS-NB-MESSAGES.
       2800-MESSAGE-END.
           EXIT.

      ***** Voyageurs touches par train : tout train perturbe, et ****
      ***** tout train dont des voyageurs montent ou descendent a ****
      ***** une gare fermee                                        ****
       3000-PAR-TRAIN-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'VOYAGEURS TOUCHES PAR TRAIN' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3100-UN-TRAIN-START THRU 3100-UN-TRAIN-END
               VARYING WS-SERV FROM 1 BY 1
               UNTIL WS-SERV > SERVICE-LGTH.

           MOVE SPACES TO WS-ET-TYPE WS-ET-GARE WS-ET-HHMM.
           MOVE 'TOTAL' TO WS-ET-PERTURB.
           MOVE WS-TOT-RESA      TO WS-ET-RESA.
           MOVE WS-TOT-VOYAGEURS TO WS-ET-VOYAGEURS.
           MOVE WS-TOT-AVEC-ALT  TO WS-ET-AVEC-ALT.
           MOVE WS-TOT-SANS-ALT  TO WS-ET-SANS-ALT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TRAIN TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3000-PAR-TRAIN-END.
           EXIT.

       3100-UN-TRAIN-START.
           IF TBL-PERTURB(WS-SERV) = SPACE
               AND TBL-NB-RESA(WS-SERV) = 0
               GO TO 3100-UN-TRAIN-END
           END-IF.
           MOVE SPACES TO WS-ET-PERTURB.
           EVALUATE TBL-PERTURB(WS-SERV)
               WHEN 'A'
                   PERFORM 2410-LIBELLE-CAUSE-START
                       THRU 2410-LIBELLE-CAUSE-END
                   STRING 'SUPPRIME (' DELIMITED BY SIZE
                       WS-LIBELLE-CAUSE DELIMITED BY '  '
                       ')' DELIMITED BY SIZE
                       INTO WS-ET-PERTURB
                   END-STRING
               WHEN 'T'
                   MOVE 'SUPPRIME (TRAVAUX)' TO WS-ET-PERTURB
               WHEN 'R'
                   MOVE TBL-RETARD(WS-SERV) TO WS-EDIT-MIN
                   MOVE 0 TO WS-K
                   INSPECT WS-EDIT-MIN TALLYING WS-K
                       FOR LEADING SPACE
                   STRING 'RETARD ' DELIMITED BY SIZE
                       WS-EDIT-MIN(WS-K + 1:) DELIMITED BY SIZE
                       ' MIN' DELIMITED BY SIZE
                       INTO WS-ET-PERTURB
                   END-STRING
               WHEN OTHER
                   MOVE 'GARE(S) FERMEE(S)' TO WS-ET-PERTURB
           END-EVALUATE.
           MOVE TBL-TYPE(WS-SERV) TO WS-ET-TYPE.
           MOVE TBL-GARE(WS-SERV) TO WS-ET-GARE.
           MOVE TBL-HHMM(WS-SERV) TO WS-ET-HHMM.
           MOVE TBL-NB-RESA(WS-SERV)      TO WS-ET-RESA.
           MOVE TBL-NB-VOYAGEURS(WS-SERV) TO WS-ET-VOYAGEURS.
           MOVE TBL-NB-AVEC-ALT(WS-SERV)  TO WS-ET-AVEC-ALT.
           MOVE TBL-NB-SANS-ALT(WS-SERV)  TO WS-ET-SANS-ALT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TRAIN TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           ADD TBL-NB-RESA(WS-SERV)      TO WS-TOT-RESA.
           ADD TBL-NB-VOYAGEURS(WS-SERV) TO WS-TOT-VOYAGEURS.
           ADD TBL-NB-AVEC-ALT(WS-SERV)  TO WS-TOT-AVEC-ALT.
           ADD TBL-NB-SANS-ALT(WS-SERV)  TO WS-TOT-SANS-ALT.
       3100-UN-TRAIN-END.
           EXIT.
