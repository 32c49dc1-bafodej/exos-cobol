       IDENTIFICATION DIVISION.
       PROGRAM-ID.  tableres.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Resultats des rencontres du calendrier
      *                 tablecal.dat (cf. tablecal.cbl), une ligne par
      *                 match dans tableres.dat (journee, equipe a
      *                 domicile et ses buts, equipe a l'exterieur et
      *                 ses buts). Chaque resultat est controle : buts
      *                 numeriques, rencontre presente au calendrier
      *                 pour cette journee, pas deja saisie ; sinon il
      *                 est rejete dans tableres.lis. Les resultats
      *                 valides donnent le classement des equipes
      *                 (joues, gagnes, nuls, perdus, buts pour et
      *                 contre, difference, points : 3 la victoire, 1
      *                 le nul) trie par points, difference puis buts
      *                 marques. Les points des rencontres de la
      *                 journee demandee (parametre sur 3 chiffres,
      *                 defaut la derniere journee saisie) sont ecrits
      *                 en mouvements 'D' au format de tablemaj.dat,
      *                 un par joueur de roster.dat de l'equipe (le
      *                 classement individuel suit ainsi celui des
      *                 equipes), a appliquer par tablemaj.cbl comme
      *                 tout autre mouvement. tablemaj.dat est
      *                 recree a chaque execution.
      *    2026-10-15  Une journee n'est exportee vers tablemaj.dat que
      *                 si toutes ses rencontres du calendrier sont
      *                 jouees, et une seule fois : chaque export est
      *                 note dans tableres.jnl (journee, date, nombre de
      *                 mouvements). Journee incomplete, absente du
      *                 calendrier ou deja exportee : tablemaj.dat est
      *                 recree vide, le motif est edite et le code
      *                 retour passe a 4.
      *    2026-10-15  roster.dat absent a l'export des mouvements : la
      *                 journee n'est plus notee comme exportee dans
      *                 tableres.jnl et le code retour est porte a 8.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-EQUIPES ASSIGN TO 'equipes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-EQUIPES-STATUS.

           SELECT FIC-CALENDRIER ASSIGN TO 'tablecal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT FIC-RESULTATS ASSIGN TO 'tableres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT FIC-ROSTER ASSIGN TO 'roster.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT FIC-MOUVEMENTS ASSIGN TO 'tablemaj.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'tableres.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-EXPORTS ASSIGN TO 'tableres.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***** Referentiel des equipes : code sur 3, libelle sur 20 ********
       FD  FIC-EQUIPES
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  REC-EQUIPES.
           05  EQU-CODE            PIC X(3).
           05  FILLER              PIC X(1).
           05  EQU-LIBELLE         PIC X(20).

      ***** Calendrier de tablecal.cbl : une ligne par rencontre *******
       FD  FIC-CALENDRIER
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CALENDRIER.
           05  CAL-TOUR            PIC 9(3).
           05  FILLER              PIC X(1).
           05  CAL-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  CAL-DOMICILE        PIC X(3).
           05  FILLER              PIC X(1).
           05  CAL-EXTERIEUR       PIC X(3).

      ***** Resultats : une ligne par match joue ************************
       FD  FIC-RESULTATS
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RESULTAT.
           05  RES-TOUR            PIC X(3).
           05  RES-TOUR-N REDEFINES RES-TOUR
                                   PIC 9(3).
           05  FILLER              PIC X(1).
           05  RES-DOMICILE        PIC X(3).
           05  FILLER              PIC X(1).
           05  RES-BUTS-DOM        PIC X(2).
           05  RES-BUTS-DOM-N REDEFINES RES-BUTS-DOM
                                   PIC 9(2).
           05  FILLER              PIC X(1).
           05  RES-EXTERIEUR       PIC X(3).
           05  FILLER              PIC X(1).
           05  RES-BUTS-EXT        PIC X(2).
           05  RES-BUTS-EXT-N REDEFINES RES-BUTS-EXT
                                   PIC 9(2).

       FD  FIC-ROSTER
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ROSTER.
           05  REC-ID              PIC 9(4).
           05  REC-CODE            PIC X(10).
           05  REC-NOM             PIC X(10).
           05  REC-POINT           PIC 9(4).
           05  REC-EQUIPE          PIC X(3).

      ***** Mouvements de score au format de tablemaj.cbl *************
       FD  FIC-MOUVEMENTS
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MVT.
           05  MVT-ACTION          PIC X(1).
           05  FILLER              PIC X(1).
           05  MVT-CODE            PIC X(10).
           05  FILLER              PIC X(1).
           05  MVT-SIGNE           PIC X(1).
           05  MVT-POINTS          PIC 9(4).
           05  FILLER              PIC X(1).
           05  MVT-DATE            PIC 9(8).

       FD  FIC-RAPPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT             PIC X(80).

      ***** Journees deja exportees vers tablemaj.dat, en ajout seul **
       FD  FIC-EXPORTS
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
       01  REC-EXPORT.
           05  EXP-TOUR            PIC 9(3).
           05  FILLER              PIC X(1).
           05  EXP-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  EXP-NB-MVT          PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-EQUIPES-STATUS       PIC X(02).
           88  WS-EQUIPES-OK       VALUE '00'.
           88  WS-EQUIPES-END      VALUE '10'.
       01  WS-CAL-STATUS           PIC X(02).
           88  WS-CAL-OK           VALUE '00'.
           88  WS-CAL-END          VALUE '10'.
       01  WS-RES-STATUS           PIC X(02).
           88  WS-RES-OK           VALUE '00'.
           88  WS-RES-END          VALUE '10'.
       01  WS-ROSTER-STATUS        PIC X(02).
           88  WS-ROSTER-OK        VALUE '00'.
           88  WS-ROSTER-END       VALUE '10'.
       01  WS-MVT-STATUS           PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).
       01  WS-EXP-STATUS           PIC X(02).
           88  WS-EXP-OK           VALUE '00'.
           88  WS-EXP-END          VALUE '10'.
           88  WS-EXP-ABSENT       VALUE '35'.

      ***** Classement des equipes du referentiel *********************
       01  WS-EQU-LGTH             PIC 9(3) VALUE 0.
       01  WS-EQU-TBL.
           03  WS-EQU OCCURS 1 TO 40 TIMES
               DEPENDING ON WS-EQU-LGTH
               INDEXED BY IDX-EQU IDX-EQU2.
               05  WS-EQU-CODE     PIC X(3).
               05  WS-EQU-LIBELLE  PIC X(20).
               05  WS-EQU-JOUES    PIC 9(3).
               05  WS-EQU-GAGNES   PIC 9(3).
               05  WS-EQU-NULS     PIC 9(3).
               05  WS-EQU-PERDUS   PIC 9(3).
               05  WS-EQU-BUTS-POUR PIC 9(4).
               05  WS-EQU-BUTS-CONTRE PIC 9(4).
               05  WS-EQU-DIFF     PIC S9(4).
               05  WS-EQU-POINTS   PIC 9(4).
               05  WS-EQU-JOUEURS  PIC 9(3).
               05  WS-EQU-PTS-TOUR PIC 9(2).

      ***** Calendrier, avec la marque du resultat deja saisi *********
       01  WS-CAL-LGTH             PIC 9(4) VALUE 0.
       01  WS-CAL-TBL.
           03  WS-CAL OCCURS 1 TO 1600 TIMES
               DEPENDING ON WS-CAL-LGTH
               INDEXED BY IDX-CAL.
               05  WS-CAL-TOUR     PIC 9(3).
               05  WS-CAL-DATE     PIC 9(8).
               05  WS-CAL-DOM      PIC X(3).
               05  WS-CAL-EXT      PIC X(3).
               05  WS-CAL-JOUE     PIC X(1).
               05  WS-CAL-BUTS-DOM PIC 9(2).
               05  WS-CAL-BUTS-EXT PIC 9(2).

       01  WS-SORT-SWAPPED         PIC X(01) VALUE 'N'.
           88  WS-SORT-DID-SWAP    VALUE 'O'.
       01  WS-SORT-TEMP            PIC X(56).
       01  WS-ECHANGE              PIC X(01) VALUE 'N'.

       01  WS-CMD-LINE             PIC X(20) VALUE SPACES.
       01  WS-TOUR-PARM            PIC X(3) VALUE SPACES.
       01  WS-TOUR-PARM-N REDEFINES WS-TOUR-PARM
                                   PIC 9(3).
       01  WS-TOUR-MVT             PIC 9(3) VALUE 0.
       01  WS-DERNIER-TOUR         PIC 9(3) VALUE 0.

       01  WS-PTS-VICTOIRE         PIC 9(2) VALUE 3.
       01  WS-PTS-NUL              PIC 9(2) VALUE 1.

       01  WS-NB-RES-LUS           PIC 9(5) VALUE 0.
       01  WS-NB-RES-VALIDES       PIC 9(5) VALUE 0.
       01  WS-NB-REJETS            PIC 9(5) VALUE 0.
       01  WS-NB-MVT               PIC 9(5) VALUE 0.

      *    Controle de la journee a exporter : rencontres prevues et
      *    non jouees au calendrier, export anterieur au journal.
       01  WS-NB-RENCONTRES        PIC 9(4) VALUE 0.
       01  WS-NB-NON-JOUEES        PIC 9(4) VALUE 0.
       01  WS-DATE-EXPORT          PIC 9(8) VALUE 0.
       01  WS-MOTIF-REFUS          PIC X(40) VALUE SPACES.
       01  WS-EDIT-NB              PIC ZZZ9.
       01  WS-RANG                 PIC 9(3) VALUE 0.
       01  WS-IDX-DOM              PIC 9(3) VALUE 0.
       01  WS-IDX-EXT              PIC 9(3) VALUE 0.
       01  WS-TROUVE               PIC X(01) VALUE 'N'.
           88  WS-TROUVE-OUI       VALUE 'O'.

       01  WS-LIGNE-REJET.
           05  FILLER              PIC X(17) VALUE 'RESULTAT REJETE '.
           05  WS-REJ-TOUR         PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-REJ-DOM          PIC X(3).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-REJ-EXT          PIC X(3).
           05  FILLER              PIC X(3)  VALUE ' : '.
           05  WS-REJ-MOTIF        PIC X(30).

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(28) VALUE
               'RG EQUIPE                   '.
           05  FILLER              PIC X(42) VALUE
               '  J   G   N   P   BP   BC  DIFF  PTS'.

       01  WS-LIGNE-CLASSEMENT.
           05  WS-CL-RANG          PIC Z9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-CODE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-LIBELLE       PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-JOUES         PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-GAGNES        PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-NULS          PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-PERDUS        PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-BUTS-POUR     PIC ZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-BUTS-CONTRE   PIC ZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-DIFF          PIC ----9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-POINTS        PIC ZZZ9.

       01  WS-LIGNE-MVT-EQUIPE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-ME-CODE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-ME-LIBELLE       PIC X(20).
           05  FILLER              PIC X(8)  VALUE ' POINTS '.
           05  WS-ME-POINTS        PIC Z9.
           05  FILLER              PIC X(10) VALUE ' JOUEURS '.
           05  WS-ME-JOUEURS       PIC ZZ9.
           05  WS-ME-REMARQUE      PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-TOUR-PARM
           END-UNSTRING.
           IF WS-TOUR-PARM NOT = SPACES
               AND WS-TOUR-PARM IS NOT NUMERIC
               DISPLAY 'PARAMETRE INVALIDE: ' WS-CMD-LINE
               PERFORM 9900-USAGE-START THRU 9900-USAGE-END
               STOP RUN
           END-IF.

           PERFORM 1000-LOAD-EQUIPES-START
               THRU 1000-LOAD-EQUIPES-END.
           PERFORM 1100-LOAD-CALENDRIER-START
               THRU 1100-LOAD-CALENDRIER-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 2000-RESULTATS-START
               THRU 2000-RESULTATS-END.

           IF WS-TOUR-PARM = SPACES
               MOVE WS-DERNIER-TOUR TO WS-TOUR-MVT
           ELSE
               MOVE WS-TOUR-PARM-N TO WS-TOUR-MVT
           END-IF.

           PERFORM 3000-SORT-EQUIPES-START
               THRU 3000-SORT-EQUIPES-END.
           PERFORM 4000-CLASSEMENT-START
               THRU 4000-CLASSEMENT-END.
           PERFORM 5000-MOUVEMENTS-START
               THRU 5000-MOUVEMENTS-END.
           CLOSE FIC-RAPPORT.

           DISPLAY 'RESULTATS LUS       : ' WS-NB-RES-LUS.
           DISPLAY 'RESULTATS VALIDES   : ' WS-NB-RES-VALIDES.
           DISPLAY 'RESULTATS REJETES   : ' WS-NB-REJETS.
           DISPLAY 'JOURNEE DES POINTS  : ' WS-TOUR-MVT.
           DISPLAY 'MOUVEMENTS ECRITS   : ' WS-NB-MVT.
           DISPLAY 'MOUVEMENTS          : tablemaj.dat'.
           DISPLAY 'RAPPORT             : tableres.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Referentiel des equipes, base du classement ***************
       1000-LOAD-EQUIPES-START.
           OPEN INPUT FIC-EQUIPES.
           IF NOT WS-EQUIPES-OK
               DISPLAY 'FICHIER equipes.txt ABSENT '
                   '(STATUT ' WS-EQUIPES-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1010-LOAD-EQUIPE-START
               THRU 1010-LOAD-EQUIPE-END
               UNTIL WS-EQUIPES-END.
           CLOSE FIC-EQUIPES.
       1000-LOAD-EQUIPES-END.
           EXIT.

       1010-LOAD-EQUIPE-START.
           READ FIC-EQUIPES
               AT END
                   SET WS-EQUIPES-END TO TRUE
               NOT AT END
                   IF EQU-CODE NOT = SPACES AND WS-EQU-LGTH < 40
                       ADD 1 TO WS-EQU-LGTH
                       SET IDX-EQU TO WS-EQU-LGTH
                       MOVE EQU-CODE    TO WS-EQU-CODE(IDX-EQU)
                       MOVE EQU-LIBELLE TO WS-EQU-LIBELLE(IDX-EQU)
                       MOVE ZEROS TO WS-EQU-JOUES(IDX-EQU)
                                     WS-EQU-GAGNES(IDX-EQU)
                                     WS-EQU-NULS(IDX-EQU)
                                     WS-EQU-PERDUS(IDX-EQU)
                                     WS-EQU-BUTS-POUR(IDX-EQU)
                                     WS-EQU-BUTS-CONTRE(IDX-EQU)
                                     WS-EQU-DIFF(IDX-EQU)
                                     WS-EQU-POINTS(IDX-EQU)
                                     WS-EQU-JOUEURS(IDX-EQU)
                                     WS-EQU-PTS-TOUR(IDX-EQU)
                   END-IF
           END-READ.
       1010-LOAD-EQUIPE-END.
           EXIT.

      ***** Calendrier de reference des rencontres ********************
       1100-LOAD-CALENDRIER-START.
           OPEN INPUT FIC-CALENDRIER.
           IF NOT WS-CAL-OK
               DISPLAY 'FICHIER tablecal.dat ABSENT '
                   '(STATUT ' WS-CAL-STATUS '), LANCER tablecal, '
                   'ARRET'
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-RENCONTRE-START
               THRU 1110-LOAD-RENCONTRE-END
               UNTIL WS-CAL-END.
           CLOSE FIC-CALENDRIER.
       1100-LOAD-CALENDRIER-END.
           EXIT.

       1110-LOAD-RENCONTRE-START.
           READ FIC-CALENDRIER
               AT END
                   SET WS-CAL-END TO TRUE
               NOT AT END
                   IF WS-CAL-LGTH < 1600
                       ADD 1 TO WS-CAL-LGTH
                       SET IDX-CAL TO WS-CAL-LGTH
                       MOVE CAL-TOUR      TO WS-CAL-TOUR(IDX-CAL)
                       MOVE CAL-DATE      TO WS-CAL-DATE(IDX-CAL)
                       MOVE CAL-DOMICILE  TO WS-CAL-DOM(IDX-CAL)
                       MOVE CAL-EXTERIEUR TO WS-CAL-EXT(IDX-CAL)
                       MOVE 'N'           TO WS-CAL-JOUE(IDX-CAL)
                       MOVE ZEROS TO WS-CAL-BUTS-DOM(IDX-CAL)
                                     WS-CAL-BUTS-EXT(IDX-CAL)
                   END-IF
           END-READ.
       1110-LOAD-RENCONTRE-END.
           EXIT.

      ***** Lecture et controle des resultats, cumul du classement ****
       2000-RESULTATS-START.
           OPEN INPUT FIC-RESULTATS.
           IF NOT WS-RES-OK
               DISPLAY 'FICHIER tableres.dat ABSENT '
                   '(STATUT ' WS-RES-STATUS '), AUCUN RESULTAT'
               GO TO 2000-RESULTATS-END
           END-IF.
           PERFORM 2100-RESULTAT-LOOP-START
               THRU 2100-RESULTAT-LOOP-END
               UNTIL WS-RES-END.
           CLOSE FIC-RESULTATS.
       2000-RESULTATS-END.
           EXIT.

       2100-RESULTAT-LOOP-START.
           READ FIC-RESULTATS
               AT END
                   MOVE '10' TO WS-RES-STATUS
               NOT AT END
                   IF REC-RESULTAT NOT = SPACES
                       ADD 1 TO WS-NB-RES-LUS
                       PERFORM 2110-UN-RESULTAT-START
                           THRU 2110-UN-RESULTAT-END
                   END-IF
           END-READ.
       2100-RESULTAT-LOOP-END.
           EXIT.

       2110-UN-RESULTAT-START.
           IF RES-TOUR IS NOT NUMERIC
               MOVE 'JOURNEE NON NUMERIQUE' TO WS-REJ-MOTIF
               GO TO 2110-UN-RESULTAT-REJET
           END-IF.
           IF RES-BUTS-DOM IS NOT NUMERIC
               OR RES-BUTS-EXT IS NOT NUMERIC
               MOVE 'BUTS NON NUMERIQUES' TO WS-REJ-MOTIF
               GO TO 2110-UN-RESULTAT-REJET
           END-IF.

           MOVE 'N' TO WS-TROUVE.
           SET IDX-CAL TO 1.
           SEARCH WS-CAL VARYING IDX-CAL
               AT END
                   CONTINUE
               WHEN WS-CAL-TOUR(IDX-CAL) = RES-TOUR-N
                   AND WS-CAL-DOM(IDX-CAL) = RES-DOMICILE
                   AND WS-CAL-EXT(IDX-CAL) = RES-EXTERIEUR
                   SET WS-TROUVE-OUI TO TRUE
           END-SEARCH.
           IF NOT WS-TROUVE-OUI
               MOVE 'RENCONTRE HORS CALENDRIER' TO WS-REJ-MOTIF
               GO TO 2110-UN-RESULTAT-REJET
           END-IF.
           IF WS-CAL-JOUE(IDX-CAL) = 'O'
               MOVE 'RESULTAT DEJA SAISI' TO WS-REJ-MOTIF
               GO TO 2110-UN-RESULTAT-REJET
           END-IF.

           MOVE 0 TO WS-IDX-DOM WS-IDX-EXT.
           PERFORM VARYING IDX-EQU FROM 1 BY 1
                   UNTIL IDX-EQU > WS-EQU-LGTH
               IF WS-EQU-CODE(IDX-EQU) = RES-DOMICILE
                   SET WS-IDX-DOM TO IDX-EQU
               END-IF
               IF WS-EQU-CODE(IDX-EQU) = RES-EXTERIEUR
                   SET WS-IDX-EXT TO IDX-EQU
               END-IF
           END-PERFORM.
           IF WS-IDX-DOM = 0 OR WS-IDX-EXT = 0
               MOVE 'EQUIPE ABSENTE DE equipes.txt' TO WS-REJ-MOTIF
               GO TO 2110-UN-RESULTAT-REJET
           END-IF.

           ADD 1 TO WS-NB-RES-VALIDES.
           MOVE 'O'            TO WS-CAL-JOUE(IDX-CAL).
           MOVE RES-BUTS-DOM-N TO WS-CAL-BUTS-DOM(IDX-CAL).
           MOVE RES-BUTS-EXT-N TO WS-CAL-BUTS-EXT(IDX-CAL).
           IF RES-TOUR-N > WS-DERNIER-TOUR
               MOVE RES-TOUR-N TO WS-DERNIER-TOUR
           END-IF.

           ADD 1 TO WS-EQU-JOUES(WS-IDX-DOM) WS-EQU-JOUES(WS-IDX-EXT).
           ADD RES-BUTS-DOM-N TO WS-EQU-BUTS-POUR(WS-IDX-DOM)
                                 WS-EQU-BUTS-CONTRE(WS-IDX-EXT).
           ADD RES-BUTS-EXT-N TO WS-EQU-BUTS-POUR(WS-IDX-EXT)
                                 WS-EQU-BUTS-CONTRE(WS-IDX-DOM).
           EVALUATE TRUE
               WHEN RES-BUTS-DOM-N > RES-BUTS-EXT-N
                   ADD 1 TO WS-EQU-GAGNES(WS-IDX-DOM)
                            WS-EQU-PERDUS(WS-IDX-EXT)
                   ADD WS-PTS-VICTOIRE TO WS-EQU-POINTS(WS-IDX-DOM)
               WHEN RES-BUTS-DOM-N < RES-BUTS-EXT-N
                   ADD 1 TO WS-EQU-GAGNES(WS-IDX-EXT)
                            WS-EQU-PERDUS(WS-IDX-DOM)
                   ADD WS-PTS-VICTOIRE TO WS-EQU-POINTS(WS-IDX-EXT)
               WHEN OTHER
                   ADD 1 TO WS-EQU-NULS(WS-IDX-DOM)
                            WS-EQU-NULS(WS-IDX-EXT)
                   ADD WS-PTS-NUL TO WS-EQU-POINTS(WS-IDX-DOM)
                                     WS-EQU-POINTS(WS-IDX-EXT)
           END-EVALUATE.
           GO TO 2110-UN-RESULTAT-END.
       2110-UN-RESULTAT-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE RES-TOUR      TO WS-REJ-TOUR.
           MOVE RES-DOMICILE  TO WS-REJ-DOM.
           MOVE RES-EXTERIEUR TO WS-REJ-EXT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-LIGNE-REJET TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2110-UN-RESULTAT-END.
           EXIT.

      ***** Tri a bulles : points, puis difference, puis buts pour ****
       3000-SORT-EQUIPES-START.
           PERFORM VARYING IDX-EQU FROM 1 BY 1
                   UNTIL IDX-EQU > WS-EQU-LGTH
               COMPUTE WS-EQU-DIFF(IDX-EQU) =
                   WS-EQU-BUTS-POUR(IDX-EQU)
                 - WS-EQU-BUTS-CONTRE(IDX-EQU)
           END-PERFORM.
           IF WS-EQU-LGTH > 1
               SET WS-SORT-DID-SWAP TO TRUE
               PERFORM 3010-SORT-PASS-START
                   THRU 3010-SORT-PASS-END
                   VARYING IDX-EQU FROM 1 BY 1
                   UNTIL IDX-EQU >= WS-EQU-LGTH
                   OR NOT WS-SORT-DID-SWAP
           END-IF.
       3000-SORT-EQUIPES-END.
           EXIT.

       3010-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM VARYING IDX-EQU2 FROM 1 BY 1
                   UNTIL IDX-EQU2 >= (WS-EQU-LGTH - IDX-EQU + 1)
               PERFORM 3020-COMPARE-START
                   THRU 3020-COMPARE-END
           END-PERFORM.
       3010-SORT-PASS-END.
           EXIT.

       3020-COMPARE-START.
           MOVE 'N' TO WS-ECHANGE.
           EVALUATE TRUE
               WHEN WS-EQU-POINTS(IDX-EQU2)
                       < WS-EQU-POINTS(IDX-EQU2 + 1)
                   MOVE 'O' TO WS-ECHANGE
               WHEN WS-EQU-POINTS(IDX-EQU2)
                       > WS-EQU-POINTS(IDX-EQU2 + 1)
                   CONTINUE
               WHEN WS-EQU-DIFF(IDX-EQU2) < WS-EQU-DIFF(IDX-EQU2 + 1)
                   MOVE 'O' TO WS-ECHANGE
               WHEN WS-EQU-DIFF(IDX-EQU2) > WS-EQU-DIFF(IDX-EQU2 + 1)
                   CONTINUE
               WHEN WS-EQU-BUTS-POUR(IDX-EQU2)
                       < WS-EQU-BUTS-POUR(IDX-EQU2 + 1)
                   MOVE 'O' TO WS-ECHANGE
           END-EVALUATE.
           IF WS-ECHANGE = 'O'
               MOVE WS-EQU(IDX-EQU2)     TO WS-SORT-TEMP
               MOVE WS-EQU(IDX-EQU2 + 1) TO WS-EQU(IDX-EQU2)
               MOVE WS-SORT-TEMP         TO WS-EQU(IDX-EQU2 + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       3020-COMPARE-END.
           EXIT.

      ***** Edition du classement des equipes *************************
       4000-CLASSEMENT-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'CLASSEMENT DES EQUIPES :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-LIGNE-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4010-LIGNE-EQUIPE-START
               THRU 4010-LIGNE-EQUIPE-END
               VARYING IDX-EQU FROM 1 BY 1
               UNTIL IDX-EQU > WS-EQU-LGTH.
       4000-CLASSEMENT-END.
           EXIT.

       4010-LIGNE-EQUIPE-START.
           SET WS-RANG TO IDX-EQU.
           MOVE WS-RANG                     TO WS-CL-RANG.
           MOVE WS-EQU-CODE(IDX-EQU)        TO WS-CL-CODE.
           MOVE WS-EQU-LIBELLE(IDX-EQU)     TO WS-CL-LIBELLE.
           MOVE WS-EQU-JOUES(IDX-EQU)       TO WS-CL-JOUES.
           MOVE WS-EQU-GAGNES(IDX-EQU)      TO WS-CL-GAGNES.
           MOVE WS-EQU-NULS(IDX-EQU)        TO WS-CL-NULS.
           MOVE WS-EQU-PERDUS(IDX-EQU)      TO WS-CL-PERDUS.
           MOVE WS-EQU-BUTS-POUR(IDX-EQU)   TO WS-CL-BUTS-POUR.
           MOVE WS-EQU-BUTS-CONTRE(IDX-EQU) TO WS-CL-BUTS-CONTRE.
           MOVE WS-EQU-DIFF(IDX-EQU)        TO WS-CL-DIFF.
           MOVE WS-EQU-POINTS(IDX-EQU)      TO WS-CL-POINTS.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-LIGNE-CLASSEMENT TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4010-LIGNE-EQUIPE-END.
           EXIT.

      ***** Points de la journee WS-TOUR-MVT : cumul par equipe, ******
      ***** puis un mouvement 'D' par joueur de l'equipe           ******
      *    Une journee n'est exportee qu'une fois, et seulement quand
      *    toutes ses rencontres sont jouees ; sinon tablemaj.dat est
      *    recree vide (rien a appliquer) et le refus est edite.
       5000-MOUVEMENTS-START.
           PERFORM 5005-CONTROLE-JOURNEE-START
               THRU 5005-CONTROLE-JOURNEE-END.
           IF WS-MOTIF-REFUS NOT = SPACES
               OPEN OUTPUT FIC-MOUVEMENTS
               CLOSE FIC-MOUVEMENTS
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE SPACES TO REC-RAPPORT
               STRING 'JOURNEE '         DELIMITED BY SIZE
                      WS-TOUR-MVT        DELIMITED BY SIZE
                      ' NON EXPORTEE : ' DELIMITED BY SIZE
                      WS-MOTIF-REFUS     DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
               DISPLAY REC-RAPPORT
               MOVE 4 TO RETURN-CODE
               GO TO 5000-MOUVEMENTS-END
           END-IF.

           PERFORM 5010-POINTS-RENCONTRE-START
               THRU 5010-POINTS-RENCONTRE-END
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-CAL-LGTH.

           OPEN OUTPUT FIC-MOUVEMENTS.
           OPEN INPUT FIC-ROSTER.
           IF NOT WS-ROSTER-OK
               DISPLAY 'FICHIER roster.dat ABSENT '
                   '(STATUT ' WS-ROSTER-STATUS '), AUCUN MOUVEMENT'
               CLOSE FIC-MOUVEMENTS
      *    Journee non notee dans tableres.jnl : elle reste a exporter.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5100-MVT-JOUEUR-START
                   THRU 5100-MVT-JOUEUR-END
                   UNTIL WS-ROSTER-END
               CLOSE FIC-ROSTER
               CLOSE FIC-MOUVEMENTS
               PERFORM 5030-NOTE-EXPORT-START
                   THRU 5030-NOTE-EXPORT-END
           END-IF.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'POINTS DE LA JOURNEE      VERS tablemaj.dat :'
               TO REC-RAPPORT.
           MOVE WS-TOUR-MVT TO REC-RAPPORT(22:3).
           WRITE REC-RAPPORT.
           PERFORM 5200-LIGNE-MVT-START
               THRU 5200-LIGNE-MVT-END
               VARYING IDX-EQU FROM 1 BY 1
               UNTIL IDX-EQU > WS-EQU-LGTH.
       5000-MOUVEMENTS-END.
           EXIT.

       5005-CONTROLE-JOURNEE-START.
           MOVE SPACES TO WS-MOTIF-REFUS.
           MOVE 0 TO WS-NB-RENCONTRES WS-NB-NON-JOUEES.
           PERFORM 5006-COMPTE-RENCONTRE-START
               THRU 5006-COMPTE-RENCONTRE-END
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-CAL-LGTH.
           IF WS-NB-RENCONTRES = 0
               MOVE 'JOURNEE ABSENTE DU CALENDRIER' TO WS-MOTIF-REFUS
               GO TO 5005-CONTROLE-JOURNEE-END
           END-IF.
           IF WS-NB-NON-JOUEES > 0
               MOVE WS-NB-NON-JOUEES TO WS-EDIT-NB
               STRING WS-EDIT-NB                DELIMITED BY SIZE
                      ' RENCONTRE(S) NON JOUEE(S)' DELIMITED BY SIZE
                   INTO WS-MOTIF-REFUS
               END-STRING
               GO TO 5005-CONTROLE-JOURNEE-END
           END-IF.

           MOVE 0 TO WS-DATE-EXPORT.
           OPEN INPUT FIC-EXPORTS.
           IF NOT WS-EXP-OK
               GO TO 5005-CONTROLE-JOURNEE-END
           END-IF.
           PERFORM 5007-LIT-EXPORT-START
               THRU 5007-LIT-EXPORT-END
               UNTIL WS-EXP-END.
           CLOSE FIC-EXPORTS.
           IF WS-DATE-EXPORT NOT = 0
               STRING 'DEJA EXPORTEE LE ' DELIMITED BY SIZE
                      WS-DATE-EXPORT      DELIMITED BY SIZE
                   INTO WS-MOTIF-REFUS
               END-STRING
           END-IF.
       5005-CONTROLE-JOURNEE-END.
           EXIT.

       5006-COMPTE-RENCONTRE-START.
           IF WS-CAL-TOUR(IDX-CAL) NOT = WS-TOUR-MVT
               GO TO 5006-COMPTE-RENCONTRE-END
           END-IF.
           ADD 1 TO WS-NB-RENCONTRES.
           IF WS-CAL-JOUE(IDX-CAL) NOT = 'O'
               ADD 1 TO WS-NB-NON-JOUEES
           END-IF.
       5006-COMPTE-RENCONTRE-END.
           EXIT.

       5007-LIT-EXPORT-START.
           READ FIC-EXPORTS
               AT END
                   SET WS-EXP-END TO TRUE
               NOT AT END
                   IF EXP-TOUR IS NUMERIC
                       AND EXP-TOUR = WS-TOUR-MVT
                       MOVE EXP-DATE TO WS-DATE-EXPORT
                   END-IF
           END-READ.
       5007-LIT-EXPORT-END.
           EXIT.

      *    Journee exportee notee au journal, avec la date du jour et
      *    le nombre de mouvements ecrits.
       5030-NOTE-EXPORT-START.
           OPEN EXTEND FIC-EXPORTS.
           IF WS-EXP-ABSENT
               OPEN OUTPUT FIC-EXPORTS
           END-IF.
           MOVE SPACES TO REC-EXPORT.
           MOVE WS-TOUR-MVT TO EXP-TOUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXP-DATE.
           MOVE WS-NB-MVT   TO EXP-NB-MVT.
           WRITE REC-EXPORT.
           CLOSE FIC-EXPORTS.
       5030-NOTE-EXPORT-END.
           EXIT.

       5010-POINTS-RENCONTRE-START.
           IF WS-CAL-TOUR(IDX-CAL) NOT = WS-TOUR-MVT
               OR WS-CAL-JOUE(IDX-CAL) NOT = 'O'
               GO TO 5010-POINTS-RENCONTRE-END
           END-IF.
           PERFORM VARYING IDX-EQU FROM 1 BY 1
                   UNTIL IDX-EQU > WS-EQU-LGTH
               IF WS-EQU-CODE(IDX-EQU) = WS-CAL-DOM(IDX-CAL)
                   EVALUATE TRUE
                       WHEN WS-CAL-BUTS-DOM(IDX-CAL)
                               > WS-CAL-BUTS-EXT(IDX-CAL)
                           ADD WS-PTS-VICTOIRE
                               TO WS-EQU-PTS-TOUR(IDX-EQU)
                       WHEN WS-CAL-BUTS-DOM(IDX-CAL)
                               = WS-CAL-BUTS-EXT(IDX-CAL)
                           ADD WS-PTS-NUL TO WS-EQU-PTS-TOUR(IDX-EQU)
                   END-EVALUATE
               END-IF
               IF WS-EQU-CODE(IDX-EQU) = WS-CAL-EXT(IDX-CAL)
                   EVALUATE TRUE
                       WHEN WS-CAL-BUTS-EXT(IDX-CAL)
                               > WS-CAL-BUTS-DOM(IDX-CAL)
                           ADD WS-PTS-VICTOIRE
                               TO WS-EQU-PTS-TOUR(IDX-EQU)
                       WHEN WS-CAL-BUTS-EXT(IDX-CAL)
                               = WS-CAL-BUTS-DOM(IDX-CAL)
                           ADD WS-PTS-NUL TO WS-EQU-PTS-TOUR(IDX-EQU)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       5010-POINTS-RENCONTRE-END.
           EXIT.

       5100-MVT-JOUEUR-START.
           READ FIC-ROSTER
               AT END
                   SET WS-ROSTER-END TO TRUE
                   GO TO 5100-MVT-JOUEUR-END
           END-READ.
           SET IDX-EQU TO 1.
           SEARCH WS-EQU
               AT END
                   GO TO 5100-MVT-JOUEUR-END
               WHEN WS-EQU-CODE(IDX-EQU) = REC-EQUIPE
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-EQU-JOUEURS(IDX-EQU).
           IF WS-EQU-PTS-TOUR(IDX-EQU) = 0
               GO TO 5100-MVT-JOUEUR-END
           END-IF.
           MOVE SPACES TO REC-MVT.
           MOVE 'D'                      TO MVT-ACTION.
           MOVE REC-CODE                 TO MVT-CODE.
           MOVE '+'                      TO MVT-SIGNE.
           MOVE WS-EQU-PTS-TOUR(IDX-EQU) TO MVT-POINTS.
      *    Date du mouvement : celle de la journee au calendrier.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL > WS-CAL-LGTH
               IF WS-CAL-TOUR(IDX-CAL) = WS-TOUR-MVT
                   MOVE WS-CAL-DATE(IDX-CAL) TO MVT-DATE
               END-IF
           END-PERFORM.
           WRITE REC-MVT.
           ADD 1 TO WS-NB-MVT.
       5100-MVT-JOUEUR-END.
           EXIT.

       5200-LIGNE-MVT-START.
           MOVE WS-EQU-CODE(IDX-EQU)     TO WS-ME-CODE.
           MOVE WS-EQU-LIBELLE(IDX-EQU)  TO WS-ME-LIBELLE.
           MOVE WS-EQU-PTS-TOUR(IDX-EQU) TO WS-ME-POINTS.
           MOVE WS-EQU-JOUEURS(IDX-EQU)  TO WS-ME-JOUEURS.
           IF WS-EQU-JOUEURS(IDX-EQU) = 0
               MOVE ' AUCUN JOUEUR' TO WS-ME-REMARQUE
           ELSE
               MOVE SPACES TO WS-ME-REMARQUE
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-LIGNE-MVT-EQUIPE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       5200-LIGNE-MVT-END.
           EXIT.

      ***** Format attendu de la ligne de commande *********************
       9900-USAGE-START.
           DISPLAY 'USAGE: tableres [<journee>]'.
           DISPLAY '  POSITION 1 : journee dont les points sont ecrits'
               ' dans tablemaj.dat, 3 chiffres'.
           DISPLAY '  SANS PARAMETRE : la derniere journee saisie'.
       9900-USAGE-END.
           EXIT.
