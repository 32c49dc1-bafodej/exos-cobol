       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainmaj.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise a jour du plan train3.dat par
      *                 fichier de mouvements (trainmaj.dat), sur le
      *                 modele de tablemaj.cbl/depmut.cbl, au lieu
      *                 d'editer a la main les enregistrements de
      *                 longueur variable. Chaque mouvement designe un
      *                 train par sa cle (TRAIN3-TYPE, STATION-DEPART,
      *                 TRAIN3-TIME) : 'A' ajout (enregistrement
      *                 complet, arrets compris), 'M' modification de
      *                 l'heure d'arrivee, de la duree annoncee, de la
      *                 capacite ou des passagers (zone a blanc =
      *                 inchangee), 'S' suppression, 'P' arret change
      *                 a son rang : drapeau et gare remplacent l'arret
      *                 du rang (rang suivant le dernier = ajout en fin
      *                 de liste), drapeau et gare a blanc retirent
      *                 l'arret et remontent les suivants. Le train qui
      *                 resulterait du mouvement doit passer le
      *                 controle d'horaire de trainval.cbl (duree
      *                 reelle contre TRAIN3-NBRE-HEURES) et le
      *                 controle de gares de trainsta.cbl
      *                 (fr-liste-gares.txt) ; sinon le mouvement est
      *                 rejete dans trainmaj.lis et le train reste tel
      *                 quel. Chaque mouvement applique est journalise
      *                 en ajout dans trainmaj.jnl (date, cle, action,
      *                 valeurs avant et apres). Sorties : train3.new
      *                 (a recopier sur train3.dat) et les deux images
      *                 train3-ancien.dat / train3-nouveau.dat lues par
      *                 traindif.cbl pour l'avis de changement. Un
      *                 train non touche est recopie a l'octet pres,
      *                 un train ajoute ou modifie est ecrit sur 151
      *                 caracteres (capacite et passagers a zero s'ils
      *                 manquaient).
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PLAN ASSIGN TO 'train3.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT FIC-MOUVEMENTS ASSIGN TO 'trainmaj.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT FIC-GARE ASSIGN TO 'fr-liste-gares.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-GARE-STATUS.

           SELECT TRAIN3 ASSIGN TO 'train3.new'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN3-STATUS.

           SELECT FIC-ANCIEN ASSIGN TO 'train3-ancien.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'train3-nouveau.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-JOURNAL ASSIGN TO 'trainmaj.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'trainmaj.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***** Plan en entree, releve par position (le FD du copybook ****
      ***** sert au plan en sortie, cf. traindif.cbl)              ****
       FD  FIC-PLAN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 27 TO 151 DEPENDING ON WS-PLAN-LEN.
       01  REC-PLAN                PIC X(151).

      ***** Mouvements : A-jout, M-odification, S-uppression, ********
      ***** P-arret change a son rang. La cle du train est toujours **
      ***** en (3:27) ; la date (31:8) sert au journal (a blanc :  **
      ***** date du jour)                                           **
       FD  FIC-MOUVEMENTS
           RECORD CONTAINS 167 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MVT.
           05  MVT-ACTION          PIC X(1).
               88  MVT-AJOUT       VALUE 'A'.
               88  MVT-MODIF       VALUE 'M'.
               88  MVT-SUPPR       VALUE 'S'.
               88  MVT-ARRET       VALUE 'P'.
           05  FILLER              PIC X(1).
           05  MVT-TYPE            PIC X(3).
           05  FILLER              PIC X(1).
           05  MVT-GARE            PIC X(18).
           05  FILLER              PIC X(1).
           05  MVT-HHMM            PIC X(4).
           05  FILLER              PIC X(1).
           05  MVT-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  MVT-ARRIVEE         PIC X(4).
           05  FILLER              PIC X(1).
           05  MVT-HEURES          PIC X(2).
           05  FILLER              PIC X(1).
           05  MVT-CAPACITE        PIC X(4).
           05  FILLER              PIC X(1).
           05  MVT-PASSAGERS       PIC X(4).
           05  FILLER              PIC X(1).
           05  MVT-ARRETS OCCURS 10 TIMES.
               10  MVT-ARR-FLAG    PIC X(1).
               10  MVT-ARR-GARE    PIC X(10).
       01  REC-MVT-P.
           05  FILLER              PIC X(39).
           05  MVT-P-RANG          PIC X(2).
           05  FILLER              PIC X(1).
           05  MVT-P-FLAG          PIC X(1).
           05  FILLER              PIC X(1).
           05  MVT-P-GARE          PIC X(10).
           05  FILLER              PIC X(113).

       FD  FIC-GARE
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FGARE.cpy'.

       COPY 'TRAIN3-FDESCRIPTION.cpy'.

       FD  FIC-ANCIEN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 27 TO 151 DEPENDING ON WS-ANCIEN-LEN.
       01  REC-ANCIEN              PIC X(151).

       FD  FIC-NOUVEAU
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 27 TO 151 DEPENDING ON WS-NOUVEAU-LEN.
       01  REC-NOUVEAU             PIC X(151).

      ***** Journal des mouvements appliques (fichier en ajout) ********
       FD  FIC-JOURNAL
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JOURNAL.
           05  JNL-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  JNL-TYPE            PIC X(3).
           05  FILLER              PIC X(1).
           05  JNL-GARE            PIC X(18).
           05  FILLER              PIC X(1).
           05  JNL-HHMM            PIC X(4).
           05  FILLER              PIC X(1).
           05  JNL-ACTION          PIC X(3).
           05  FILLER              PIC X(1).
           05  JNL-RANG            PIC X(2).
           05  FILLER              PIC X(1).
           05  JNL-AVANT           PIC X(45).
           05  JNL-FLECHE          PIC X(4).
           05  JNL-APRES           PIC X(45).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAIN3-LEN           PIC 9(3) VALUE 151.
       01  WS-PLAN-LEN             PIC 9(3) VALUE 151.
       01  WS-ANCIEN-LEN           PIC 9(3) VALUE 151.
       01  WS-NOUVEAU-LEN          PIC 9(3) VALUE 151.
       01  WS-PLAN-STATUS          PIC X(02).
           88  WS-PLAN-OK          VALUE '00'.
           88  WS-PLAN-END         VALUE '10'.
       01  WS-MVT-STATUS           PIC X(02).
           88  WS-MVT-OK           VALUE '00'.
           88  WS-MVT-END          VALUE '10'.
       01  WS-GARE-STATUS          PIC X(02).
           88  WS-GARE-OK          VALUE '00'.
           88  WS-GARE-END         VALUE '10'.
       01  WS-TRAIN3-STATUS        PIC X(02).
       01  WS-ANCIEN-STATUS        PIC X(02).
       01  WS-NOUVEAU-STATUS       PIC X(02).
       01  WS-JOURNAL-STATUS       PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).

      ***** Table des gares connues (fr-liste-gares.txt) ***************
       01  DATA-GARE.
           05  GARE-LGTH           PIC 9(5) VALUE 0.
           05  GARE-TBL
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON GARE-LGTH
               INDEXED BY IDX-GARE.
               10  TBL-NOM-GARE    PIC X(18).

      ***** Plan en memoire, dans l'ordre de train3.dat (les ajouts ***
      ***** a la suite) ; etat ' ' inchange, 'A' ajoute, 'M'       ***
      ***** modifie, 'S' supprime. La cle occupe (1:25)             ***
       01  DATA-TRAIN.
           05  TRAIN-LGTH          PIC 9(4) VALUE 0.
           05  TRAIN-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON TRAIN-LGTH
               INDEXED BY IDX-TRN.
               10  TBL-TRN-REC     PIC X(151).
               10  TBL-TRN-LEN     PIC 9(3).
               10  TBL-TRN-ETAT    PIC X(1).
                   88  TBL-TRN-SUPPRIME VALUE 'S'.

       01  WS-CLE.
           05  WS-CLE-TYPE         PIC X(3).
           05  WS-CLE-GARE         PIC X(18).
           05  WS-CLE-HHMM         PIC X(4).
       01  WS-HEURE-TEST           PIC X(4)  VALUE SPACES.
       01  WS-HEURE-TEST-R REDEFINES WS-HEURE-TEST.
           05  WS-TEST-HH          PIC 9(2).
           05  WS-TEST-MM          PIC 9(2).
       01  WS-HEURE-OK             PIC X(1)  VALUE 'N'.
       01  WS-TROUVE               PIC X(1)  VALUE 'N'.
           88  WS-TROUVE-OUI       VALUE 'O'.
       01  WS-REJET                PIC X(1)  VALUE 'N'.
           88  WS-EST-REJETE       VALUE 'O'.
       01  WS-MOTIF                PIC X(60) VALUE SPACES.
       01  WS-DATE-JOUR            PIC X(8)  VALUE SPACES.
       01  WS-RANG                 PIC 9(2)  VALUE 0.
       01  WS-NB-ARRETS            PIC 9(2)  VALUE 0.
       01  WS-VIDE                 PIC X(1)  VALUE 'N'.
       01  WS-ARRET-FLAG           PIC X(1)  VALUE SPACE.
       01  WS-ARRET-GARE           PIC X(10) VALUE SPACES.
       01  WS-K                    PIC 9(2)  VALUE 0.
       01  WS-AVANT                PIC X(45) VALUE SPACES.
       01  WS-APRES                PIC X(45) VALUE SPACES.
       01  WS-RESUME               PIC X(45) VALUE SPACES.
       01  WS-ACTION-JNL           PIC X(3)  VALUE SPACES.
       01  WS-RANG-JNL             PIC X(2)  VALUE SPACES.

      ***** Controles de trainval.cbl et trainsta.cbl *******************
       01  WS-DEP-MIN              PIC 9(4)  VALUE 0.
       01  WS-ARR-MIN              PIC 9(4)  VALUE 0.
       01  WS-DUREE-MIN            PIC 9(4)  VALUE 0.
       01  WS-DUREE-HEURES         PIC 9(2)  VALUE 0.
       01  WS-NOM-TESTE            PIC X(18) VALUE SPACES.
       01  WS-TESTE-HALT           PIC X(1)  VALUE 'N'.

       01  WS-NB-TRAINS-AVANT      PIC 9(7) VALUE 0.
       01  WS-NB-TRAINS-APRES      PIC 9(7) VALUE 0.
       01  WS-NB-MVT-LUS           PIC 9(7) VALUE 0.
       01  WS-NB-APPLIQUES         PIC 9(7) VALUE 0.
       01  WS-NB-AJOUTS            PIC 9(7) VALUE 0.
       01  WS-NB-MODIFS            PIC 9(7) VALUE 0.
       01  WS-NB-SUPPRS            PIC 9(7) VALUE 0.
       01  WS-NB-ARRETS-CHG        PIC 9(7) VALUE 0.
       01  WS-NB-REJETS            PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
       01  WS-LIGNE-REJET.
           05  FILLER              PIC X(10) VALUE 'MOUVEMENT '.
           05  WS-REJ-ACTION       PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-REJ-TYPE         PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-REJ-GARE         PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-REJ-HHMM         PIC X(4).
           05  FILLER              PIC X(3)  VALUE ' : '.
           05  WS-REJ-MOTIF        PIC X(60).

       01  WS-EDIT-COMPTE.
           05  WS-EC-LIBELLE       PIC X(40).
           05  WS-EC-NOMBRE        PIC ZZZZZZ9.

       01  WS-EDIT-RESUME.
           05  FILLER              PIC X(4)  VALUE 'ARR:'.
           05  WS-ER-ARRIVEE       PIC X(4).
           05  FILLER              PIC X(7)  VALUE ' DUREE:'.
           05  WS-ER-HEURES        PIC X(2).
           05  FILLER              PIC X(8)  VALUE ' ARRETS:'.
           05  WS-ER-ARRETS        PIC X(2).
           05  FILLER              PIC X(5)  VALUE ' CAP:'.
           05  WS-ER-CAPACITE      PIC X(4).
           05  FILLER              PIC X(5)  VALUE ' PAS:'.
           05  WS-ER-PASSAGERS     PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-GARE-START THRU 1000-LOAD-GARE-END.
           PERFORM 1200-LOAD-PLAN-START THRU 1200-LOAD-PLAN-END.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE 'MISE A JOUR DU PLAN train3.dat PAR MOUVEMENTS'
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'MOUVEMENTS REJETES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           OPEN EXTEND FIC-JOURNAL.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT FIC-JOURNAL
           END-IF.
      *    train3.new est ouvert des le debut : sa zone
      *    d'enregistrement TRAIN3-PLANNING sert a batir le train qui
      *    resulte de chaque mouvement avant les controles.
           OPEN OUTPUT TRAIN3.

           PERFORM 2000-APPLY-START     THRU 2000-APPLY-END.
           PERFORM 3000-ECRIT-PLAN-START THRU 3000-ECRIT-PLAN-END.
           PERFORM 4000-COMPTES-START   THRU 4000-COMPTES-END.

           CLOSE TRAIN3.
           CLOSE FIC-JOURNAL.
           CLOSE FIC-RAPPORT.

           DISPLAY 'TRAINS AVANT        : ' WS-NB-TRAINS-AVANT.
           DISPLAY 'MOUVEMENTS LUS      : ' WS-NB-MVT-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES: ' WS-NB-APPLIQUES.
           DISPLAY 'MOUVEMENTS REJETES  : ' WS-NB-REJETS.
           DISPLAY 'TRAINS APRES        : ' WS-NB-TRAINS-APRES.
           DISPLAY 'NOUVEAU PLAN        : train3.new'.
           DISPLAY 'JOURNAL             : trainmaj.jnl'.
           DISPLAY 'RAPPORT             : trainmaj.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Referentiel des gares (obligatoire, cf. trainsta.cbl) *****
       1000-LOAD-GARE-START.
           OPEN INPUT FIC-GARE.
           IF NOT WS-GARE-OK
               DISPLAY 'REFERENTIEL fr-liste-gares.txt ABSENT '
                   '(STATUT ' WS-GARE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-GARE-LOOP-START
               THRU 1100-LOAD-GARE-LOOP-END
               UNTIL WS-GARE-END.
           CLOSE FIC-GARE.
       1000-LOAD-GARE-END.
           EXIT.

       1100-LOAD-GARE-LOOP-START.
           READ FIC-GARE INTO F-GARE
               AT END
                   MOVE '10' TO WS-GARE-STATUS
               NOT AT END
                   IF NOM-GARE NOT = SPACES
                       AND GARE-LGTH < 5000
                       SET GARE-LGTH UP BY 1
                       SET IDX-GARE TO GARE-LGTH
                       MOVE NOM-GARE TO TBL-NOM-GARE(IDX-GARE)
                   END-IF
           END-READ.
       1100-LOAD-GARE-LOOP-END.
           EXIT.

      ***** Plan courant en table, recopie tel quel dans             ***
      ***** train3-ancien.dat ; un plan trop grand pour la table     ***
      ***** arrete le traitement (train3.new serait tronque)         ***
       1200-LOAD-PLAN-START.
           OPEN INPUT FIC-PLAN.
           IF NOT WS-PLAN-OK
               DISPLAY 'FICHIER train3.dat ABSENT '
                   '(STATUT ' WS-PLAN-STATUS '), ARRET'
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-ANCIEN.
           PERFORM 1300-LOAD-PLAN-LOOP-START
               THRU 1300-LOAD-PLAN-LOOP-END
               UNTIL WS-PLAN-END.
           CLOSE FIC-PLAN.
           CLOSE FIC-ANCIEN.
       1200-LOAD-PLAN-END.
           EXIT.

       1300-LOAD-PLAN-LOOP-START.
           READ FIC-PLAN
               AT END
                   SET WS-PLAN-END TO TRUE
               NOT AT END
                   IF TRAIN-LGTH NOT < 2000
                       DISPLAY 'PLAN train3.dat AU-DELA DE 2000 '
                           'TRAINS, ARRET'
                       CLOSE FIC-PLAN
                       CLOSE FIC-ANCIEN
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-TRAINS-AVANT
                   SET TRAIN-LGTH UP BY 1
                   SET IDX-TRN TO TRAIN-LGTH
                   MOVE SPACES TO TBL-TRN-REC(IDX-TRN)
                   MOVE REC-PLAN(1:WS-PLAN-LEN)
                       TO TBL-TRN-REC(IDX-TRN)(1:WS-PLAN-LEN)
                   MOVE WS-PLAN-LEN TO TBL-TRN-LEN(IDX-TRN)
                   MOVE SPACE TO TBL-TRN-ETAT(IDX-TRN)
                   MOVE WS-PLAN-LEN TO WS-ANCIEN-LEN
                   MOVE REC-PLAN(1:WS-PLAN-LEN)
                       TO REC-ANCIEN(1:WS-PLAN-LEN)
                   WRITE REC-ANCIEN
           END-READ.
       1300-LOAD-PLAN-LOOP-END.
           EXIT.

      ***** Application des mouvements dans l'ordre du fichier *********
       2000-APPLY-START.
           OPEN INPUT FIC-MOUVEMENTS.
           IF NOT WS-MVT-OK
               DISPLAY 'FICHIER trainmaj.dat ABSENT '
                   '(STATUT ' WS-MVT-STATUS '), ARRET'
               CLOSE TRAIN3
               CLOSE FIC-JOURNAL
               CLOSE FIC-RAPPORT
               STOP RUN
           END-IF.
           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-MVT-END.
           CLOSE FIC-MOUVEMENTS.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-MOUVEMENTS
               AT END
                   MOVE '10' TO WS-MVT-STATUS
               NOT AT END
                   IF REC-MVT NOT = SPACES
                       ADD 1 TO WS-NB-MVT-LUS
                       PERFORM 2110-APPLY-MVT-START
                           THRU 2110-APPLY-MVT-END
                   END-IF
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Un mouvement : action, cle, presence du train, train    ****
      ***** resultant bati dans TRAIN3-PLANNING, controles, puis    ****
      ***** remplacement dans la table et journal                   ****
       2110-APPLY-MVT-START.
           MOVE 'N' TO WS-REJET.
           IF NOT MVT-AJOUT AND NOT MVT-MODIF
               AND NOT MVT-SUPPR AND NOT MVT-ARRET
               MOVE 'ACTION INCONNUE' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2110-APPLY-MVT-END
           END-IF.

           MOVE MVT-TYPE TO WS-CLE-TYPE.
           MOVE MVT-GARE TO WS-CLE-GARE.
           MOVE MVT-HHMM TO WS-CLE-HHMM.
           MOVE MVT-HHMM TO WS-HEURE-TEST.
           PERFORM 2190-HEURE-VALIDE-START THRU 2190-HEURE-VALIDE-END.
           IF MVT-TYPE = SPACES OR MVT-GARE = SPACES
               OR WS-HEURE-OK = 'N'
               MOVE 'CLE DE TRAIN INVALIDE (TYPE, GARE, HHMM)'
                   TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2110-APPLY-MVT-END
           END-IF.

           MOVE 'N' TO WS-TROUVE.
           SET IDX-TRN TO 1.
           SEARCH TRAIN-TBL
               AT END
                   CONTINUE
               WHEN TBL-TRN-REC(IDX-TRN)(1:25) = WS-CLE
                   AND NOT TBL-TRN-SUPPRIME(IDX-TRN)
                   SET WS-TROUVE-OUI TO TRUE
           END-SEARCH.
           IF MVT-AJOUT AND WS-TROUVE-OUI
               MOVE 'TRAIN DEJA PRESENT AU PLAN' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2110-APPLY-MVT-END
           END-IF.
           IF NOT MVT-AJOUT AND NOT WS-TROUVE-OUI
               MOVE 'TRAIN INCONNU DU PLAN' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2110-APPLY-MVT-END
           END-IF.
           IF MVT-AJOUT AND TRAIN-LGTH NOT < 2000
               MOVE 'CAPACITE DU PLAN ATTEINTE (2000 TRAINS)'
                   TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2110-APPLY-MVT-END
           END-IF.

           MOVE SPACES TO WS-AVANT WS-APRES WS-RANG-JNL.
           IF NOT MVT-AJOUT
               MOVE TBL-TRN-REC(IDX-TRN) TO TRAIN3-PLANNING
               PERFORM 2800-RESUME-START THRU 2800-RESUME-END
               MOVE WS-RESUME TO WS-AVANT
           END-IF.

           EVALUATE TRUE
               WHEN MVT-SUPPR
                   MOVE 'S' TO TBL-TRN-ETAT(IDX-TRN)
                   ADD 1 TO WS-NB-SUPPRS
                   MOVE 'SUP' TO WS-ACTION-JNL
                   PERFORM 2700-JOURNAL-START THRU 2700-JOURNAL-END
                   GO TO 2110-APPLY-MVT-END
               WHEN MVT-AJOUT
                   PERFORM 2200-BATIT-AJOUT-START
                       THRU 2200-BATIT-AJOUT-END
               WHEN MVT-MODIF
                   PERFORM 2300-BATIT-MODIF-START
                       THRU 2300-BATIT-MODIF-END
               WHEN MVT-ARRET
                   PERFORM 2400-BATIT-ARRET-START
                       THRU 2400-BATIT-ARRET-END
           END-EVALUATE.
           IF WS-EST-REJETE
               GO TO 2110-APPLY-MVT-END
           END-IF.

           PERFORM 2500-CONTROLE-HORAIRE-START
               THRU 2500-CONTROLE-HORAIRE-END.
           IF WS-EST-REJETE
               GO TO 2110-APPLY-MVT-END
           END-IF.
           PERFORM 2600-CONTROLE-GARES-START
               THRU 2600-CONTROLE-GARES-END.
           IF WS-EST-REJETE
               GO TO 2110-APPLY-MVT-END
           END-IF.

           IF MVT-AJOUT
               SET TRAIN-LGTH UP BY 1
               SET IDX-TRN TO TRAIN-LGTH
               MOVE 'A' TO TBL-TRN-ETAT(IDX-TRN)
               ADD 1 TO WS-NB-AJOUTS
               MOVE 'AJO' TO WS-ACTION-JNL
           ELSE
               IF TBL-TRN-ETAT(IDX-TRN) = SPACE
                   MOVE 'M' TO TBL-TRN-ETAT(IDX-TRN)
               END-IF
               IF MVT-MODIF
                   ADD 1 TO WS-NB-MODIFS
                   MOVE 'MOD' TO WS-ACTION-JNL
               ELSE
                   ADD 1 TO WS-NB-ARRETS-CHG
                   MOVE 'ARR' TO WS-ACTION-JNL
               END-IF
           END-IF.
           MOVE TRAIN3-PLANNING TO TBL-TRN-REC(IDX-TRN).
           MOVE 151 TO TBL-TRN-LEN(IDX-TRN).
           IF NOT MVT-ARRET
               PERFORM 2800-RESUME-START THRU 2800-RESUME-END
               MOVE WS-RESUME TO WS-APRES
           END-IF.
           PERFORM 2700-JOURNAL-START THRU 2700-JOURNAL-END.
       2110-APPLY-MVT-END.
           EXIT.

      ***** WS-HEURE-TEST est-il une heure HHMM valide ? **************
       2190-HEURE-VALIDE-START.
           MOVE 'N' TO WS-HEURE-OK.
           IF WS-HEURE-TEST IS NUMERIC
               AND WS-TEST-HH < 24
               AND WS-TEST-MM < 60
               MOVE 'O' TO WS-HEURE-OK
           END-IF.
       2190-HEURE-VALIDE-END.
           EXIT.

      ***** Ajout : enregistrement complet ; capacite et passagers a ***
      ***** blanc valent zero ; arrets contigus a partir du rang 1   ***
       2200-BATIT-AJOUT-START.
           MOVE SPACES TO TRAIN3-PLANNING.
           MOVE WS-CLE TO TRAIN3-PLANNING(1:25).
           MOVE MVT-ARRIVEE TO WS-HEURE-TEST.
           PERFORM 2190-HEURE-VALIDE-START THRU 2190-HEURE-VALIDE-END.
           IF WS-HEURE-OK = 'N'
               MOVE 'HEURE D''ARRIVEE INVALIDE' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-BATIT-AJOUT-END
           END-IF.
           MOVE MVT-ARRIVEE TO TRAIN-ARRIVE.
           IF MVT-HEURES IS NOT NUMERIC
               MOVE 'DUREE ANNONCEE NON NUMERIQUE' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-BATIT-AJOUT-END
           END-IF.
           MOVE MVT-HEURES TO TRAIN3-NBRE-HEURES.
           MOVE 0 TO TRAIN3-CAPACITE TRAIN3-PASSAGERS.
           PERFORM 2310-CAPACITE-START THRU 2310-CAPACITE-END.
           IF WS-EST-REJETE
               GO TO 2200-BATIT-AJOUT-END
           END-IF.

           MOVE 0 TO WS-NB-ARRETS.
           MOVE 'N' TO WS-VIDE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 10 OR WS-EST-REJETE
               IF MVT-ARR-FLAG(WS-K) = SPACE
                   AND MVT-ARR-GARE(WS-K) = SPACES
                   MOVE 'O' TO WS-VIDE
               ELSE
                   IF WS-VIDE = 'O'
                       MOVE 'ARRETS NON CONTIGUS' TO WS-MOTIF
                       PERFORM 2900-REJET-START THRU 2900-REJET-END
                   ELSE
                       MOVE WS-K TO WS-RANG
                       MOVE MVT-ARR-FLAG(WS-K) TO WS-ARRET-FLAG
                       MOVE MVT-ARR-GARE(WS-K) TO WS-ARRET-GARE
                       PERFORM 2410-ARRET-VALIDE-START
                           THRU 2410-ARRET-VALIDE-END
                       IF NOT WS-EST-REJETE
                           ADD 1 TO WS-NB-ARRETS
                           MOVE MVT-ARR-FLAG(WS-K)
                               TO TRAIN3-HALT-FLAG(WS-K)
                           MOVE MVT-ARR-GARE(WS-K)
                               TO TRAIN3-HALT-STATION(WS-K)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-NB-ARRETS TO TRAIN3-NBRE-STOPS.
       2200-BATIT-AJOUT-END.
           EXIT.

      ***** Modification : seules les zones renseignees changent ; ****
      ***** un ancien enregistrement court recoit capacite et      ****
      ***** passagers a zero                                       ****
       2300-BATIT-MODIF-START.
           IF MVT-ARRIVEE NOT = SPACES
               MOVE MVT-ARRIVEE TO WS-HEURE-TEST
               PERFORM 2190-HEURE-VALIDE-START
                   THRU 2190-HEURE-VALIDE-END
               IF WS-HEURE-OK = 'N'
                   MOVE 'HEURE D''ARRIVEE INVALIDE' TO WS-MOTIF
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2300-BATIT-MODIF-END
               END-IF
               MOVE MVT-ARRIVEE TO TRAIN-ARRIVE
           END-IF.
           IF MVT-HEURES NOT = SPACES
               IF MVT-HEURES IS NOT NUMERIC
                   MOVE 'DUREE ANNONCEE NON NUMERIQUE' TO WS-MOTIF
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2300-BATIT-MODIF-END
               END-IF
               MOVE MVT-HEURES TO TRAIN3-NBRE-HEURES
           END-IF.
           PERFORM 2320-COMPLETE-START THRU 2320-COMPLETE-END.
           PERFORM 2310-CAPACITE-START THRU 2310-CAPACITE-END.
       2300-BATIT-MODIF-END.
           EXIT.

       2310-CAPACITE-START.
           IF MVT-CAPACITE NOT = SPACES
               IF MVT-CAPACITE IS NOT NUMERIC
                   MOVE 'CAPACITE NON NUMERIQUE' TO WS-MOTIF
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2310-CAPACITE-END
               END-IF
               MOVE MVT-CAPACITE TO TRAIN3-CAPACITE
           END-IF.
           IF MVT-PASSAGERS NOT = SPACES
               IF MVT-PASSAGERS IS NOT NUMERIC
                   MOVE 'PASSAGERS NON NUMERIQUE' TO WS-MOTIF
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2310-CAPACITE-END
               END-IF
               MOVE MVT-PASSAGERS TO TRAIN3-PASSAGERS
           END-IF.
       2310-CAPACITE-END.
           EXIT.

       2320-COMPLETE-START.
           IF TRAIN3-CAPACITE IS NOT NUMERIC
               MOVE 0 TO TRAIN3-CAPACITE
           END-IF.
           IF TRAIN3-PASSAGERS IS NOT NUMERIC
               MOVE 0 TO TRAIN3-PASSAGERS
           END-IF.
       2320-COMPLETE-END.
           EXIT.

      ***** Arret change a son rang : remplacement, ajout en fin de ****
      ***** liste (rang = nombre d'arrets + 1) ou retrait avec       ****
      ***** remontee des arrets suivants                             ****
       2400-BATIT-ARRET-START.
           PERFORM 2320-COMPLETE-START THRU 2320-COMPLETE-END.
           IF TRAIN3-NBRE-STOPS IS NOT NUMERIC
               OR TRAIN3-NBRE-STOPS > 10
               MOVE 'NOMBRE D''ARRETS DU TRAIN INVALIDE' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2400-BATIT-ARRET-END
           END-IF.
           MOVE TRAIN3-NBRE-STOPS TO WS-NB-ARRETS.
           IF MVT-P-RANG IS NOT NUMERIC
               MOVE 'RANG D''ARRET NON NUMERIQUE' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2400-BATIT-ARRET-END
           END-IF.
           MOVE MVT-P-RANG TO WS-RANG WS-RANG-JNL.
           MOVE SPACES TO WS-AVANT.
           IF WS-RANG = 0 OR WS-RANG > 10
               OR WS-RANG > WS-NB-ARRETS + 1
               MOVE 'RANG HORS DE LA LISTE D''ARRETS' TO WS-MOTIF
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2400-BATIT-ARRET-END
           END-IF.
           IF WS-RANG NOT > WS-NB-ARRETS
               STRING TRAIN3-HALT-FLAG(WS-RANG) DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   TRAIN3-HALT-STATION(WS-RANG) DELIMITED BY SIZE
                   INTO WS-AVANT
               END-STRING
           END-IF.

           MOVE MVT-P-FLAG TO WS-ARRET-FLAG.
           MOVE MVT-P-GARE TO WS-ARRET-GARE.
           IF WS-ARRET-FLAG = SPACE AND WS-ARRET-GARE = SPACES
               IF WS-RANG > WS-NB-ARRETS
                   MOVE 'RETRAIT D''UN ARRET ABSENT' TO WS-MOTIF
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2400-BATIT-ARRET-END
               END-IF
               PERFORM VARYING WS-K FROM WS-RANG BY 1
                       UNTIL WS-K NOT < WS-NB-ARRETS
                   MOVE TRAIN3-HALT-FLAG(WS-K + 1)
                       TO TRAIN3-HALT-FLAG(WS-K)
                   MOVE TRAIN3-HALT-STATION(WS-K + 1)
                       TO TRAIN3-HALT-STATION(WS-K)
               END-PERFORM
               MOVE SPACE  TO TRAIN3-HALT-FLAG(WS-NB-ARRETS)
               MOVE SPACES TO TRAIN3-HALT-STATION(WS-NB-ARRETS)
               SUBTRACT 1 FROM WS-NB-ARRETS
               MOVE 'RETIRE' TO WS-APRES
           ELSE
               PERFORM 2410-ARRET-VALIDE-START
                   THRU 2410-ARRET-VALIDE-END
               IF WS-EST-REJETE
                   GO TO 2400-BATIT-ARRET-END
               END-IF
               MOVE WS-ARRET-FLAG TO TRAIN3-HALT-FLAG(WS-RANG)
               MOVE WS-ARRET-GARE TO TRAIN3-HALT-STATION(WS-RANG)
               IF WS-RANG > WS-NB-ARRETS
                   ADD 1 TO WS-NB-ARRETS
               END-IF
               STRING WS-ARRET-FLAG DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-ARRET-GARE   DELIMITED BY SIZE
                   INTO WS-APRES
               END-STRING
           END-IF.
           MOVE WS-NB-ARRETS TO TRAIN3-NBRE-STOPS.
       2400-BATIT-ARRET-END.
           EXIT.

      ***** Arret WS-ARRET-FLAG / WS-ARRET-GARE du rang WS-RANG :  ***
      ***** drapeau H/S/F et nom de gare tous deux renseignes       ***
       2410-ARRET-VALIDE-START.
           IF WS-ARRET-GARE = SPACES
               OR (WS-ARRET-FLAG NOT = 'H' AND WS-ARRET-FLAG NOT = 'S'
                   AND WS-ARRET-FLAG NOT = 'F')
               MOVE SPACES TO WS-MOTIF
               STRING 'ARRET '          DELIMITED BY SIZE
                   WS-RANG              DELIMITED BY SIZE
                   ' INCOMPLET OU DRAPEAU AUTRE QUE H/S/F'
                                        DELIMITED BY SIZE
                   INTO WS-MOTIF
               END-STRING
               PERFORM 2900-REJET-START THRU 2900-REJET-END
           END-IF.
       2410-ARRET-VALIDE-END.
           EXIT.

      ***** Regle de trainval.cbl : duree reelle (minuit franchi     ***
      ***** eventuellement) contre la duree annoncee                 ***
       2500-CONTROLE-HORAIRE-START.
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
               MOVE SPACES TO WS-MOTIF
               STRING 'HORAIRE INCOHERENT, DUREE ANNONCEE:'
                                          DELIMITED BY SIZE
                   TRAIN3-NBRE-HEURES     DELIMITED BY SIZE
                   ' DUREE REELLE:'       DELIMITED BY SIZE
                   WS-DUREE-HEURES        DELIMITED BY SIZE
                   INTO WS-MOTIF
               END-STRING
               PERFORM 2900-REJET-START THRU 2900-REJET-END
           END-IF.
       2500-CONTROLE-HORAIRE-END.
           EXIT.

      ***** Regle de trainsta.cbl : gare de depart sur 18 caracteres, **
      ***** gares d'arret sur leurs 10 caracteres                     **
       2600-CONTROLE-GARES-START.
           MOVE 'N' TO WS-TESTE-HALT.
           MOVE STATION-DEPART TO WS-NOM-TESTE.
           PERFORM 2610-LOOKUP-GARE-START THRU 2610-LOOKUP-GARE-END.
           MOVE 'O' TO WS-TESTE-HALT.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 10 OR WS-EST-REJETE
               IF TRAIN3-HALT-STATION(WS-K) NOT = SPACES
                   MOVE TRAIN3-HALT-STATION(WS-K) TO WS-NOM-TESTE
                   PERFORM 2610-LOOKUP-GARE-START
                       THRU 2610-LOOKUP-GARE-END
               END-IF
           END-PERFORM.
       2600-CONTROLE-GARES-END.
           EXIT.

       2610-LOOKUP-GARE-START.
           IF WS-EST-REJETE
               GO TO 2610-LOOKUP-GARE-END
           END-IF.
           SET IDX-GARE TO 1.
           SEARCH GARE-TBL
               AT END
                   MOVE SPACES TO WS-MOTIF
                   STRING 'GARE INCONNUE DU REFERENTIEL : '
                                        DELIMITED BY SIZE
                       WS-NOM-TESTE     DELIMITED BY SIZE
                       INTO WS-MOTIF
                   END-STRING
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
               WHEN (WS-TESTE-HALT = 'N'
                       AND TBL-NOM-GARE(IDX-GARE) = WS-NOM-TESTE)
                   OR (WS-TESTE-HALT = 'O'
                       AND TBL-NOM-GARE(IDX-GARE)(1:10)
                           = WS-NOM-TESTE(1:10))
                   CONTINUE
           END-SEARCH.
       2610-LOOKUP-GARE-END.
           EXIT.

      ***** Ligne du journal : date du mouvement (a defaut, du jour) ***
       2700-JOURNAL-START.
           ADD 1 TO WS-NB-APPLIQUES.
           MOVE SPACES TO REC-JOURNAL.
           IF MVT-DATE IS NUMERIC
               MOVE MVT-DATE TO JNL-DATE
           ELSE
               MOVE WS-DATE-JOUR TO JNL-DATE
           END-IF.
           MOVE WS-CLE-TYPE   TO JNL-TYPE.
           MOVE WS-CLE-GARE   TO JNL-GARE.
           MOVE WS-CLE-HHMM   TO JNL-HHMM.
           MOVE WS-ACTION-JNL TO JNL-ACTION.
           MOVE WS-RANG-JNL   TO JNL-RANG.
           MOVE WS-AVANT      TO JNL-AVANT.
           MOVE ' -> '        TO JNL-FLECHE.
           MOVE WS-APRES      TO JNL-APRES.
           WRITE REC-JOURNAL.
       2700-JOURNAL-END.
           EXIT.

      ***** Resume du train TRAIN3-PLANNING pour le journal ***********
       2800-RESUME-START.
           MOVE TRAIN-ARRIVE       TO WS-ER-ARRIVEE.
           MOVE TRAIN3-NBRE-HEURES TO WS-ER-HEURES.
           MOVE TRAIN3-NBRE-STOPS  TO WS-ER-ARRETS.
           MOVE TRAIN3-PLANNING(144:4) TO WS-ER-CAPACITE.
           MOVE TRAIN3-PLANNING(148:4) TO WS-ER-PASSAGERS.
           MOVE WS-EDIT-RESUME TO WS-RESUME.
       2800-RESUME-END.
           EXIT.

       2900-REJET-START.
           MOVE 'O' TO WS-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE MVT-ACTION TO WS-REJ-ACTION.
           MOVE MVT-TYPE   TO WS-REJ-TYPE.
           MOVE MVT-GARE   TO WS-REJ-GARE.
           MOVE MVT-HHMM   TO WS-REJ-HHMM.
           MOVE WS-MOTIF   TO WS-REJ-MOTIF.
           MOVE WS-LIGNE-REJET TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2900-REJET-END.
           EXIT.

      ***** train3.new et train3-nouveau.dat : le plan dans l'ordre ***
      ***** d'origine, sans les trains supprimes                     ***
       3000-ECRIT-PLAN-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM VARYING IDX-TRN FROM 1 BY 1
                   UNTIL IDX-TRN > TRAIN-LGTH
               IF NOT TBL-TRN-SUPPRIME(IDX-TRN)
                   ADD 1 TO WS-NB-TRAINS-APRES
                   MOVE TBL-TRN-LEN(IDX-TRN) TO WS-TRAIN3-LEN
                                                WS-NOUVEAU-LEN
                   MOVE TBL-TRN-REC(IDX-TRN) TO TRAIN3-PLANNING
                                                REC-NOUVEAU
                   WRITE TRAIN3-PLANNING
                   WRITE REC-NOUVEAU
               END-IF
           END-PERFORM.
           CLOSE FIC-NOUVEAU.
       3000-ECRIT-PLAN-END.
           EXIT.

      ***** Comptes en fin de trainmaj.lis *****************************
       4000-COMPTES-START.
           IF WS-NB-REJETS = 0
               MOVE '  (AUCUN)' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TRAINS AVANT' TO WS-EC-LIBELLE.
           MOVE WS-NB-TRAINS-AVANT TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'MOUVEMENTS LUS' TO WS-EC-LIBELLE.
           MOVE WS-NB-MVT-LUS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'MOUVEMENTS APPLIQUES' TO WS-EC-LIBELLE.
           MOVE WS-NB-APPLIQUES TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  AJOUTS' TO WS-EC-LIBELLE.
           MOVE WS-NB-AJOUTS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  MODIFICATIONS' TO WS-EC-LIBELLE.
           MOVE WS-NB-MODIFS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  ARRETS CHANGES' TO WS-EC-LIBELLE.
           MOVE WS-NB-ARRETS-CHG TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE '  SUPPRESSIONS' TO WS-EC-LIBELLE.
           MOVE WS-NB-SUPPRS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'MOUVEMENTS REJETES' TO WS-EC-LIBELLE.
           MOVE WS-NB-REJETS TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
           MOVE 'TRAINS APRES' TO WS-EC-LIBELLE.
           MOVE WS-NB-TRAINS-APRES TO WS-EC-NOMBRE.
           PERFORM 4100-LIGNE-START THRU 4100-LIGNE-END.
       4000-COMPTES-END.
           EXIT.

       4100-LIGNE-START.
           MOVE WS-EDIT-COMPTE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4100-LIGNE-END.
           EXIT.
