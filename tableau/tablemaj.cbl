      *    2026-09-02  Suit l'ajout du code equipe REC-EQUIPE a
      *                 roster.dat (28 -> 31 caracteres, cf. table.cbl) :
      *                 le champ est porte inchange dans roster.new.
      *    2026-10-15  Photo du classement apres chaque execution,
      *                 ajoutee a tablehis.dat (date et heure de
      *                 l'execution, code, nom, rang et score de chaque
      *                 joueur), pour que tableprg.cbl puisse donner la
      *                 progression de chacun d'une journee a l'autre.
      **********************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FIC-HISTO ASSIGN TO 'tablehis.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'tablemaj.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
           05  JNL-NOUVEAU         PIC X(4).
           05  FILLER              PIC X(4).

      ***** Photos successives du classement (fichier en ajout) *******
       FD  FIC-HISTO
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HISTO.
           05  HIS-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  HIS-HEURE           PIC 9(6).
           05  FILLER              PIC X(1).
           05  HIS-CODE            PIC X(10).
           05  FILLER              PIC X(1).
           05  HIS-NOM             PIC X(10).
           05  FILLER              PIC X(1).
           05  HIS-RANG            PIC 9(3).
           05  FILLER              PIC X(1).
           05  HIS-POINT           PIC 9(4).

       FD  FIC-RAPPORT
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
           88  WS-MVT-END          VALUE '10'.
       01  WS-NOUVEAU-STATUS       PIC X(02).
       01  WS-JOURNAL-STATUS       PIC X(02).
       01  WS-HISTO-STATUS         PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).

       01  WS-PERSO-LGTH           PIC 9(03) VALUE 0.
                                   PIC X(4).
       01  WS-RANG                 PIC 9(3) VALUE 0.
       01  WS-CALCUL-SENS          PIC X(5) VALUE SPACES.
       01  WS-PHOTO-DATE           PIC 9(8) VALUE 0.
       01  WS-PHOTO-HEURE          PIC 9(8) VALUE 0.

       01  WS-LIGNE-REJET.
           05  FILLER              PIC X(17) VALUE 'MOUVEMENT REJETE '.

           PERFORM 3000-NOUVEAU-ROSTER-START
               THRU 3000-NOUVEAU-ROSTER-END.
           PERFORM 3500-PHOTO-START
               THRU 3500-PHOTO-END.
           PERFORM 4000-SECTION-RANGS-START
               THRU 4000-SECTION-RANGS-END.

           DISPLAY 'MOUVEMENTS REJETES  : ' WS-NB-REJETS.
           DISPLAY 'NOUVEAU CLASSEMENT  : roster.new'.
           DISPLAY 'JOURNAL             : tablemaj.jnl'.
           DISPLAY 'HISTORIQUE          : tablehis.dat'.
           DISPLAY 'RAPPORT             : tablemaj.lis'.
       0000-MAIN-END.
           STOP RUN.
       3010-LIGNE-ROSTER-END.
           EXIT.

      ***** Photo du classement apres mouvements, en ajout a ***********
      ***** tablehis.dat, datee de l'execution                 ***********
       3500-PHOTO-START.
           ACCEPT WS-PHOTO-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-PHOTO-HEURE FROM TIME.
           OPEN EXTEND FIC-HISTO.
           IF WS-HISTO-STATUS = '35'
               OPEN OUTPUT FIC-HISTO
           END-IF.
           PERFORM 3510-LIGNE-PHOTO-START
               THRU 3510-LIGNE-PHOTO-END
               VARYING IDX-PERSO FROM 1 BY 1
               UNTIL IDX-PERSO > WS-PERSO-LGTH.
           CLOSE FIC-HISTO.
       3500-PHOTO-END.
           EXIT.

       3510-LIGNE-PHOTO-START.
           MOVE SPACES TO REC-HISTO.
           MOVE WS-PHOTO-DATE            TO HIS-DATE.
           MOVE WS-PHOTO-HEURE(1:6)      TO HIS-HEURE.
           MOVE WS-CODE(IDX-PERSO)       TO HIS-CODE.
           MOVE WS-NOM(IDX-PERSO)        TO HIS-NOM.
           MOVE WS-RANG-APRES(IDX-PERSO) TO HIS-RANG.
           MOVE WS-POINT(IDX-PERSO)      TO HIS-POINT.
           WRITE REC-HISTO.
       3510-LIGNE-PHOTO-END.
           EXIT.

      ***** Section des rangs avant/apres, joueurs par rang d'arrivee ***
      ***** croissant, les positions changees marquees d'une etoile  ***
       4000-SECTION-RANGS-START.
