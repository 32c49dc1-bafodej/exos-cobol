       IDENTIFICATION DIVISION.
       PROGRAM-ID.  tablecal.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Calendrier des rencontres entre les
      *                 equipes du referentiel equipes.txt, au lieu du
      *                 tirage au tableau blanc : championnat toutes
      *                 rondes (methode du tourniquet, une equipe fixe
      *                 et les autres qui tournent), chaque equipe
      *                 rencontrant chacune des autres une fois par
      *                 phase. Nombre impair d'equipes : une equipe est
      *                 exempte a chaque journee. Parametres :
      *                   tablecal [S|A] [<date>] [<ecart>]
      *                     S phase simple (defaut), A aller-retour
      *                     (la phase retour reprend les rencontres de
      *                     l'aller a domicile inverse) ;
      *                     date de la premiere journee AAAAMMJJ
      *                     (defaut le jour) ;
      *                     ecart en jours entre deux journees, sur
      *                     3 chiffres (defaut 007).
      *                 Dates des journees par la routine partagee
      *                 DATEUTIL.cpy. Resultat : tablecal.dat (une
      *                 ligne par rencontre : journee, date, equipe a
      *                 domicile, equipe a l'exterieur), relu par
      *                 tableres.cbl pour valider les resultats, et
      *                 la liste tablecal.lis par journee.
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

           SELECT FIC-RAPPORT ASSIGN TO 'tablecal.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

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

      ***** Calendrier : une ligne par rencontre ***********************
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

       FD  FIC-RAPPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EQUIPES-STATUS       PIC X(02).
           88  WS-EQUIPES-OK       VALUE '00'.
           88  WS-EQUIPES-END      VALUE '10'.
       01  WS-CAL-STATUS           PIC X(02).
       01  WS-RAPPORT-STATUS       PIC X(02).

      ***** Equipes du referentiel ; l'entree 0 du tourniquet est *****
      ***** l'exemption quand leur nombre est impair              *****
       01  WS-REF-LGTH             PIC 9(3) VALUE 0.
       01  WS-REF-TBL.
           03  WS-REF OCCURS 1 TO 40 TIMES
               DEPENDING ON WS-REF-LGTH
               INDEXED BY IDX-REF.
               05  WS-REF-CODE     PIC X(3).
               05  WS-REF-LIBELLE  PIC X(20).

      ***** Tourniquet : position -> rang de l'equipe dans WS-REF ****
       01  WS-ROT-LGTH             PIC 9(3) VALUE 0.
       01  WS-ROT-TBL.
           03  WS-ROT              PIC 9(3) OCCURS 40 TIMES.
       01  WS-ROT-HOLD             PIC 9(3) VALUE 0.

      ***** Rencontres generees, dans l'ordre des journees ************
       01  WS-RCT-LGTH             PIC 9(4) VALUE 0.
       01  WS-RCT-TBL.
           03  WS-RCT OCCURS 1 TO 1600 TIMES
               DEPENDING ON WS-RCT-LGTH
               INDEXED BY IDX-RCT.
               05  WS-RCT-TOUR     PIC 9(3).
               05  WS-RCT-DOM      PIC 9(3).
               05  WS-RCT-EXT      PIC 9(3).
       01  WS-NB-ALLER             PIC 9(4) VALUE 0.

      ***** Exemptes, une par journee de la phase aller ***************
       01  WS-EXEMPT-TBL.
           03  WS-EXEMPT           PIC 9(3) OCCURS 80 TIMES.

       01  WS-CMD-LINE             PIC X(40) VALUE SPACES.
       01  WS-MODE                 PIC X(1) VALUE SPACES.
           88  WS-MODE-SIMPLE      VALUE 'S'.
           88  WS-MODE-ALLER-RETOUR VALUE 'A'.
       01  WS-DATE-PARM            PIC X(8) VALUE SPACES.
       01  WS-DATE-PARM-N REDEFINES WS-DATE-PARM
                                   PIC 9(8).
       01  WS-ECART-PARM           PIC X(3) VALUE SPACES.
       01  WS-ECART-PARM-N REDEFINES WS-ECART-PARM
                                   PIC 9(3).
       01  WS-DATE-DEBUT           PIC 9(8) VALUE 0.
       01  WS-ECART                PIC 9(3) VALUE 7.

       01  WS-NB-TOURS-PHASE       PIC 9(3) VALUE 0.
       01  WS-NB-TOURS             PIC 9(3) VALUE 0.
       01  WS-TOUR                 PIC 9(3) VALUE 0.
       01  WS-PAIRE                PIC 9(3) VALUE 0.
       01  WS-NB-PAIRES            PIC 9(3) VALUE 0.
       01  WS-K                    PIC 9(3) VALUE 0.
       01  WS-EQ-A                 PIC 9(3) VALUE 0.
       01  WS-EQ-B                 PIC 9(3) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.
       01  WS-RESTE                PIC 9(1) VALUE 0.

       01  WS-LIGNE-TOUR.
           05  FILLER              PIC X(8)  VALUE 'JOURNEE '.
           05  WS-TR-TOUR          PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE ' DU '.
           05  WS-TR-JJ            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE '/'.
           05  WS-TR-MM            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE '/'.
           05  WS-TR-AAAA          PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TR-PHASE         PIC X(6).

       01  WS-LIGNE-RENCONTRE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RC-DOM           PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RC-DOM-LIB       PIC X(20).
           05  FILLER              PIC X(3)  VALUE ' - '.
           05  WS-RC-EXT           PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RC-EXT-LIB       PIC X(20).

       01  WS-LIGNE-EXEMPT.
           05  FILLER              PIC X(12) VALUE '   EXEMPT : '.
           05  WS-EX-CODE          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-LIB           PIC X(20).

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-PARAMETRES-START
               THRU 0100-PARAMETRES-END.
           PERFORM 1000-LOAD-EQUIPES-START
               THRU 1000-LOAD-EQUIPES-END.
           PERFORM 2000-TOURNIQUET-START
               THRU 2000-TOURNIQUET-END.
           IF WS-MODE-ALLER-RETOUR
               PERFORM 2500-PHASE-RETOUR-START
                   THRU 2500-PHASE-RETOUR-END
           END-IF.
           PERFORM 3000-ECRITURE-START
               THRU 3000-ECRITURE-END.

           DISPLAY 'EQUIPES        : ' WS-REF-LGTH.
           DISPLAY 'JOURNEES       : ' WS-NB-TOURS.
           DISPLAY 'RENCONTRES     : ' WS-RCT-LGTH.
           DISPLAY 'CALENDRIER     : tablecal.dat'.
           DISPLAY 'RAPPORT        : tablecal.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Lecture et controle des parametres ************************
       0100-PARAMETRES-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-DATE-PARM WS-ECART-PARM
           END-UNSTRING.
           IF WS-MODE = SPACES
               MOVE 'S' TO WS-MODE
           END-IF.
           IF NOT WS-MODE-SIMPLE AND NOT WS-MODE-ALLER-RETOUR
               DISPLAY 'PARAMETRE INVALIDE: ' WS-CMD-LINE
               PERFORM 9900-USAGE-START THRU 9900-USAGE-END
               STOP RUN
           END-IF.

           IF WS-DATE-PARM = SPACES
               ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD
           ELSE
               IF WS-DATE-PARM IS NOT NUMERIC
                   DISPLAY 'DATE INVALIDE: ' WS-DATE-PARM
                   PERFORM 9900-USAGE-START THRU 9900-USAGE-END
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM-N TO WS-DATE-DEBUT
           END-IF.

           IF WS-ECART-PARM NOT = SPACES
               IF WS-ECART-PARM IS NOT NUMERIC
                   OR WS-ECART-PARM-N = 0
                   DISPLAY 'ECART INVALIDE: ' WS-ECART-PARM
                   PERFORM 9900-USAGE-START THRU 9900-USAGE-END
                   STOP RUN
               END-IF
               MOVE WS-ECART-PARM-N TO WS-ECART
           END-IF.
       0100-PARAMETRES-END.
           EXIT.

      ***** Chargement du referentiel des equipes ; sans au moins  *****
      ***** deux equipes il n'y a pas de calendrier               *****
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
           IF WS-REF-LGTH < 2
               DISPLAY 'MOINS DE DEUX EQUIPES DANS equipes.txt, ARRET'
               STOP RUN
           END-IF.
       1000-LOAD-EQUIPES-END.
           EXIT.

       1010-LOAD-EQUIPE-START.
           READ FIC-EQUIPES
               AT END
                   SET WS-EQUIPES-END TO TRUE
               NOT AT END
                   IF EQU-CODE NOT = SPACES
                       IF WS-REF-LGTH < 40
                           ADD 1 TO WS-REF-LGTH
                           MOVE EQU-CODE TO WS-REF-CODE(WS-REF-LGTH)
                           MOVE EQU-LIBELLE
                               TO WS-REF-LIBELLE(WS-REF-LGTH)
                       ELSE
                           DISPLAY 'EQUIPE IGNOREE (40 MAXIMUM): '
                               EQU-CODE
                       END-IF
                   END-IF
           END-READ.
       1010-LOAD-EQUIPE-END.
           EXIT.

      ***** Phase aller par le tourniquet : la position 1 reste ********
      ***** fixe, les autres tournent d'un cran a chaque journee ; ****
      ***** a la journee T la position I rencontre la position     ****
      ***** N + 1 - I. Le domicile alterne selon la parite de T + I ****
       2000-TOURNIQUET-START.
           MOVE WS-REF-LGTH TO WS-ROT-LGTH.
           DIVIDE WS-REF-LGTH BY 2 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE.
           IF WS-RESTE = 1
               ADD 1 TO WS-ROT-LGTH
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ROT-LGTH
               IF WS-K > WS-REF-LGTH
                   MOVE 0 TO WS-ROT(WS-K)
               ELSE
                   MOVE WS-K TO WS-ROT(WS-K)
               END-IF
           END-PERFORM.

           COMPUTE WS-NB-TOURS-PHASE = WS-ROT-LGTH - 1.
           MOVE WS-NB-TOURS-PHASE TO WS-NB-TOURS.
           PERFORM 2010-UNE-JOURNEE-START
               THRU 2010-UNE-JOURNEE-END
               VARYING WS-TOUR FROM 1 BY 1
               UNTIL WS-TOUR > WS-NB-TOURS-PHASE.
           MOVE WS-RCT-LGTH TO WS-NB-ALLER.
       2000-TOURNIQUET-END.
           EXIT.

       2010-UNE-JOURNEE-START.
           MOVE 0 TO WS-EXEMPT(WS-TOUR).
           COMPUTE WS-NB-PAIRES = WS-ROT-LGTH / 2.
           PERFORM 2020-UNE-PAIRE-START
               THRU 2020-UNE-PAIRE-END
               VARYING WS-PAIRE FROM 1 BY 1
               UNTIL WS-PAIRE > WS-NB-PAIRES.

      *    Rotation : la derniere position passe en 2, les autres
      *    reculent d'un cran.
           MOVE WS-ROT(WS-ROT-LGTH) TO WS-ROT-HOLD.
           PERFORM VARYING WS-K FROM WS-ROT-LGTH BY -1
                   UNTIL WS-K < 3
               MOVE WS-ROT(WS-K - 1) TO WS-ROT(WS-K)
           END-PERFORM.
           MOVE WS-ROT-HOLD TO WS-ROT(2).
       2010-UNE-JOURNEE-END.
           EXIT.

       2020-UNE-PAIRE-START.
           MOVE WS-ROT(WS-PAIRE) TO WS-EQ-A.
           COMPUTE WS-K = WS-ROT-LGTH + 1 - WS-PAIRE.
           MOVE WS-ROT(WS-K) TO WS-EQ-B.
           IF WS-EQ-A = 0
               MOVE WS-EQ-B TO WS-EXEMPT(WS-TOUR)
               GO TO 2020-UNE-PAIRE-END
           END-IF.
           IF WS-EQ-B = 0
               MOVE WS-EQ-A TO WS-EXEMPT(WS-TOUR)
               GO TO 2020-UNE-PAIRE-END
           END-IF.
           ADD 1 TO WS-RCT-LGTH.
           SET IDX-RCT TO WS-RCT-LGTH.
           MOVE WS-TOUR TO WS-RCT-TOUR(IDX-RCT).
           COMPUTE WS-K = WS-TOUR + WS-PAIRE.
           DIVIDE WS-K BY 2 GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           IF WS-RESTE = 0
               MOVE WS-EQ-A TO WS-RCT-DOM(IDX-RCT)
               MOVE WS-EQ-B TO WS-RCT-EXT(IDX-RCT)
           ELSE
               MOVE WS-EQ-B TO WS-RCT-DOM(IDX-RCT)
               MOVE WS-EQ-A TO WS-RCT-EXT(IDX-RCT)
           END-IF.
       2020-UNE-PAIRE-END.
           EXIT.

      ***** Phase retour : memes rencontres, domicile inverse, ********
      ***** journees numerotees a la suite de l'aller           ********
       2500-PHASE-RETOUR-START.
           PERFORM 2510-RENCONTRE-RETOUR-START
               THRU 2510-RENCONTRE-RETOUR-END
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NB-ALLER.
           COMPUTE WS-NB-TOURS = WS-NB-TOURS-PHASE * 2.
       2500-PHASE-RETOUR-END.
           EXIT.

       2510-RENCONTRE-RETOUR-START.
           ADD 1 TO WS-RCT-LGTH.
           SET IDX-RCT TO WS-RCT-LGTH.
           COMPUTE WS-RCT-TOUR(IDX-RCT) =
               WS-RCT-TOUR(WS-K) + WS-NB-TOURS-PHASE.
           MOVE WS-RCT-EXT(WS-K) TO WS-RCT-DOM(IDX-RCT).
           MOVE WS-RCT-DOM(WS-K) TO WS-RCT-EXT(IDX-RCT).
       2510-RENCONTRE-RETOUR-END.
           EXIT.

      ***** Ecriture du calendrier et de la liste par journee *********
       3000-ECRITURE-START.
           OPEN OUTPUT FIC-CALENDRIER.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-MODE-ALLER-RETOUR
               MOVE 'CALENDRIER DES RENCONTRES (ALLER-RETOUR) :'
                   TO REC-RAPPORT
           ELSE
               MOVE 'CALENDRIER DES RENCONTRES (PHASE SIMPLE) :'
                   TO REC-RAPPORT
           END-IF.
           WRITE REC-RAPPORT.

           SET IDX-RCT TO 1.
           PERFORM 3010-UNE-JOURNEE-START
               THRU 3010-UNE-JOURNEE-END
               VARYING WS-TOUR FROM 1 BY 1
               UNTIL WS-TOUR > WS-NB-TOURS.

           CLOSE FIC-CALENDRIER.
           CLOSE FIC-RAPPORT.
       3000-ECRITURE-END.
           EXIT.

       3010-UNE-JOURNEE-START.
           MOVE WS-DATE-DEBUT TO DU-DATE-1.
           COMPUTE DU-NB-JOURS = (WS-TOUR - 1) * WS-ECART.
           PERFORM 9650-AJOUTE-JOURS-START
               THRU 9650-AJOUTE-JOURS-END.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-TOUR TO WS-TR-TOUR.
           MOVE DU-DATE-RESULTAT(7:2) TO WS-TR-JJ.
           MOVE DU-DATE-RESULTAT(5:2) TO WS-TR-MM.
           MOVE DU-DATE-RESULTAT(1:4) TO WS-TR-AAAA.
           IF WS-MODE-SIMPLE
               MOVE SPACES TO WS-TR-PHASE
           ELSE
               IF WS-TOUR > WS-NB-TOURS-PHASE
                   MOVE 'RETOUR' TO WS-TR-PHASE
               ELSE
                   MOVE 'ALLER' TO WS-TR-PHASE
               END-IF
           END-IF.
           MOVE WS-LIGNE-TOUR TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 3020-UNE-RENCONTRE-START
               THRU 3020-UNE-RENCONTRE-END
               UNTIL IDX-RCT > WS-RCT-LGTH
               OR WS-RCT-TOUR(IDX-RCT) NOT = WS-TOUR.

      *    L'exempte de la journee retour est celui de la journee
      *    aller correspondante.
           IF WS-TOUR > WS-NB-TOURS-PHASE
               COMPUTE WS-K = WS-TOUR - WS-NB-TOURS-PHASE
           ELSE
               MOVE WS-TOUR TO WS-K
           END-IF.
           IF WS-EXEMPT(WS-K) NOT = 0
               MOVE WS-REF-CODE(WS-EXEMPT(WS-K))    TO WS-EX-CODE
               MOVE WS-REF-LIBELLE(WS-EXEMPT(WS-K)) TO WS-EX-LIB
               MOVE WS-LIGNE-EXEMPT TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       3010-UNE-JOURNEE-END.
           EXIT.

       3020-UNE-RENCONTRE-START.
           MOVE SPACES TO REC-CALENDRIER.
           MOVE WS-TOUR          TO CAL-TOUR.
           MOVE DU-DATE-RESULTAT TO CAL-DATE.
           MOVE WS-REF-CODE(WS-RCT-DOM(IDX-RCT)) TO CAL-DOMICILE.
           MOVE WS-REF-CODE(WS-RCT-EXT(IDX-RCT)) TO CAL-EXTERIEUR.
           WRITE REC-CALENDRIER.

           MOVE CAL-DOMICILE  TO WS-RC-DOM.
           MOVE WS-REF-LIBELLE(WS-RCT-DOM(IDX-RCT)) TO WS-RC-DOM-LIB.
           MOVE CAL-EXTERIEUR TO WS-RC-EXT.
           MOVE WS-REF-LIBELLE(WS-RCT-EXT(IDX-RCT)) TO WS-RC-EXT-LIB.
           MOVE WS-LIGNE-RENCONTRE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           SET IDX-RCT UP BY 1.
       3020-UNE-RENCONTRE-END.
           EXIT.

      ***** Format attendu de la ligne de commande *********************
       9900-USAGE-START.
           DISPLAY 'USAGE: tablecal [S|A] [<date>] [<ecart>]'.
           DISPLAY '  POSITION 1 : S phase simple (defaut), A aller-'
               'retour'.
           DISPLAY '  POSITION 2 : date de la premiere journee '
               'AAAAMMJJ (defaut le jour)'.
           DISPLAY '  POSITION 3 : jours entre deux journees, 3 '
               'chiffres (defaut 007)'.
       9900-USAGE-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
