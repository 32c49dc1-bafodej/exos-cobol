       IDENTIFICATION DIVISION.
       PROGRAM-ID.  tableprg.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Progression du classement d'une
      *                 journee a l'autre a partir des photos que
      *                 tablemaj.cbl ajoute a tablehis.dat a chaque
      *                 execution (une photo = toutes les lignes de
      *                 meme date et heure). Pour chaque REC-CODE de la
      *                 derniere photo, tableprg.lis donne le rang
      *                 actuel, le rang a la photo precedente, le
      *                 mouvement (MONTE, DESCEND, =, NOUVEAU), le
      *                 meilleur et le plus mauvais rang depuis la
      *                 premiere photo, puis les cinq plus fortes
      *                 montees et les cinq plus fortes descentes de la
      *                 journee. Un code passe en parametre ajoute
      *                 l'historique complet de ce joueur, photo par
      *                 photo.
      *    2026-10-15  Code retour 8 sur tablehis.dat absent ou vide et
      *                 arret sur table des joueurs pleine (999).
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-HISTO ASSIGN TO 'tablehis.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'tableprg.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***** Photos successives du classement (cf. tablemaj.cbl) *******
       FD  FIC-HISTO
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.
       01  REC-HISTO.
           05  HIS-PHOTO.
               10  HIS-DATE        PIC 9(8).
               10  FILLER          PIC X(1).
               10  HIS-HEURE       PIC 9(6).
           05  FILLER              PIC X(1).
           05  HIS-CODE            PIC X(10).
           05  FILLER              PIC X(1).
           05  HIS-NOM             PIC X(10).
           05  FILLER              PIC X(1).
           05  HIS-RANG            PIC 9(3).
           05  FILLER              PIC X(1).
           05  HIS-POINT           PIC 9(4).

       FD  FIC-RAPPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTO-STATUS         PIC X(02).
           88  WS-HISTO-OK         VALUE '00'.
           88  WS-HISTO-END        VALUE '10'.
       01  WS-RAPPORT-STATUS       PIC X(02).

      ***** Un poste par joueur rencontre dans l'historique ***********
       01  WS-JOU-LGTH             PIC 9(3) VALUE 0.
       01  WS-JOU-TBL.
           03  WS-JOU OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-JOU-LGTH
               INDEXED BY IDX-JOU.
               05  WS-JOU-CODE     PIC X(10).
               05  WS-JOU-NOM      PIC X(10).
               05  WS-JOU-ACTUEL   PIC X(1).
               05  WS-JOU-RANG     PIC 9(3).
               05  WS-JOU-POINT    PIC 9(4).
               05  WS-JOU-PRECEDENT PIC X(1).
               05  WS-JOU-RANG-PREC PIC 9(3).
               05  WS-JOU-MEILLEUR PIC 9(3).
               05  WS-JOU-PIRE     PIC 9(3).
               05  WS-JOU-ECART    PIC S9(3).
               05  WS-JOU-CHOISI   PIC X(1).

      ***** Historique du joueur demande en parametre *****************
       01  WS-SUIVI-LGTH           PIC 9(3) VALUE 0.
       01  WS-SUIVI-TBL.
           03  WS-SUIVI OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SUIVI-LGTH
               INDEXED BY IDX-SUIVI.
               05  WS-SUI-DATE     PIC 9(8).
               05  WS-SUI-HEURE    PIC 9(6).
               05  WS-SUI-RANG     PIC 9(3).
               05  WS-SUI-POINT    PIC 9(4).

       01  WS-CMD-LINE             PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-CODE          PIC X(10) VALUE SPACES.
       01  WS-SURPLUS              PIC X(10) VALUE SPACES.
       01  WS-LONG-TOKEN           PIC 9(02) VALUE 0.

       01  WS-PHOTO-COURANTE       PIC X(15) VALUE SPACES.
       01  WS-PHOTO-DERNIERE       PIC X(15) VALUE SPACES.
       01  WS-PHOTO-PRECEDENTE     PIC X(15) VALUE SPACES.
       01  WS-NB-PHOTOS            PIC 9(4) VALUE 0.
       01  WS-NB-LIGNES            PIC 9(6) VALUE 0.
       01  WS-RANG                 PIC 9(3) VALUE 0.
       01  WS-RANG-MAX             PIC 9(3) VALUE 0.
       01  WS-PALMARES             PIC 9(1) VALUE 0.
       01  WS-CHOIX                PIC 9(3) VALUE 0.
       01  WS-CHOIX-ECART          PIC S9(3) VALUE 0.
       01  WS-SENS                 PIC X(1) VALUE SPACE.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(22) VALUE
               'CODE       NOM        '.
           05  FILLER              PIC X(50) VALUE
               'RANG PREC MOUVEMENT    MEILL PIRE SCORE'.

       01  WS-LIGNE-JOUEUR.
           05  WS-LJ-CODE          PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LJ-NOM           PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LJ-RANG          PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LJ-PREC          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LJ-MOUVEMENT     PIC X(12).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LJ-MEILLEUR      PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LJ-PIRE          PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LJ-POINT         PIC ZZZ9.

       01  WS-ED-RANG              PIC ZZ9.
       01  WS-ED-ECART             PIC ZZ9.

       01  WS-LIGNE-SUIVI.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LS-JJ            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE '/'.
           05  WS-LS-MM            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE '/'.
           05  WS-LS-AAAA          PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-HH            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE ':'.
           05  WS-LS-MN            PIC 9(2).
           05  FILLER              PIC X(7)  VALUE '  RANG '.
           05  WS-LS-RANG          PIC ZZ9.
           05  FILLER              PIC X(8)  VALUE '  SCORE '.
           05  WS-LS-POINT         PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 0 TO WS-LONG-TOKEN.
           INSPECT WS-CMD-LINE TALLYING WS-LONG-TOKEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-LOOKUP-CODE WS-SURPLUS
           END-UNSTRING.
           IF WS-LONG-TOKEN > 10
               OR WS-SURPLUS NOT = SPACES
               DISPLAY 'PARAMETRE INVALIDE: ' WS-CMD-LINE
               PERFORM 9900-USAGE-START THRU 9900-USAGE-END
               STOP RUN
           END-IF.

           PERFORM 1000-REPERER-PHOTOS-START
               THRU 1000-REPERER-PHOTOS-END.
           PERFORM 2000-CUMUL-START
               THRU 2000-CUMUL-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 3000-PROGRESSION-START
               THRU 3000-PROGRESSION-END.
           PERFORM 4000-PALMARES-START
               THRU 4000-PALMARES-END.
           IF WS-LOOKUP-CODE NOT = SPACES
               PERFORM 5000-SUIVI-START
                   THRU 5000-SUIVI-END
           END-IF.
           CLOSE FIC-RAPPORT.

           DISPLAY 'PHOTOS LUES    : ' WS-NB-PHOTOS.
           DISPLAY 'JOUEURS        : ' WS-JOU-LGTH.
           DISPLAY 'RAPPORT        : tableprg.lis'.
       0000-MAIN-END.
           STOP RUN.

      ***** Premiere lecture : reperage de la derniere photo et de ****
      ***** la precedente (le fichier est dans l'ordre des ajouts) ****
       1000-REPERER-PHOTOS-START.
           OPEN INPUT FIC-HISTO.
           IF NOT WS-HISTO-OK
               DISPLAY 'FICHIER tablehis.dat ABSENT '
                   '(STATUT ' WS-HISTO-STATUS '), LANCER tablemaj, '
                   'ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1010-LIGNE-PHOTO-START
               THRU 1010-LIGNE-PHOTO-END
               UNTIL WS-HISTO-END.
           CLOSE FIC-HISTO.
           IF WS-NB-PHOTOS = 0
               DISPLAY 'FICHIER tablehis.dat VIDE, ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-REPERER-PHOTOS-END.
           EXIT.

       1010-LIGNE-PHOTO-START.
           READ FIC-HISTO
               AT END
                   SET WS-HISTO-END TO TRUE
               NOT AT END
                   IF HIS-PHOTO NOT = WS-PHOTO-DERNIERE
                       MOVE WS-PHOTO-DERNIERE TO WS-PHOTO-PRECEDENTE
                       MOVE HIS-PHOTO TO WS-PHOTO-DERNIERE
                       ADD 1 TO WS-NB-PHOTOS
                   END-IF
           END-READ.
       1010-LIGNE-PHOTO-END.
           EXIT.

      ***** Seconde lecture : rang actuel, precedent, meilleur et *****
      ***** plus mauvais de chaque joueur ; historique du joueur  *****
      ***** demande                                               *****
       2000-CUMUL-START.
           MOVE '00' TO WS-HISTO-STATUS.
           OPEN INPUT FIC-HISTO.
           PERFORM 2010-CUMUL-LIGNE-START
               THRU 2010-CUMUL-LIGNE-END
               UNTIL WS-HISTO-END.
           CLOSE FIC-HISTO.
       2000-CUMUL-END.
           EXIT.

       2010-CUMUL-LIGNE-START.
           READ FIC-HISTO
               AT END
                   SET WS-HISTO-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LIGNES
                   PERFORM 2020-CUMUL-JOUEUR-START
                       THRU 2020-CUMUL-JOUEUR-END
           END-READ.
       2010-CUMUL-LIGNE-END.
           EXIT.

       2020-CUMUL-JOUEUR-START.
           SET IDX-JOU TO 1.
           SEARCH WS-JOU
               AT END
                   PERFORM 2030-NOUVEAU-JOUEUR-START
                       THRU 2030-NOUVEAU-JOUEUR-END
               WHEN WS-JOU-CODE(IDX-JOU) = HIS-CODE
                   CONTINUE
           END-SEARCH.
           IF HIS-RANG < WS-JOU-MEILLEUR(IDX-JOU)
               MOVE HIS-RANG TO WS-JOU-MEILLEUR(IDX-JOU)
           END-IF.
           IF HIS-RANG > WS-JOU-PIRE(IDX-JOU)
               MOVE HIS-RANG TO WS-JOU-PIRE(IDX-JOU)
           END-IF.
           IF HIS-PHOTO = WS-PHOTO-DERNIERE
               MOVE 'O'       TO WS-JOU-ACTUEL(IDX-JOU)
               MOVE HIS-NOM   TO WS-JOU-NOM(IDX-JOU)
               MOVE HIS-RANG  TO WS-JOU-RANG(IDX-JOU)
               MOVE HIS-POINT TO WS-JOU-POINT(IDX-JOU)
               IF HIS-RANG > WS-RANG-MAX
                   MOVE HIS-RANG TO WS-RANG-MAX
               END-IF
           END-IF.
           IF HIS-PHOTO = WS-PHOTO-PRECEDENTE
               MOVE 'O'       TO WS-JOU-PRECEDENT(IDX-JOU)
               MOVE HIS-RANG  TO WS-JOU-RANG-PREC(IDX-JOU)
           END-IF.
           IF HIS-CODE = WS-LOOKUP-CODE AND WS-SUIVI-LGTH < 500
               ADD 1 TO WS-SUIVI-LGTH
               SET IDX-SUIVI TO WS-SUIVI-LGTH
               MOVE HIS-DATE  TO WS-SUI-DATE(IDX-SUIVI)
               MOVE HIS-HEURE TO WS-SUI-HEURE(IDX-SUIVI)
               MOVE HIS-RANG  TO WS-SUI-RANG(IDX-SUIVI)
               MOVE HIS-POINT TO WS-SUI-POINT(IDX-SUIVI)
           END-IF.
       2020-CUMUL-JOUEUR-END.
           EXIT.

       2030-NOUVEAU-JOUEUR-START.
           IF WS-JOU-LGTH NOT < 999
               DISPLAY 'TABLE DES JOUEURS PLEINE (999), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-JOU-LGTH.
           SET IDX-JOU TO WS-JOU-LGTH.
           MOVE HIS-CODE TO WS-JOU-CODE(IDX-JOU).
           MOVE HIS-NOM  TO WS-JOU-NOM(IDX-JOU).
           MOVE 'N'      TO WS-JOU-ACTUEL(IDX-JOU)
                            WS-JOU-PRECEDENT(IDX-JOU)
                            WS-JOU-CHOISI(IDX-JOU).
           MOVE ZEROS    TO WS-JOU-RANG(IDX-JOU)
                            WS-JOU-POINT(IDX-JOU)
                            WS-JOU-RANG-PREC(IDX-JOU)
                            WS-JOU-PIRE(IDX-JOU)
                            WS-JOU-ECART(IDX-JOU).
           MOVE 999      TO WS-JOU-MEILLEUR(IDX-JOU).
       2030-NOUVEAU-JOUEUR-END.
           EXIT.

      ***** Progression des joueurs de la derniere photo, par rang ****
      ***** croissant                                              ****
       3000-PROGRESSION-START.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'PROGRESSION DU CLASSEMENT - PHOTO DU' TO REC-RAPPORT.
           MOVE WS-PHOTO-DERNIERE(7:2) TO REC-RAPPORT(38:2).
           MOVE '/'                    TO REC-RAPPORT(40:1).
           MOVE WS-PHOTO-DERNIERE(5:2) TO REC-RAPPORT(41:2).
           MOVE '/'                    TO REC-RAPPORT(43:1).
           MOVE WS-PHOTO-DERNIERE(1:4) TO REC-RAPPORT(44:4).
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-PHOTO-PRECEDENTE = SPACES
               MOVE 'PREMIERE PHOTO : TOUS LES JOUEURS SONT NOUVEAUX'
                   TO REC-RAPPORT
           ELSE
               MOVE 'COMPAREE A LA PHOTO DU' TO REC-RAPPORT
               MOVE WS-PHOTO-PRECEDENTE(7:2) TO REC-RAPPORT(24:2)
               MOVE '/'                      TO REC-RAPPORT(26:1)
               MOVE WS-PHOTO-PRECEDENTE(5:2) TO REC-RAPPORT(27:2)
               MOVE '/'                      TO REC-RAPPORT(29:1)
               MOVE WS-PHOTO-PRECEDENTE(1:4) TO REC-RAPPORT(30:4)
           END-IF.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-LIGNE-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-RANG-MAX
               PERFORM 3010-LIGNES-DU-RANG-START
                   THRU 3010-LIGNES-DU-RANG-END
                   VARYING IDX-JOU FROM 1 BY 1
                   UNTIL IDX-JOU > WS-JOU-LGTH
           END-PERFORM.
       3000-PROGRESSION-END.
           EXIT.

       3010-LIGNES-DU-RANG-START.
           IF WS-JOU-ACTUEL(IDX-JOU) NOT = 'O'
               OR WS-JOU-RANG(IDX-JOU) NOT = WS-RANG
               GO TO 3010-LIGNES-DU-RANG-END
           END-IF.
           MOVE WS-JOU-CODE(IDX-JOU)     TO WS-LJ-CODE.
           MOVE WS-JOU-NOM(IDX-JOU)      TO WS-LJ-NOM.
           MOVE WS-JOU-RANG(IDX-JOU)     TO WS-LJ-RANG.
           MOVE WS-JOU-MEILLEUR(IDX-JOU) TO WS-LJ-MEILLEUR.
           MOVE WS-JOU-PIRE(IDX-JOU)     TO WS-LJ-PIRE.
           MOVE WS-JOU-POINT(IDX-JOU)    TO WS-LJ-POINT.
           MOVE SPACES TO WS-LJ-MOUVEMENT.
           IF WS-JOU-PRECEDENT(IDX-JOU) NOT = 'O'
               MOVE '  -' TO WS-LJ-PREC
               MOVE 'NOUVEAU' TO WS-LJ-MOUVEMENT
           ELSE
               MOVE WS-JOU-RANG-PREC(IDX-JOU) TO WS-ED-RANG
               MOVE WS-ED-RANG TO WS-LJ-PREC
               COMPUTE WS-JOU-ECART(IDX-JOU) =
                   WS-JOU-RANG-PREC(IDX-JOU) - WS-JOU-RANG(IDX-JOU)
               EVALUATE TRUE
                   WHEN WS-JOU-ECART(IDX-JOU) > 0
                       MOVE WS-JOU-ECART(IDX-JOU) TO WS-ED-ECART
                       MOVE 'MONTE +'   TO WS-LJ-MOUVEMENT(1:7)
                       MOVE WS-ED-ECART TO WS-LJ-MOUVEMENT(8:3)
                   WHEN WS-JOU-ECART(IDX-JOU) < 0
                       MOVE WS-JOU-ECART(IDX-JOU) TO WS-ED-ECART
                       MOVE 'DESCEND -' TO WS-LJ-MOUVEMENT(1:9)
                       MOVE WS-ED-ECART TO WS-LJ-MOUVEMENT(10:3)
                   WHEN OTHER
                       MOVE '=' TO WS-LJ-MOUVEMENT
               END-EVALUATE
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-LIGNE-JOUEUR TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3010-LIGNES-DU-RANG-END.
           EXIT.

      ***** Les cinq plus fortes montees puis les cinq plus fortes ****
      ***** descentes de la journee, par selection successive     ****
       4000-PALMARES-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'PLUS FORTES MONTEES :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'M' TO WS-SENS.
           PERFORM 4010-CHOIX-START
               THRU 4010-CHOIX-END
               VARYING WS-PALMARES FROM 1 BY 1
               UNTIL WS-PALMARES > 5.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'PLUS FORTES DESCENTES :' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'D' TO WS-SENS.
           PERFORM 4010-CHOIX-START
               THRU 4010-CHOIX-END
               VARYING WS-PALMARES FROM 1 BY 1
               UNTIL WS-PALMARES > 5.
       4000-PALMARES-END.
           EXIT.

       4010-CHOIX-START.
           MOVE 0 TO WS-CHOIX WS-CHOIX-ECART.
           PERFORM VARYING IDX-JOU FROM 1 BY 1
                   UNTIL IDX-JOU > WS-JOU-LGTH
               IF WS-JOU-ACTUEL(IDX-JOU) = 'O'
                   AND WS-JOU-PRECEDENT(IDX-JOU) = 'O'
                   AND WS-JOU-CHOISI(IDX-JOU) NOT = 'O'
                   IF (WS-SENS = 'M'
                       AND WS-JOU-ECART(IDX-JOU) > WS-CHOIX-ECART)
                   OR (WS-SENS = 'D'
                       AND WS-JOU-ECART(IDX-JOU) < WS-CHOIX-ECART)
                       SET WS-CHOIX TO IDX-JOU
                       MOVE WS-JOU-ECART(IDX-JOU) TO WS-CHOIX-ECART
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CHOIX = 0
               IF WS-PALMARES = 1
                   MOVE SPACES TO REC-RAPPORT
                   MOVE '  AUCUN' TO REC-RAPPORT
                   WRITE REC-RAPPORT
               END-IF
               MOVE 5 TO WS-PALMARES
               GO TO 4010-CHOIX-END
           END-IF.
           SET IDX-JOU TO WS-CHOIX.
           MOVE 'O' TO WS-JOU-CHOISI(IDX-JOU).
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-JOU-CODE(IDX-JOU) TO REC-RAPPORT(3:10).
           MOVE WS-JOU-NOM(IDX-JOU)  TO REC-RAPPORT(14:10).
           MOVE WS-JOU-ECART(IDX-JOU) TO WS-ED-ECART.
           IF WS-SENS = 'M'
               MOVE 'MONTE +'   TO REC-RAPPORT(25:7)
               MOVE WS-ED-ECART TO REC-RAPPORT(32:3)
           ELSE
               MOVE 'DESCEND -' TO REC-RAPPORT(25:9)
               MOVE WS-ED-ECART TO REC-RAPPORT(34:3)
           END-IF.
           MOVE 'RANG'                     TO REC-RAPPORT(39:4).
           MOVE WS-JOU-RANG-PREC(IDX-JOU)  TO WS-ED-RANG.
           MOVE WS-ED-RANG                 TO REC-RAPPORT(44:3).
           MOVE '->'                       TO REC-RAPPORT(48:2).
           MOVE WS-JOU-RANG(IDX-JOU)       TO WS-ED-RANG.
           MOVE WS-ED-RANG                 TO REC-RAPPORT(51:3).
           WRITE REC-RAPPORT.
       4010-CHOIX-END.
           EXIT.

      ***** Historique complet du joueur demande, photo par photo *****
       5000-SUIVI-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-SUIVI-LGTH = 0
               MOVE 'CODE INCONNU DE L''HISTORIQUE :' TO REC-RAPPORT
               MOVE WS-LOOKUP-CODE TO REC-RAPPORT(32:10)
               WRITE REC-RAPPORT
               DISPLAY 'CODE INCONNU: ' WS-LOOKUP-CODE
               GO TO 5000-SUIVI-END
           END-IF.
           MOVE 'HISTORIQUE DU JOUEUR' TO REC-RAPPORT.
           MOVE WS-LOOKUP-CODE TO REC-RAPPORT(22:10).
           WRITE REC-RAPPORT.
           PERFORM 5010-LIGNE-SUIVI-START
               THRU 5010-LIGNE-SUIVI-END
               VARYING IDX-SUIVI FROM 1 BY 1
               UNTIL IDX-SUIVI > WS-SUIVI-LGTH.
       5000-SUIVI-END.
           EXIT.

       5010-LIGNE-SUIVI-START.
           MOVE WS-SUI-DATE(IDX-SUIVI)(7:2)  TO WS-LS-JJ.
           MOVE WS-SUI-DATE(IDX-SUIVI)(5:2)  TO WS-LS-MM.
           MOVE WS-SUI-DATE(IDX-SUIVI)(1:4)  TO WS-LS-AAAA.
           MOVE WS-SUI-HEURE(IDX-SUIVI)(1:2) TO WS-LS-HH.
           MOVE WS-SUI-HEURE(IDX-SUIVI)(3:2) TO WS-LS-MN.
           MOVE WS-SUI-RANG(IDX-SUIVI)       TO WS-LS-RANG.
           MOVE WS-SUI-POINT(IDX-SUIVI)      TO WS-LS-POINT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-LIGNE-SUIVI TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       5010-LIGNE-SUIVI-END.
           EXIT.

      ***** Format attendu de la ligne de commande *********************
       9900-USAGE-START.
           DISPLAY 'USAGE: tableprg [<code>]'.
           DISPLAY '  POSITION 1 : code dont on veut l''historique '
               'complet, 10 caracteres maximum'.
           DISPLAY '  SANS PARAMETRE : progression de la derniere '
               'journee seulement'.
       9900-USAGE-END.
           EXIT.
