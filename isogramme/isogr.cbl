      *                 que isotest.dat (un mot par ligne sur 20
      *                 caracteres) : le fichier peut etre reinjecte
      *                 tel quel en entree du mode lot de isotest.cbl.
      *    2026-10-15  Comme isotest.cbl, la liste iso-exclus.txt est
      *                 remplacee par le dictionnaire indexe
      *                 iso-dico.dat
      *                 (FDICO.cpy) : le mot saisi y est cherche
      *                 directement sur sa cle (mot normalise puis
      *                 tasse) ; categories A, S et X exclues comme
      *                 auparavant, mot absent du dictionnaire signale.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DICO ASSIGN TO 'iso-dico.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIC-CLE
               FILE STATUS IS WS-DICO-STATUS.
           SELECT FIC-EXPORT ASSIGN TO 'isogr-export.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

        DATA DIVISION.
       FILE SECTION.
       FD FIC-DICO.
           COPY 'FDICO.cpy'.

       FD FIC-EXPORT.
       01 REC-EXPORT             PIC X(20).
       01  Index2 PIC 9(2) VALUE ZEROS.
       01  WS-DEBUT2 PIC 9(2) VALUE ZEROS.

      *    Dictionnaire iso-dico.dat (facultatif) : cherche sur la
      *    cle du mot saisi (WS-MOT-NORM tasse sans ses octets X"00") ;
      *    les categories A, S et X ne sont jamais annoncees comme
      *    isogrammes.
       01  WS-DICO-STATUS PIC X(2) VALUE SPACES.
           88  WS-DICO-OK       VALUE '00'.
       01  WS-DICO-OUVERT PIC X VALUE 'N'.
       01  WS-MOT-CLE PIC X(20).
       01  WS-POS-CLE PIC 9(2) VALUE ZEROS.
       01  WS-MOT-EXCLU PIC X VALUE 'N'.
       01  WS-MOT-CONNU PIC X VALUE 'O'.

      *    Export des isogrammes confirmes, au format fixe de
      *    isotest.dat (reinjectable en entree du mode lot).

       PROCEDURE DIVISION.
       AFICCHAGE-Message.
           PERFORM OUVERTURE-Dico.
           DISPLAY "Enter a un mot : ".
           ACCEPT WS-MOT.

               END-PERFORM
           END-PERFORM.

      ***** Un mot de categorie A, S ou X au dictionnaire n'est     **
      ***** jamais annonce comme isogramme valide, quel que soit le  **
      ***** verdict du test des lettres ; lecture directe sur la cle **
      ***** du mot normalise.                                        **
       RECHERCHE-Exclusion.
           MOVE 'N' TO WS-MOT-EXCLU.
           MOVE 'O' TO WS-MOT-CONNU.
           IF WS-DICO-OUVERT = 'O'
               MOVE SPACES TO WS-MOT-CLE
               MOVE ZEROS TO WS-POS-CLE
               PERFORM VARYING Index1 FROM 1 BY 1
                   UNTIL Index1 > 20
                   IF WS-MOT-NORM(Index1:1) NOT = X"00"
                       ADD 1 TO WS-POS-CLE
                       MOVE WS-MOT-NORM(Index1:1)
                           TO WS-MOT-CLE(WS-POS-CLE:1)
                   END-IF
               END-PERFORM
               MOVE WS-MOT-CLE TO DIC-CLE
               READ FIC-DICO
                   INVALID KEY
                       MOVE 'N' TO WS-MOT-CONNU
                   NOT INVALID KEY
                       IF DIC-EXCLU
                           MOVE 'O' TO WS-MOT-EXCLU
                       END-IF
               END-READ
           END-IF.

       AFFICHAGE-Resultat.
           IF WS-ISOGRAM = 'N'
               DISPLAY "Le mot " WS-MOT " n'est pas un isogramme"
           ELSE
               IF WS-MOT-EXCLU = 'O'
                   DISPLAY "Le mot " WS-MOT " est de categorie "
                       DIC-CATEGORIE " au dictionnaire : non retenu"
                       " comme isogramme"
               ELSE
                   DISPLAY "Le mot " WS-MOT " est bien un isogramme"
                   PERFORM EXPORT-Isogramme
               END-IF
           END-IF.
           IF WS-MOT-CONNU = 'N'
               DISPLAY "Le mot " WS-MOT " est absent du dictionnaire"
                   " iso-dico.dat"
           END-IF.
           IF WS-DICO-OUVERT = 'O'
               CLOSE FIC-DICO
           END-IF.

           STOP RUN.

           CLOSE FIC-EXPORT.

      ***** Mise en majuscules et repli des lettres accentuees sur   **
      ***** leur lettre de base, applique en place a WS-MOT-NORM.    **
       NORMALISATION-Brute.
           INSPECT WS-MOT-NORM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               X"B4B9BBBCBF" TO X"4F55555559".
           INSPECT WS-MOT-NORM CONVERTING X"C3" TO X"00".

      ***** Ouverture du dictionnaire iso-dico.dat. Son absence     **
      ***** n'est pas une erreur : aucun mot n'est alors exclu ni    **
      ***** signale absent du dictionnaire.                          **
       OUVERTURE-Dico.
           MOVE 'N' TO WS-DICO-OUVERT.
           OPEN INPUT FIC-DICO.
           IF WS-DICO-OK
               MOVE 'O' TO WS-DICO-OUVERT
           END-IF.
