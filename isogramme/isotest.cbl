      *                 groupe. Les groupes d'au moins deux mots sont
      *                 ecrits en fin de isotest.lis, les plus gros
      *                 d'abord, les mots seuls ne sont pas listes.
      *    2026-10-15  La liste iso-exclus.txt, relue en entier a chaque
      *                 lancement, est remplacee par le dictionnaire
      *                 indexe iso-dico.dat (FDICO.cpy, charge par
      *                 isodini.cbl, tenu par isodmaj.cbl) : chaque mot
      *                 teste y est cherche directement sur sa cle (mot
      *                 normalise puis tasse). Un mot de categorie A, S
      *                 ou X est exclu comme auparavant ; un mot absent
      *                 du dictionnaire est signale ("[hors dico]" dans
      *                 isotest.lis). Sans dictionnaire, aucun mot n'est
      *                 exclu ni signale.
      **********************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIC-VERDICTS ASSIGN TO 'isotest.lis'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIC-DICO ASSIGN TO 'iso-dico.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIC-CLE
               FILE STATUS IS WS-DICO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-VERDICTS.
       01 REC-FIC-VERDICTS       PIC X(60).

       FD FIC-DICO.
           COPY 'FDICO.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MOT-TEST PIC X(20).
       01  WS-EOF-MOTS PIC X(01) VALUE 'N'.
           88  WS-FIN-MOTS VALUE 'O'.
       01  WS-LIGNE-VERDICT PIC X(60).
       01  WS-POS-VERDICT PIC 9(2) VALUE ZEROS.

      *    Repartition des resultats du mode lot par longueur de mot.
       01  WS-REPARTITION-TBL.
           05  WS-REP-ED-ISO   PIC ZZZ9.
           05  FILLER          PIC X(12) VALUE " ISOGRAMMES ".

      *    Dictionnaire iso-dico.dat (facultatif, partage avec
      *    isogr.cbl) : cherche sur la cle du mot teste (WS-MOT-NORM
      *    tasse sans ses octets X"00") ; les categories A, S et X ne
      *    sont jamais annoncees comme isogrammes.
       01  WS-DICO-STATUS PIC X(2) VALUE SPACES.
           88  WS-DICO-OK       VALUE '00'.
       01  WS-DICO-OUVERT PIC X(01) VALUE 'N'.
       01  WS-MOT-CLE PIC X(20).
       01  WS-POS-CLE PIC 9(2) VALUE ZEROS.
       01  WS-MOT-EXCLU PIC X(01) VALUE 'N'.
       01  WS-MOT-CONNU PIC X(01) VALUE 'O'.

      *    Detection des groupes d'anagrammes du mode lot : chaque mot
      *    lu est memorise avec sa signature (les 26 compteurs de
       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE.
           PERFORM OUVRIR-DICO.
           EVALUATE TRUE
               WHEN WS-MODE-LOT
                   PERFORM TRAITEMENT-LOT-START
                   PERFORM VERIFICATION
                   PERFORM AFFICHAGE-FIN
           END-EVALUATE.
           IF WS-DICO-OUVERT = 'O'
               CLOSE FIC-DICO
           END-IF.
           STOP RUN.

       Display-Message.
               MOVE SPACES TO WS-LIGNE-VERDICT
               IF WS-ISOGRAM = 'O' AND WS-MOT-EXCLU = 'O'
                   STRING WS-MOT-TEST DELIMITED BY SPACE
                       " : exclu (categorie " DELIMITED BY SIZE
                       DIC-CATEGORIE DELIMITED BY SIZE
                       " du dictionnaire)" DELIMITED BY SIZE
                       INTO WS-LIGNE-VERDICT
                   END-STRING
               ELSE
                   END-STRING
               END-IF
               END-IF
               IF WS-MOT-CONNU = 'N'
                   MOVE 1 TO WS-POS-VERDICT
                   INSPECT WS-LIGNE-VERDICT TALLYING WS-POS-VERDICT
                       FOR CHARACTERS BEFORE INITIAL "  "
                   STRING " [hors dico]" DELIMITED BY SIZE
                       INTO WS-LIGNE-VERDICT
                       WITH POINTER WS-POS-VERDICT
                   END-STRING
               END-IF
               MOVE WS-LIGNE-VERDICT TO REC-FIC-VERDICTS
               WRITE REC-FIC-VERDICTS
               PERFORM LIRE-MOT-LOT
       AFFICHAGE-FIN.
           PERFORM RECHERCHE-EXCLUSION.
           IF WS-Isogram = 'O' AND WS-MOT-EXCLU = 'O'
               DISPLAY "Le mot " WS-MOT-TEST " est de categorie "
                   DIC-CATEGORIE " au dictionnaire : non retenu comme"
                   " isogramme."
           ELSE
           IF WS-Isogram = 'O'
               DISPLAY "LE mot " WS-MOT-TEST "est un isogram."
               DISPLAY "Le mot " WS-MOT-TEST " n'est pas un isogram."
           END-IF
           END-IF.
           IF WS-MOT-CONNU = 'N'
               DISPLAY "Le mot " WS-MOT-TEST " est absent du"
                   " dictionnaire iso-dico.dat."
           END-IF.

      ***** Ouverture du dictionnaire iso-dico.dat. Son absence     **
      ***** n'est pas une erreur : aucun mot n'est alors exclu ni    **
      ***** signale hors dictionnaire.                               **
       OUVRIR-DICO.
           MOVE 'N' TO WS-DICO-OUVERT.
           OPEN INPUT FIC-DICO.
           IF WS-DICO-OK
               MOVE 'O' TO WS-DICO-OUVERT
           END-IF.

      ***** Positionne WS-MOT-EXCLU et WS-MOT-CONNU par lecture      **
      ***** directe du dictionnaire sur la cle du mot normalise      **
      ***** courant.                                                 **
       RECHERCHE-EXCLUSION.
           MOVE 'N' TO WS-MOT-EXCLU.
           MOVE 'O' TO WS-MOT-CONNU.
           IF WS-DICO-OUVERT = 'O'
               MOVE SPACES TO WS-MOT-CLE
               MOVE ZEROS TO WS-POS-CLE
               PERFORM VARYING WS-Index FROM 1 BY 1
                   UNTIL WS-Index > 20
                   IF WS-MOT-NORM(WS-Index:1) NOT = X"00"
                       ADD 1 TO WS-POS-CLE
                       MOVE WS-MOT-NORM(WS-Index:1)
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

      ***** Plus longue sous-chaine continue de WS-MOT-TEST qui soit **
      ***** elle-meme un isogramme (balayage de tous les couples     **
