       IDENTIFICATION DIVISION.
       PROGRAM-ID. Isodini.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Chargement initial du dictionnaire
      *                 iso-dico.dat (FDICO.cpy) a partir des deux
      *                 listes tenues jusqu'ici a la main : isotest.dat
      *                 (mots, categorie M) puis iso-exclus.txt (mots a
      *                 exclure, categorie X). Chaque mot est normalise
      *                 comme dans isotest.cbl et isogr.cbl et tasse
      *                 pour former la cle ; les doublons (meme mot
      *                 repete, casse ou accents differents) sont
      *                 fusionnes sur la premiere graphie lue et listes
      *                 dans isodini.lis. Un mot present dans les deux
      *                 listes garde la categorie X : l'exclusion
      *                 l'emporte, comme auparavant. Le chargement
      *                 recree le fichier : il est refuse (code retour
      *                 8) si iso-dico.dat existe deja, sauf parametre
      *                 REMPLACE.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MOTS ASSIGN TO 'isotest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTS-STATUS.
           SELECT FIC-EXCLUS ASSIGN TO 'iso-exclus.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUS-STATUS.
           SELECT FIC-DICO ASSIGN TO 'iso-dico.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIC-CLE
               FILE STATUS IS WS-DICO-STATUS.
           SELECT FIC-COMPTE-RENDU ASSIGN TO 'isodini.lis'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-MOTS.
       01 REC-FIC-MOTS           PIC X(20).

       FD FIC-EXCLUS.
       01 REC-EXCLUS             PIC X(20).

       FD FIC-DICO.
           COPY 'FDICO.cpy'.

       FD FIC-COMPTE-RENDU.
       01 REC-COMPTE-RENDU       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MOTS-STATUS PIC X(2) VALUE SPACES.
           88  WS-MOTS-OK       VALUE '00'.
       01  WS-EXCLUS-STATUS PIC X(2) VALUE SPACES.
           88  WS-EXCLUS-OK     VALUE '00'.
       01  WS-DICO-STATUS PIC X(2) VALUE SPACES.
           88  WS-DICO-OK       VALUE '00'.
           88  WS-DICO-DOUBLON  VALUE '22'.
       01  WS-EOF-LISTE PIC X(01) VALUE 'N'.
           88  WS-FIN-LISTE VALUE 'O'.

       01  WS-PARM PIC X(10) VALUE SPACES.
           88  WS-PARM-REMPLACE VALUE 'REMPLACE' 'remplace'.

       01  WS-MOT-TEST PIC X(20).
       01  WS-MOT-NORM PIC X(20).
       01  WS-MOT-CLE PIC X(20).
       01  WS-Index PIC 9(2) VALUE ZEROS.
       01  WS-POS-CLE PIC 9(2) VALUE ZEROS.

      *    Liste en cours de chargement et categorie attribuee.
       01  WS-LISTE-NOM PIC X(14) VALUE SPACES.
       01  WS-CATEGORIE PIC X(01) VALUE SPACE.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROS.
       01  WS-MOT-CONSERVE PIC X(20).
       01  WS-CAT-CONSERVEE PIC X(01).

       01  WS-NB-LUS PIC 9(5) VALUE ZEROS.
       01  WS-NB-CREES PIC 9(5) VALUE ZEROS.
       01  WS-NB-DOUBLONS PIC 9(5) VALUE ZEROS.
       01  WS-NB-RECLASSES PIC 9(5) VALUE ZEROS.
       01  WS-NB-IGNORES PIC 9(5) VALUE ZEROS.

       01  WS-LIGNE-DOUBLON.
           05  WS-DBL-LISTE    PIC X(14).
           05  FILLER          PIC X(3) VALUE " : ".
           05  WS-DBL-MOT      PIC X(20).
           05  FILLER          PIC X(4) VALUE " => ".
           05  WS-DBL-CONSERVE PIC X(20).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-DBL-NOTE     PIC X(18).
       01  WS-LIGNE-TOTAL.
           05  WS-TOT-LIBELLE  PIC X(30).
           05  WS-TOT-NOMBRE   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           OPEN INPUT FIC-DICO.
           IF WS-DICO-OK
               CLOSE FIC-DICO
               IF NOT WS-PARM-REMPLACE
                   DISPLAY "iso-dico.dat EXISTE DEJA : CHARGEMENT"
                       " REFUSE (PARAMETRE REMPLACE POUR LE RECREER)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT FIC-DICO.
           IF NOT WS-DICO-OK
               DISPLAY "CREATION DE iso-dico.dat IMPOSSIBLE, STATUT "
                   WS-DICO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FIC-DICO.
           OPEN I-O FIC-DICO.
           OPEN OUTPUT FIC-COMPTE-RENDU.
           MOVE "DOUBLONS FUSIONNES (LISTE : MOT LU => GRAPHIE GARDEE)"
               TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.

           PERFORM CHARGER-MOTS-START
               THRU CHARGER-MOTS-END.
           PERFORM CHARGER-EXCLUS-START
               THRU CHARGER-EXCLUS-END.

           IF WS-NB-DOUBLONS = ZEROS
               MOVE "   AUCUN DOUBLON." TO REC-COMPTE-RENDU
               WRITE REC-COMPTE-RENDU
           END-IF.
           PERFORM ECRIRE-TOTAUX.
           CLOSE FIC-DICO.
           CLOSE FIC-COMPTE-RENDU.
           DISPLAY "MOTS LUS         : " WS-NB-LUS.
           DISPLAY "ENTREES CREEES   : " WS-NB-CREES.
           DISPLAY "DOUBLONS FUSIONNES: " WS-NB-DOUBLONS.
           DISPLAY "COMPTE RENDU DANS isodini.lis".
           STOP RUN.

      ***** Mots de isotest.dat : categorie M                        **
       CHARGER-MOTS-START.
           MOVE "isotest.dat" TO WS-LISTE-NOM.
           MOVE 'M' TO WS-CATEGORIE.
           OPEN INPUT FIC-MOTS.
           IF NOT WS-MOTS-OK
               DISPLAY "isotest.dat ABSENT : AUCUN MOT CHARGE"
               GO TO CHARGER-MOTS-END
           END-IF.
           MOVE 'N' TO WS-EOF-LISTE.
           PERFORM LIRE-MOT.
           PERFORM UNTIL WS-FIN-LISTE
               PERFORM AJOUTER-ENTREE-START
                   THRU AJOUTER-ENTREE-END
               PERFORM LIRE-MOT
           END-PERFORM.
           CLOSE FIC-MOTS.
       CHARGER-MOTS-END.
           EXIT.

       LIRE-MOT.
           READ FIC-MOTS INTO WS-MOT-TEST
               AT END MOVE 'O' TO WS-EOF-LISTE
           END-READ.

      ***** Mots de iso-exclus.txt : categorie X                     **
       CHARGER-EXCLUS-START.
           MOVE "iso-exclus.txt" TO WS-LISTE-NOM.
           MOVE 'X' TO WS-CATEGORIE.
           OPEN INPUT FIC-EXCLUS.
           IF NOT WS-EXCLUS-OK
               DISPLAY "iso-exclus.txt ABSENT : AUCUNE EXCLUSION"
                   " CHARGEE"
               GO TO CHARGER-EXCLUS-END
           END-IF.
           MOVE 'N' TO WS-EOF-LISTE.
           PERFORM LIRE-EXCLUSION.
           PERFORM UNTIL WS-FIN-LISTE
               PERFORM AJOUTER-ENTREE-START
                   THRU AJOUTER-ENTREE-END
               PERFORM LIRE-EXCLUSION
           END-PERFORM.
           CLOSE FIC-EXCLUS.
       CHARGER-EXCLUS-END.
           EXIT.

       LIRE-EXCLUSION.
           READ FIC-EXCLUS INTO WS-MOT-TEST
               AT END MOVE 'O' TO WS-EOF-LISTE
           END-READ.

      ***** Ecriture du mot courant sous sa cle ; cle deja presente : **
      ***** doublon fusionne sur la graphie deja chargee, la          **
      ***** categorie X d'une exclusion l'emportant sur la categorie  **
      ***** M d'un mot                                                **
       AJOUTER-ENTREE-START.
           IF WS-MOT-TEST = SPACES
               ADD 1 TO WS-NB-IGNORES
               GO TO AJOUTER-ENTREE-END
           END-IF.
           ADD 1 TO WS-NB-LUS.
           PERFORM NORMALISER-MOT.
           PERFORM TASSER-CLE.

           MOVE WS-MOT-CLE TO DIC-CLE.
           MOVE WS-MOT-TEST TO DIC-MOT.
           MOVE WS-CATEGORIE TO DIC-CATEGORIE.
           MOVE WS-DATE-JOUR TO DIC-DATE-AJOUT DIC-DATE-MAJ.
           WRITE REC-DICO
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-DICO-OK
               ADD 1 TO WS-NB-CREES
               GO TO AJOUTER-ENTREE-END
           END-IF.
           IF NOT WS-DICO-DOUBLON
               DISPLAY "ECRITURE iso-dico.dat EN ERREUR, STATUT "
                   WS-DICO-STATUS " : " WS-MOT-TEST
               ADD 1 TO WS-NB-IGNORES
               GO TO AJOUTER-ENTREE-END
           END-IF.

           ADD 1 TO WS-NB-DOUBLONS.
           MOVE WS-MOT-CLE TO DIC-CLE.
           READ FIC-DICO
               INVALID KEY CONTINUE
           END-READ.
           MOVE DIC-MOT TO WS-MOT-CONSERVE.
           MOVE DIC-CATEGORIE TO WS-CAT-CONSERVEE.
           MOVE SPACES TO WS-DBL-NOTE.
           IF WS-CATEGORIE = 'X' AND WS-CAT-CONSERVEE NOT = 'X'
               MOVE 'X' TO DIC-CATEGORIE
               MOVE WS-DATE-JOUR TO DIC-DATE-MAJ
               REWRITE REC-DICO
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-NB-RECLASSES
               MOVE "(RECLASSE EN X)" TO WS-DBL-NOTE
           END-IF.
           MOVE WS-LISTE-NOM TO WS-DBL-LISTE.
           MOVE WS-MOT-TEST TO WS-DBL-MOT.
           MOVE WS-MOT-CONSERVE TO WS-DBL-CONSERVE.
           MOVE WS-LIGNE-DOUBLON TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.
       AJOUTER-ENTREE-END.
           EXIT.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.
           MOVE "MOTS LUS" TO WS-TOT-LIBELLE.
           MOVE WS-NB-LUS TO WS-TOT-NOMBRE.
           MOVE WS-LIGNE-TOTAL TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.
           MOVE "ENTREES CREEES" TO WS-TOT-LIBELLE.
           MOVE WS-NB-CREES TO WS-TOT-NOMBRE.
           MOVE WS-LIGNE-TOTAL TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.
           MOVE "DOUBLONS FUSIONNES" TO WS-TOT-LIBELLE.
           MOVE WS-NB-DOUBLONS TO WS-TOT-NOMBRE.
           MOVE WS-LIGNE-TOTAL TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.
           MOVE "  DONT RECLASSES EN EXCLUSION" TO WS-TOT-LIBELLE.
           MOVE WS-NB-RECLASSES TO WS-TOT-NOMBRE.
           MOVE WS-LIGNE-TOTAL TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.
           MOVE "LIGNES VIDES OU EN ERREUR" TO WS-TOT-LIBELLE.
           MOVE WS-NB-IGNORES TO WS-TOT-NOMBRE.
           MOVE WS-LIGNE-TOTAL TO REC-COMPTE-RENDU.
           WRITE REC-COMPTE-RENDU.

      ***** Majuscules et lettres accentuees ramenees a leur lettre  **
      ***** de base, comme dans isotest.cbl et isogr.cbl             **
       NORMALISER-MOT.
           MOVE WS-MOT-TEST TO WS-MOT-NORM.
           INSPECT WS-MOT-NORM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-MOT-NORM CONVERTING
               X"8082848788" TO X"4141414345".
           INSPECT WS-MOT-NORM CONVERTING
               X"898A8B8E8F" TO X"4545454949".
           INSPECT WS-MOT-NORM CONVERTING
               X"94999B9C" TO X"4F555555".
           INSPECT WS-MOT-NORM CONVERTING
               X"A0A2A4A7A8" TO X"4141414345".
           INSPECT WS-MOT-NORM CONVERTING
               X"A9AAABAEAF" TO X"4545454949".
           INSPECT WS-MOT-NORM CONVERTING
               X"B4B9BBBCBF" TO X"4F55555559".
           INSPECT WS-MOT-NORM CONVERTING X"C3" TO X"00".

      ***** Cle du dictionnaire : le mot normalise sans ses octets   **
      ***** de bourrage X"00", cale a gauche                         **
       TASSER-CLE.
           MOVE SPACES TO WS-MOT-CLE.
           MOVE ZEROS TO WS-POS-CLE.
           PERFORM VARYING WS-Index FROM 1 BY 1
               UNTIL WS-Index > 20
               IF WS-MOT-NORM(WS-Index:1) NOT = X"00"
                   ADD 1 TO WS-POS-CLE
                   MOVE WS-MOT-NORM(WS-Index:1)
                       TO WS-MOT-CLE(WS-POS-CLE:1)
               END-IF
           END-PERFORM.
