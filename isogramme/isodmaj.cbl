       IDENTIFICATION DIVISION.
       PROGRAM-ID. Isodmaj.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise a jour du dictionnaire
      *                 iso-dico.dat (FDICO.cpy) a partir d'un fichier
      *                 de mouvements iso-dico-mvt.dat, au lieu
      *                 d'editer les listes a la main : 'A' ajout
      *                 (categorie M a defaut), 'M' modification de la
      *                 graphie et/ou de la categorie, 'S' suppression.
      *                 Le mot du mouvement est normalise et tasse comme
      *                 au chargement (isodini.cbl) pour retrouver sa
      *                 cle : une variante de casse ou d'accent d'un mot
      *                 deja present est donc refusee en ajout, et un
      *                 'M' permet de corriger la graphie gardee. Les
      *                 mouvements refuses sont ecrits avec leur motif
      *                 dans isodmaj.lis ; code retour 4 s'il y en a.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MOUVEMENTS ASSIGN TO 'iso-dico-mvt.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT FIC-DICO ASSIGN TO 'iso-dico.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIC-CLE
               FILE STATUS IS WS-DICO-STATUS.
           SELECT FIC-REJETS ASSIGN TO 'isodmaj.lis'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Mouvement : code, mot, categorie ("A eté            M").
       FD FIC-MOUVEMENTS.
       01 REC-MOUVEMENT.
           05  MVT-CODE          PIC X(1).
           05  FILLER            PIC X(1).
           05  MVT-MOT           PIC X(20).
           05  FILLER            PIC X(1).
           05  MVT-CATEGORIE     PIC X(1).

       FD FIC-DICO.
           COPY 'FDICO.cpy'.

       FD FIC-REJETS.
       01 REC-REJET              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS PIC X(2) VALUE SPACES.
           88  WS-MVT-OK        VALUE '00'.
       01  WS-DICO-STATUS PIC X(2) VALUE SPACES.
           88  WS-DICO-OK       VALUE '00'.
       01  WS-EOF-MVT PIC X(01) VALUE 'N'.
           88  WS-FIN-MVT VALUE 'O'.

       01  WS-MOT-TEST PIC X(20).
       01  WS-MOT-NORM PIC X(20).
       01  WS-MOT-CLE PIC X(20).
       01  WS-Index PIC 9(2) VALUE ZEROS.
       01  WS-POS-CLE PIC 9(2) VALUE ZEROS.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROS.
       01  WS-CATEGORIE PIC X(01) VALUE SPACE.
           88  WS-CAT-VALIDE VALUE 'M' 'P' 'A' 'S' 'X'.
       01  WS-MOTIF PIC X(30) VALUE SPACES.

       01  WS-NB-MVT PIC 9(5) VALUE ZEROS.
       01  WS-NB-AJOUTS PIC 9(5) VALUE ZEROS.
       01  WS-NB-MODIFS PIC 9(5) VALUE ZEROS.
       01  WS-NB-SUPPRS PIC 9(5) VALUE ZEROS.
       01  WS-NB-REJETS PIC 9(5) VALUE ZEROS.

       01  WS-LIGNE-REJET.
           05  WS-REJ-MOUVEMENT PIC X(24).
           05  FILLER          PIC X(3) VALUE " : ".
           05  WS-REJ-MOTIF    PIC X(30).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-REJ-GRAPHIE  PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN INPUT FIC-MOUVEMENTS.
           IF NOT WS-MVT-OK
               DISPLAY "iso-dico-mvt.dat ABSENT : AUCUN MOUVEMENT"
               STOP RUN
           END-IF.
           OPEN I-O FIC-DICO.
           IF NOT WS-DICO-OK
               DISPLAY "iso-dico.dat INACCESSIBLE, STATUT "
                   WS-DICO-STATUS " : CHARGEMENT INITIAL PAR isodini"
               CLOSE FIC-MOUVEMENTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-REJETS.
           MOVE "MOUVEMENTS REFUSES (MOUVEMENT : MOTIF)"
               TO REC-REJET.
           WRITE REC-REJET.

           PERFORM LIRE-MOUVEMENT.
           PERFORM TRAITER-MOUVEMENT-START
               THRU TRAITER-MOUVEMENT-END
               UNTIL WS-FIN-MVT.

           IF WS-NB-REJETS = ZEROS
               MOVE "   AUCUN MOUVEMENT REFUSE." TO REC-REJET
               WRITE REC-REJET
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE FIC-MOUVEMENTS FIC-DICO FIC-REJETS.
           DISPLAY "MOUVEMENTS LUS   : " WS-NB-MVT.
           DISPLAY "AJOUTS           : " WS-NB-AJOUTS.
           DISPLAY "MODIFICATIONS    : " WS-NB-MODIFS.
           DISPLAY "SUPPRESSIONS     : " WS-NB-SUPPRS.
           DISPLAY "REFUSES          : " WS-NB-REJETS.
           STOP RUN.

       LIRE-MOUVEMENT.
           READ FIC-MOUVEMENTS
               AT END MOVE 'O' TO WS-EOF-MVT
           END-READ.

      ***** Un mouvement : controle, recherche de la cle, puis ajout, **
      ***** modification ou suppression ; tout refus est liste avec   **
      ***** son motif                                                 **
       TRAITER-MOUVEMENT-START.
           IF REC-MOUVEMENT = SPACES
               GO TO TRAITER-MOUVEMENT-SUIVANT
           END-IF.
           ADD 1 TO WS-NB-MVT.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-REJ-GRAPHIE.
           IF MVT-MOT = SPACES
               MOVE "MOT ABSENT" TO WS-MOTIF
               GO TO TRAITER-MOUVEMENT-REJET
           END-IF.
           MOVE MVT-MOT TO WS-MOT-TEST.
           PERFORM NORMALISER-MOT.
           PERFORM TASSER-CLE.
           MOVE MVT-CATEGORIE TO WS-CATEGORIE.
           IF WS-CATEGORIE NOT = SPACE AND NOT WS-CAT-VALIDE
               MOVE "CATEGORIE INCONNUE" TO WS-MOTIF
               GO TO TRAITER-MOUVEMENT-REJET
           END-IF.

           MOVE WS-MOT-CLE TO DIC-CLE.
           READ FIC-DICO
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE MVT-CODE
               WHEN 'A'
                   IF WS-DICO-OK
                       MOVE "DEJA AU DICTIONNAIRE SOUS" TO WS-MOTIF
                       MOVE DIC-MOT TO WS-REJ-GRAPHIE
                       GO TO TRAITER-MOUVEMENT-REJET
                   END-IF
                   IF WS-CATEGORIE = SPACE
                       MOVE 'M' TO WS-CATEGORIE
                   END-IF
                   MOVE WS-MOT-CLE TO DIC-CLE
                   MOVE MVT-MOT TO DIC-MOT
                   MOVE WS-CATEGORIE TO DIC-CATEGORIE
                   MOVE WS-DATE-JOUR TO DIC-DATE-AJOUT DIC-DATE-MAJ
                   WRITE REC-DICO
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF NOT WS-DICO-OK
                       MOVE "ECRITURE EN ERREUR, STATUT" TO WS-MOTIF
                       MOVE WS-DICO-STATUS TO WS-REJ-GRAPHIE
                       GO TO TRAITER-MOUVEMENT-REJET
                   END-IF
                   ADD 1 TO WS-NB-AJOUTS
               WHEN 'M'
                   IF NOT WS-DICO-OK
                       MOVE "ABSENT DU DICTIONNAIRE" TO WS-MOTIF
                       GO TO TRAITER-MOUVEMENT-REJET
                   END-IF
                   MOVE MVT-MOT TO DIC-MOT
                   IF WS-CATEGORIE NOT = SPACE
                       MOVE WS-CATEGORIE TO DIC-CATEGORIE
                   END-IF
                   MOVE WS-DATE-JOUR TO DIC-DATE-MAJ
                   REWRITE REC-DICO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF NOT WS-DICO-OK
                       MOVE "REECRITURE EN ERREUR, STATUT" TO WS-MOTIF
                       MOVE WS-DICO-STATUS TO WS-REJ-GRAPHIE
                       GO TO TRAITER-MOUVEMENT-REJET
                   END-IF
                   ADD 1 TO WS-NB-MODIFS
               WHEN 'S'
                   IF NOT WS-DICO-OK
                       MOVE "ABSENT DU DICTIONNAIRE" TO WS-MOTIF
                       GO TO TRAITER-MOUVEMENT-REJET
                   END-IF
                   DELETE FIC-DICO
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF NOT WS-DICO-OK
                       MOVE "SUPPRESSION EN ERREUR, STATUT" TO WS-MOTIF
                       MOVE WS-DICO-STATUS TO WS-REJ-GRAPHIE
                       GO TO TRAITER-MOUVEMENT-REJET
                   END-IF
                   ADD 1 TO WS-NB-SUPPRS
               WHEN OTHER
                   MOVE "CODE MOUVEMENT INCONNU" TO WS-MOTIF
                   GO TO TRAITER-MOUVEMENT-REJET
           END-EVALUATE.
           GO TO TRAITER-MOUVEMENT-SUIVANT.

       TRAITER-MOUVEMENT-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE REC-MOUVEMENT TO WS-REJ-MOUVEMENT.
           MOVE WS-MOTIF TO WS-REJ-MOTIF.
           MOVE WS-LIGNE-REJET TO REC-REJET.
           WRITE REC-REJET.

       TRAITER-MOUVEMENT-SUIVANT.
           PERFORM LIRE-MOUVEMENT.
       TRAITER-MOUVEMENT-END.
           EXIT.

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
      ***** de bourrage X"00", cale a gauche (comme isodini.cbl)     **
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
