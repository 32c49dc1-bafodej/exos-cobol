       IDENTIFICATION DIVISION.
       PROGRAM-ID. sauvset.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Prise d'un jeu de sauvegarde nomme et
      *                 date de tous les fichiers maitres et satellites
      *                 de la liste inventaire-fichiers.txt (meme liste
      *                 et meme liste par defaut que invfic), a lancer
      *                 avant un traitement risque (assurtrf, deppur,
      *                 gros lot depmut) :
      *                   sauvset <jeu>     (nom de 1 a 12 caracteres)
      *                 Chaque fichier est copie octet pour octet sous
      *                 svg-<jeu>-<AAAAMMJJ>-<fichier>, puis la copie
      *                 est relue et comparee a l'original (taille,
      *                 nombre d'enregistrements, total de controle).
      *                 Le manifeste du jeu n'est ajoute au catalogue
      *                 sauvsets.dat (FSAUVSET.cpy) que si toutes les
      *                 copies sont bonnes : un jeu rate n'apparait pas
      *                 et le code retour passe a 8. Un fichier de la
      *                 liste absent est note absent dans le manifeste.
      *                 Un meme nom de jeu ne peut etre pris qu'une fois
      *                 par jour. Detail du jeu dans sauvset.lis ; liste
      *                 des jeux disponibles et restauration : restset.
      *    2026-10-15  inventaire-fichiers.txt devient obligatoire :
      *                 absent ou vide, le jeu est refuse (code retour
      *                 8) au lieu d'etre pris sur la liste par defaut
      *                 de cinq fichiers ; plus de 30 fichiers, il est
      *                 refuse (INVENTAIRE > 30 FICHIERS) au lieu d'etre
      *                 tronque.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-LISTE ASSIGN TO 'inventaire-fichiers.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LISTE-STATUS.

           SELECT FIC-SOURCE ASSIGN TO WS-NOM-SOURCE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT FIC-COPIE ASSIGN TO WS-NOM-COPIE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-COPIE-STATUS.

           SELECT FIC-SAUVSET ASSIGN TO 'sauvsets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SAUVSET-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'sauvset.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-LISTE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
        01 REC-LISTE                      PIC X(30).

      ***** Original et copie lus/ecrits octet par octet ***************
       FD  FIC-SOURCE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
        01 REC-SOURCE                     PIC X(1).

       FD  FIC-COPIE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
        01 REC-COPIE                      PIC X(1).

       FD  FIC-SAUVSET
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FSAUVSET.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-LISTE-STATUS              PIC X(2).
            88  WS-LISTE-OK              VALUE '00'.
            88  WS-LISTE-END             VALUE '10'.
        01  WS-SOURCE-STATUS             PIC X(2).
            88  WS-SOURCE-OK             VALUE '00'.
            88  WS-SOURCE-END            VALUE '10'.
            88  WS-SOURCE-ABSENT         VALUE '35'.
        01  WS-COPIE-STATUS              PIC X(2).
            88  WS-COPIE-OK              VALUE '00'.
            88  WS-COPIE-END             VALUE '10'.
        01  WS-SAUVSET-STATUS            PIC X(2).
            88  WS-SAUVSET-OK            VALUE '00'.
            88  WS-SAUVSET-END           VALUE '10'.
            88  WS-SAUVSET-ABSENT        VALUE '35'.
        01  WS-RAPPORT-STATUS            PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP           PIC X(6).
        01  WS-BATCH-STATUS              PIC X(2).

        01  WS-CMD-LINE                  PIC X(40) VALUE SPACES.
        01  WS-JEU                       PIC X(12) VALUE SPACES.
        01  WS-PARM-RESTE                PIC X(28) VALUE SPACES.
        01  WS-NB-CAR-INTERDITS          PIC 9(2)  VALUE 0.
        01  WS-DATE-JOUR                 PIC 9(8).
        01  WS-HEURE-JOUR                PIC 9(6).

      *    'O' tant que le jeu peut etre pris et catalogue.
        01  WS-JEU-VALIDE                PIC X(1)  VALUE 'O'.
            88  WS-JEU-OK                VALUE 'O'.
        01  WS-MOTIF-REFUS               PIC X(60) VALUE SPACES.

      ***** Fichiers du jeu (inventaire) *******************************
        01  WS-NB-FICHIERS               PIC 9(2)  VALUE 0.
        01  WS-NB-COPIES                 PIC 9(2)  VALUE 0.
        01  WS-FICHIERS-TBL.
            05  WS-FICHIER OCCURS 30 TIMES
                INDEXED BY IDX-FIC.
                10  WS-FIC-NOM           PIC X(30).
                10  WS-FIC-PRESENT       PIC X(1).
                10  WS-FIC-NB            PIC 9(7).
                10  WS-FIC-OCTETS        PIC 9(10).
                10  WS-FIC-CONTROLE      PIC 9(10).
                10  WS-FIC-ETAT          PIC X(20).

        01  WS-NOM-SOURCE                PIC X(30) VALUE SPACES.
        01  WS-NOM-COPIE                 PIC X(60) VALUE SPACES.

           COPY 'SVGCTL-WS.cpy'.

        01  WS-LIGNE-DETAIL.
            05  WS-DET-NOM               PIC X(30).
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-DET-NB                PIC ZZZZZZ9.
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-DET-OCTETS            PIC Z(9)9.
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-DET-CONTROLE          PIC 9(10).
            05  FILLER                   PIC X(2)  VALUE SPACES.
            05  WS-DET-ETAT              PIC X(20).
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-DET-COPIE             PIC X(49).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.

           PERFORM 1000-CONTROLE-PARAM-START
               THRU 1000-CONTROLE-PARAM-END.
           IF WS-JEU-OK
               PERFORM 1100-CHARGE-LISTE-START
                   THRU 1100-CHARGE-LISTE-END
               PERFORM 1500-CONTROLE-CATALOGUE-START
                   THRU 1500-CONTROLE-CATALOGUE-END
           END-IF.
           IF WS-JEU-OK
               PERFORM 2000-SAUVE-TOUS-START
                   THRU 2000-SAUVE-TOUS-END
           END-IF.
           IF WS-JEU-OK
               PERFORM 3000-ECRIT-CATALOGUE-START
                   THRU 3000-ECRIT-CATALOGUE-END
           END-IF.
           PERFORM 4000-RAPPORT-START
               THRU 4000-RAPPORT-END.

           IF WS-JEU-OK
               DISPLAY 'JEU DE SAUVEGARDE   : ' WS-JEU
                   ' DU ' WS-DATE-JOUR ' ' WS-HEURE-JOUR
               DISPLAY 'FICHIERS DU JEU     : ' WS-NB-FICHIERS
               DISPLAY 'FICHIERS COPIES     : ' WS-NB-COPIES
           ELSE
               DISPLAY 'SAUVEGARDE REFUSEE  : ' WS-MOTIF-REFUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'RAPPORT             : sauvset.lis'.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'sauvset'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-COPIES TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Nom du jeu : obligatoire, 12 caracteres au plus, sans ******
      ***** caractere qui sortirait du repertoire courant         ******
       1000-CONTROLE-PARAM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-JEU WS-PARM-RESTE
           END-UNSTRING.
           IF WS-JEU = SPACES
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'NOM DE JEU ABSENT (sauvset <jeu>)'
                   TO WS-MOTIF-REFUS
               GO TO 1000-CONTROLE-PARAM-END
           END-IF.
           IF WS-CMD-LINE(13:1) NOT = SPACE
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'NOM DE JEU TROP LONG (12 CARACTERES AU PLUS)'
                   TO WS-MOTIF-REFUS
               GO TO 1000-CONTROLE-PARAM-END
           END-IF.
           MOVE 0 TO WS-NB-CAR-INTERDITS.
           INSPECT WS-JEU TALLYING WS-NB-CAR-INTERDITS
               FOR ALL '/' ALL '.' ALL '\'.
           IF WS-NB-CAR-INTERDITS > 0
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'NOM DE JEU INVALIDE (NI / NI \ NI .)'
                   TO WS-MOTIF-REFUS
           END-IF.
       1000-CONTROLE-PARAM-END.
           EXIT.

      ***** Liste des fichiers du jeu : inventaire-fichiers.txt,  *****
      ***** obligatoire ; un jeu partiel passerait pour complet   *****
       1100-CHARGE-LISTE-START.
           MOVE 0 TO WS-NB-FICHIERS.
           MOVE SPACES TO WS-FICHIERS-TBL.
           OPEN INPUT FIC-LISTE.
           IF NOT WS-LISTE-OK
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'INVENTAIRE inventaire-fichiers.txt ABSENT'
                   TO WS-MOTIF-REFUS
               GO TO 1100-CHARGE-LISTE-END
           END-IF.
           PERFORM 1300-LIRE-LISTE-START
               THRU 1300-LIRE-LISTE-END
               UNTIL WS-LISTE-END.
           CLOSE FIC-LISTE.
           IF WS-NB-FICHIERS = 0
               AND WS-JEU-OK
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'INVENTAIRE inventaire-fichiers.txt VIDE'
                   TO WS-MOTIF-REFUS
           END-IF.
       1100-CHARGE-LISTE-END.
           EXIT.

       1300-LIRE-LISTE-START.
           READ FIC-LISTE
               AT END
                   MOVE '10' TO WS-LISTE-STATUS
               NOT AT END
                   IF REC-LISTE NOT = SPACES
                       PERFORM 1310-RETIENT-FICHIER-START
                           THRU 1310-RETIENT-FICHIER-END
                   END-IF
           END-READ.
       1300-LIRE-LISTE-END.
           EXIT.

      *    Au-dela de 30 fichiers le jeu est refuse plutot que tronque :
      *    la lecture de l'inventaire s'arrete la.
       1310-RETIENT-FICHIER-START.
           IF WS-NB-FICHIERS NOT < 30
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'INVENTAIRE > 30 FICHIERS' TO WS-MOTIF-REFUS
               MOVE '10' TO WS-LISTE-STATUS
               GO TO 1310-RETIENT-FICHIER-END
           END-IF.
           ADD 1 TO WS-NB-FICHIERS.
           MOVE REC-LISTE TO WS-FIC-NOM(WS-NB-FICHIERS).
       1310-RETIENT-FICHIER-END.
           EXIT.

      ***** Un jeu de meme nom deja pris aujourd'hui est refuse : ******
      ***** ses copies seraient ecrasees                          ******
       1500-CONTROLE-CATALOGUE-START.
           OPEN INPUT FIC-SAUVSET.
           IF NOT WS-SAUVSET-OK
               GO TO 1500-CONTROLE-CATALOGUE-END
           END-IF.
           PERFORM 1600-LIRE-CATALOGUE-START
               THRU 1600-LIRE-CATALOGUE-END
               UNTIL WS-SAUVSET-END.
           CLOSE FIC-SAUVSET.
       1500-CONTROLE-CATALOGUE-END.
           EXIT.

       1600-LIRE-CATALOGUE-START.
           READ FIC-SAUVSET
               AT END
                   MOVE '10' TO WS-SAUVSET-STATUS
               NOT AT END
                   IF SVS-LIGNE-FIN-JEU
                       AND SVS-JEU = WS-JEU
                       AND SVS-DATE = WS-DATE-JOUR
                       MOVE 'N' TO WS-JEU-VALIDE
                       MOVE 'JEU DEJA PRIS AUJOURD''HUI SOUS CE NOM'
                           TO WS-MOTIF-REFUS
                   END-IF
           END-READ.
       1600-LIRE-CATALOGUE-END.
           EXIT.

      ***** Copie et verification de chaque fichier du jeu ************
       2000-SAUVE-TOUS-START.
           PERFORM 2100-SAUVE-FICHIER-START
               THRU 2100-SAUVE-FICHIER-END
               VARYING IDX-FIC FROM 1 BY 1
               UNTIL IDX-FIC > WS-NB-FICHIERS
                  OR NOT WS-JEU-OK.
       2000-SAUVE-TOUS-END.
           EXIT.

       2100-SAUVE-FICHIER-START.
           MOVE WS-FIC-NOM(IDX-FIC) TO WS-NOM-SOURCE.
           MOVE SPACES TO WS-NOM-COPIE.
           STRING 'svg-'              DELIMITED BY SIZE
                  WS-JEU              DELIMITED BY SPACE
                  '-'                 DELIMITED BY SIZE
                  WS-DATE-JOUR        DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FIC-NOM(IDX-FIC) DELIMITED BY SPACE
               INTO WS-NOM-COPIE
           END-STRING.
           MOVE 0 TO WS-FIC-NB(IDX-FIC) WS-FIC-OCTETS(IDX-FIC)
                     WS-FIC-CONTROLE(IDX-FIC).

           OPEN INPUT FIC-SOURCE.
           IF WS-SOURCE-ABSENT
               MOVE 'N' TO WS-FIC-PRESENT(IDX-FIC)
               MOVE 'ABSENT, NON COPIE' TO WS-FIC-ETAT(IDX-FIC)
               GO TO 2100-SAUVE-FICHIER-END
           END-IF.
           IF NOT WS-SOURCE-OK
               MOVE 'ILLISIBLE' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'FICHIER ILLISIBLE, JEU ABANDONNE'
                   TO WS-MOTIF-REFUS
               GO TO 2100-SAUVE-FICHIER-END
           END-IF.
           MOVE 'O' TO WS-FIC-PRESENT(IDX-FIC).
           OPEN OUTPUT FIC-COPIE.
           IF NOT WS-COPIE-OK
               CLOSE FIC-SOURCE
               MOVE 'COPIE IMPOSSIBLE' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'ECRITURE D''UNE COPIE IMPOSSIBLE, JEU ABANDONNE'
                   TO WS-MOTIF-REFUS
               GO TO 2100-SAUVE-FICHIER-END
           END-IF.

           PERFORM 9800-CONTROLE-INIT-START
               THRU 9800-CONTROLE-INIT-END.
           PERFORM 2200-COPIE-OCTET-START
               THRU 2200-COPIE-OCTET-END
               UNTIL WS-SOURCE-END.
           PERFORM 9850-CONTROLE-FIN-START
               THRU 9850-CONTROLE-FIN-END.
           CLOSE FIC-SOURCE FIC-COPIE.
           MOVE SC-NB-ENREG  TO WS-FIC-NB(IDX-FIC).
           MOVE SC-NB-OCTETS TO WS-FIC-OCTETS(IDX-FIC).
           MOVE SC-CONTROLE  TO WS-FIC-CONTROLE(IDX-FIC).

           PERFORM 2300-VERIFIE-COPIE-START
               THRU 2300-VERIFIE-COPIE-END.
       2100-SAUVE-FICHIER-END.
           EXIT.

       2200-COPIE-OCTET-START.
           READ FIC-SOURCE
               AT END
                   MOVE '10' TO WS-SOURCE-STATUS
               NOT AT END
                   MOVE REC-SOURCE TO REC-COPIE SC-OCTET
                   WRITE REC-COPIE
                   PERFORM 9810-CONTROLE-OCTET-START
                       THRU 9810-CONTROLE-OCTET-END
           END-READ.
       2200-COPIE-OCTET-END.
           EXIT.

      ***** Relecture de la copie : elle doit redonner exactement ******
      ***** la taille, le nombre de lignes et le total de l'original ***
       2300-VERIFIE-COPIE-START.
           OPEN INPUT FIC-COPIE.
           IF NOT WS-COPIE-OK
               MOVE 'COPIE ILLISIBLE' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'RELECTURE D''UNE COPIE IMPOSSIBLE, JEU ABANDONNE'
                   TO WS-MOTIF-REFUS
               GO TO 2300-VERIFIE-COPIE-END
           END-IF.
           PERFORM 9800-CONTROLE-INIT-START
               THRU 9800-CONTROLE-INIT-END.
           PERFORM 2400-RELIT-OCTET-START
               THRU 2400-RELIT-OCTET-END
               UNTIL WS-COPIE-END.
           PERFORM 9850-CONTROLE-FIN-START
               THRU 9850-CONTROLE-FIN-END.
           CLOSE FIC-COPIE.
           IF SC-NB-OCTETS = WS-FIC-OCTETS(IDX-FIC)
               AND SC-NB-ENREG = WS-FIC-NB(IDX-FIC)
               AND SC-CONTROLE = WS-FIC-CONTROLE(IDX-FIC)
               MOVE 'COPIE VERIFIEE' TO WS-FIC-ETAT(IDX-FIC)
               ADD 1 TO WS-NB-COPIES
           ELSE
               MOVE 'COPIE DIFFERENTE' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-JEU-VALIDE
               MOVE 'COPIE DIFFERENTE DE L''ORIGINAL, JEU ABANDONNE'
                   TO WS-MOTIF-REFUS
           END-IF.
       2300-VERIFIE-COPIE-END.
           EXIT.

       2400-RELIT-OCTET-START.
           READ FIC-COPIE
               AT END
                   MOVE '10' TO WS-COPIE-STATUS
               NOT AT END
                   MOVE REC-COPIE TO SC-OCTET
                   PERFORM 9810-CONTROLE-OCTET-START
                       THRU 9810-CONTROLE-OCTET-END
           END-READ.
       2400-RELIT-OCTET-END.
           EXIT.

      ***** Manifeste du jeu : une ligne par fichier puis la ligne ****
      ***** de fin de jeu, ecrites ensemble une fois tout verifie ****
       3000-ECRIT-CATALOGUE-START.
           OPEN EXTEND FIC-SAUVSET.
           IF WS-SAUVSET-ABSENT
               OPEN OUTPUT FIC-SAUVSET
           END-IF.
           PERFORM 3100-ECRIT-LIGNE-FICHIER-START
               THRU 3100-ECRIT-LIGNE-FICHIER-END
               VARYING IDX-FIC FROM 1 BY 1
               UNTIL IDX-FIC > WS-NB-FICHIERS.
           MOVE SPACES TO REC-SAUVSET.
           SET SVS-LIGNE-FIN-JEU TO TRUE.
           MOVE WS-JEU         TO SVS-JEU.
           MOVE WS-DATE-JOUR   TO SVS-DATE.
           MOVE WS-HEURE-JOUR  TO SVS-HEURE.
           MOVE 0              TO SVS-NB-ENREG SVS-OCTETS
                                  SVS-CONTROLE.
           MOVE WS-NB-FICHIERS TO SVS-NB-FICHIERS.
           WRITE REC-SAUVSET.
           CLOSE FIC-SAUVSET.
       3000-ECRIT-CATALOGUE-END.
           EXIT.

       3100-ECRIT-LIGNE-FICHIER-START.
           MOVE SPACES TO REC-SAUVSET.
           SET SVS-LIGNE-FICHIER TO TRUE.
           MOVE WS-JEU                   TO SVS-JEU.
           MOVE WS-DATE-JOUR             TO SVS-DATE.
           MOVE WS-HEURE-JOUR            TO SVS-HEURE.
           MOVE WS-FIC-NOM(IDX-FIC)      TO SVS-FICHIER.
           MOVE WS-FIC-PRESENT(IDX-FIC)  TO SVS-PRESENT.
           MOVE WS-FIC-NB(IDX-FIC)       TO SVS-NB-ENREG.
           MOVE WS-FIC-OCTETS(IDX-FIC)   TO SVS-OCTETS.
           MOVE WS-FIC-CONTROLE(IDX-FIC) TO SVS-CONTROLE.
           MOVE 0                        TO SVS-NB-FICHIERS.
           WRITE REC-SAUVSET.
       3100-ECRIT-LIGNE-FICHIER-END.
           EXIT.

      ***** Detail du jeu : un fichier par ligne, etat de la copie ****
       4000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'JEU DE SAUVEGARDE ' DELIMITED BY SIZE
                  WS-JEU               DELIMITED BY SPACE
                  ' DU '               DELIMITED BY SIZE
                  WS-DATE-JOUR         DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-HEURE-JOUR        DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           IF WS-JEU-OK
               MOVE 'JEU COMPLET, CATALOGUE DANS sauvsets.dat'
                   TO REC-RAPPORT
           ELSE
               MOVE SPACES TO REC-RAPPORT
               STRING '*** SAUVEGARDE REFUSEE : ' DELIMITED BY SIZE
                      WS-MOTIF-REFUS              DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'FICHIER'    TO REC-RAPPORT(1:7).
           MOVE 'ENREG.'     TO REC-RAPPORT(33:6).
           MOVE 'OCTETS'     TO REC-RAPPORT(44:6).
           MOVE 'CONTROLE'   TO REC-RAPPORT(51:8).
           MOVE 'ETAT'       TO REC-RAPPORT(63:4).
           MOVE 'COPIE'      TO REC-RAPPORT(84:5).
           WRITE REC-RAPPORT.
           PERFORM 4100-LIGNE-DETAIL-START
               THRU 4100-LIGNE-DETAIL-END
               VARYING IDX-FIC FROM 1 BY 1
               UNTIL IDX-FIC > WS-NB-FICHIERS.
           CLOSE FIC-RAPPORT.
       4000-RAPPORT-END.
           EXIT.

       4100-LIGNE-DETAIL-START.
           MOVE WS-FIC-NOM(IDX-FIC)      TO WS-DET-NOM.
           MOVE WS-FIC-NB(IDX-FIC)       TO WS-DET-NB.
           MOVE WS-FIC-OCTETS(IDX-FIC)   TO WS-DET-OCTETS.
           MOVE WS-FIC-CONTROLE(IDX-FIC) TO WS-DET-CONTROLE.
           MOVE WS-FIC-ETAT(IDX-FIC)     TO WS-DET-ETAT.
           MOVE SPACES TO WS-DET-COPIE.
           IF WS-FIC-PRESENT(IDX-FIC) = 'O'
               STRING 'svg-'              DELIMITED BY SIZE
                      WS-JEU              DELIMITED BY SPACE
                      '-'                 DELIMITED BY SIZE
                      WS-DATE-JOUR        DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      WS-FIC-NOM(IDX-FIC) DELIMITED BY SPACE
                   INTO WS-DET-COPIE
               END-STRING
           END-IF.
           MOVE WS-LIGNE-DETAIL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4100-LIGNE-DETAIL-END.
           EXIT.

           COPY 'SVGCTL.cpy'.
