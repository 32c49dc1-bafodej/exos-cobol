       IDENTIFICATION DIVISION.
       PROGRAM-ID. restset.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Liste et restauration des jeux de
      *                 sauvegarde pris par sauvset (catalogue
      *                 sauvsets.dat, FSAUVSET.cpy) :
      *                   restset                  liste des jeux
      *                                            complets et leur age
      *                                            en jours ;
      *                   restset <jeu> [AAAAMMJJ] restauration du jeu
      *                                            (le plus recent de
      *                                            ce nom si la date
      *                                            est omise).
      *                 La restauration se fait en deux temps : toutes
      *                 les copies du jeu sont d'abord relues et
      *                 comparees au manifeste (taille, nombre
      *                 d'enregistrements, total de controle) ; a la
      *                 moindre copie manquante ou differente, ou si le
      *                 manifeste n'a pas tous ses fichiers, RIEN n'est
      *                 restaure et le code retour passe a 8. Sinon
      *                 tous les fichiers du jeu sont remis en place
      *                 ensemble, puis relus et controles a nouveau (un
      *                 echec a ce stade donne le code retour 12). Un
      *                 fichier absent lors de la sauvegarde est laisse
      *                 tel quel. Detail dans restset.lis.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SAUVSET ASSIGN TO 'sauvsets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SAUVSET-STATUS.

           SELECT FIC-COPIE ASSIGN TO WS-NOM-COPIE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-COPIE-STATUS.

           SELECT FIC-CIBLE ASSIGN TO WS-NOM-CIBLE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CIBLE-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'restset.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-SAUVSET
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FSAUVSET.cpy'.

      ***** Copie du jeu et fichier remis en place, octet par octet ***
       FD  FIC-COPIE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
        01 REC-COPIE                      PIC X(1).

       FD  FIC-CIBLE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
        01 REC-CIBLE                      PIC X(1).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-SAUVSET-STATUS            PIC X(2).
            88  WS-SAUVSET-OK            VALUE '00'.
            88  WS-SAUVSET-END           VALUE '10'.
        01  WS-COPIE-STATUS              PIC X(2).
            88  WS-COPIE-OK              VALUE '00'.
            88  WS-COPIE-END             VALUE '10'.
        01  WS-CIBLE-STATUS              PIC X(2).
            88  WS-CIBLE-OK              VALUE '00'.
            88  WS-CIBLE-END             VALUE '10'.
        01  WS-RAPPORT-STATUS            PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP           PIC X(6).
        01  WS-BATCH-STATUS              PIC X(2).

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'SVGCTL-WS.cpy'.

        01  WS-CMD-LINE                  PIC X(40) VALUE SPACES.
        01  WS-JEU                       PIC X(12) VALUE SPACES.
        01  WS-PARM-DATE                 PIC X(8)  VALUE SPACES.
        01  WS-PARM-RESTE                PIC X(20) VALUE SPACES.
        01  WS-DATE-JOUR                 PIC 9(8).

      *    'L' liste des jeux, 'R' restauration d'un jeu.
        01  WS-MODE                      PIC X(1)  VALUE 'L'.
            88  WS-MODE-LISTE            VALUE 'L'.
            88  WS-MODE-RESTAURE         VALUE 'R'.

      *    'O' tant que la restauration peut se poursuivre.
        01  WS-RESTAURATION-VALIDE       PIC X(1)  VALUE 'O'.
            88  WS-RESTAURATION-OK       VALUE 'O'.
        01  WS-MOTIF-REFUS               PIC X(60) VALUE SPACES.
        01  WS-ETAPE-ATTEINTE            PIC X(1)  VALUE 'V'.
            88  WS-ETAPE-VERIFICATION    VALUE 'V'.
            88  WS-ETAPE-REMISE          VALUE 'R'.

      ***** Jeu retenu pour la restauration ****************************
        01  WS-JEU-TROUVE                PIC X(1)  VALUE 'N'.
            88  WS-JEU-EXISTE            VALUE 'O'.
        01  WS-JEU-DATE                  PIC 9(8)  VALUE 0.
        01  WS-JEU-HEURE                 PIC 9(6)  VALUE 0.
        01  WS-JEU-NB-ATTENDUS           PIC 9(3)  VALUE 0.

      ***** Manifeste du jeu : un poste par fichier ********************
        01  WS-NB-FICHIERS               PIC 9(2)  VALUE 0.
        01  WS-NB-RESTAURES              PIC 9(2)  VALUE 0.
        01  WS-FICHIERS-TBL.
            05  WS-FICHIER OCCURS 30 TIMES
                INDEXED BY IDX-FIC.
                10  WS-FIC-NOM           PIC X(30).
                10  WS-FIC-PRESENT       PIC X(1).
                10  WS-FIC-NB            PIC 9(7).
                10  WS-FIC-OCTETS        PIC 9(10).
                10  WS-FIC-CONTROLE      PIC 9(10).
                10  WS-FIC-ETAT          PIC X(24).

        01  WS-NOM-COPIE                 PIC X(60) VALUE SPACES.
        01  WS-NOM-CIBLE                 PIC X(30) VALUE SPACES.

      ***** Jeux complets du catalogue (mode liste) ********************
        01  DATA-JEU.
            05  JEU-LGTH                 PIC 9(3) VALUE 0.
            05  JEU-TBL
                OCCURS 1 TO 500 TIMES
                DEPENDING ON JEU-LGTH
                INDEXED BY IDX-JEU.
                10  TBL-JEU-NOM          PIC X(12).
                10  TBL-JEU-DATE         PIC 9(8).
                10  TBL-JEU-HEURE        PIC 9(6).
                10  TBL-JEU-NB           PIC 9(3).

        01  WS-LIGNE-JEU.
            05  WS-LJ-NOM                PIC X(12).
            05  FILLER                   PIC X(2)  VALUE SPACES.
            05  WS-LJ-DATE               PIC 9(8).
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-LJ-HEURE              PIC 9(6).
            05  FILLER                   PIC X(2)  VALUE SPACES.
            05  WS-LJ-NB                 PIC ZZ9.
            05  FILLER                   PIC X(10) VALUE ' FICHIERS '.
            05  WS-LJ-AGE                PIC ZZZZ9.
            05  FILLER                   PIC X(6)  VALUE ' JOURS'.

        01  WS-LIGNE-DETAIL.
            05  WS-DET-NOM               PIC X(30).
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-DET-NB                PIC ZZZZZZ9.
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-DET-OCTETS            PIC Z(9)9.
            05  FILLER                   PIC X(1)  VALUE SPACE.
            05  WS-DET-CONTROLE          PIC 9(10).
            05  FILLER                   PIC X(2)  VALUE SPACES.
            05  WS-DET-ETAT              PIC X(24).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-CONTROLE-PARAM-START
               THRU 1000-CONTROLE-PARAM-END.

           IF WS-MODE-LISTE
               PERFORM 5000-LISTE-JEUX-START
                   THRU 5000-LISTE-JEUX-END
           ELSE
               PERFORM 6000-RESTAURE-JEU-START
                   THRU 6000-RESTAURE-JEU-END
           END-IF.

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
           MOVE 'restset'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               IF WS-MODE-LISTE
                   MOVE JEU-LGTH TO BL-NB-ENREG
               ELSE
                   MOVE WS-NB-RESTAURES TO BL-NB-ENREG
               END-IF
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Sans parametre : liste ; sinon jeu et date eventuelle *****
       1000-CONTROLE-PARAM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-JEU WS-PARM-DATE WS-PARM-RESTE
           END-UNSTRING.
           IF WS-JEU = SPACES
               SET WS-MODE-LISTE TO TRUE
               GO TO 1000-CONTROLE-PARAM-END
           END-IF.
           SET WS-MODE-RESTAURE TO TRUE.
           IF WS-PARM-DATE NOT = SPACES
               AND WS-PARM-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-RESTAURATION-VALIDE
               MOVE 'DATE DU JEU INVALIDE (AAAAMMJJ)'
                   TO WS-MOTIF-REFUS
           END-IF.
       1000-CONTROLE-PARAM-END.
           EXIT.

      ***** Liste des jeux complets du catalogue avec leur age ********
       5000-LISTE-JEUX-START.
           MOVE 0 TO JEU-LGTH.
           OPEN INPUT FIC-SAUVSET.
           IF WS-SAUVSET-OK
               PERFORM 5100-LIRE-JEU-START
                   THRU 5100-LIRE-JEU-END
                   UNTIL WS-SAUVSET-END
               CLOSE FIC-SAUVSET
           END-IF.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'JEUX DE SAUVEGARDE DISPONIBLES AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR                         DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT(1:80).
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF JEU-LGTH = 0
               MOVE 'AUCUN JEU COMPLET DANS sauvsets.dat'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
               DISPLAY REC-RAPPORT(1:80)
           ELSE
               MOVE SPACES TO REC-RAPPORT
               MOVE 'JEU'        TO REC-RAPPORT(1:3)
               MOVE 'DATE'       TO REC-RAPPORT(15:4)
               MOVE 'HEURE'      TO REC-RAPPORT(24:5)
               MOVE 'AGE'        TO REC-RAPPORT(46:3)
               WRITE REC-RAPPORT
               DISPLAY REC-RAPPORT(1:80)
               PERFORM 5200-LIGNE-JEU-START
                   THRU 5200-LIGNE-JEU-END
                   VARYING IDX-JEU FROM 1 BY 1
                   UNTIL IDX-JEU > JEU-LGTH
           END-IF.
           CLOSE FIC-RAPPORT.
       5000-LISTE-JEUX-END.
           EXIT.

       5100-LIRE-JEU-START.
           READ FIC-SAUVSET
               AT END
                   MOVE '10' TO WS-SAUVSET-STATUS
               NOT AT END
                   IF SVS-LIGNE-FIN-JEU
                       AND JEU-LGTH < 500
                       SET JEU-LGTH UP BY 1
                       SET IDX-JEU TO JEU-LGTH
                       MOVE SVS-JEU   TO TBL-JEU-NOM(IDX-JEU)
                       MOVE SVS-DATE  TO TBL-JEU-DATE(IDX-JEU)
                       MOVE SVS-HEURE TO TBL-JEU-HEURE(IDX-JEU)
                       MOVE SVS-NB-FICHIERS TO TBL-JEU-NB(IDX-JEU)
                   END-IF
           END-READ.
       5100-LIRE-JEU-END.
           EXIT.

       5200-LIGNE-JEU-START.
           MOVE TBL-JEU-DATE(IDX-JEU) TO DU-DATE-1.
           MOVE WS-DATE-JOUR          TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START
               THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS < 0
               MOVE 0 TO DU-NB-JOURS
           END-IF.
           MOVE TBL-JEU-NOM(IDX-JEU)   TO WS-LJ-NOM.
           MOVE TBL-JEU-DATE(IDX-JEU)  TO WS-LJ-DATE.
           MOVE TBL-JEU-HEURE(IDX-JEU) TO WS-LJ-HEURE.
           MOVE TBL-JEU-NB(IDX-JEU)    TO WS-LJ-NB.
           MOVE DU-NB-JOURS            TO WS-LJ-AGE.
           MOVE WS-LIGNE-JEU TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT(1:80).
       5200-LIGNE-JEU-END.
           EXIT.

      ***** Restauration : choix du jeu, chargement du manifeste, *****
      ***** verification de TOUTES les copies, puis remise en place ***
       6000-RESTAURE-JEU-START.
           IF WS-RESTAURATION-OK
               PERFORM 6100-CHOIX-JEU-START
                   THRU 6100-CHOIX-JEU-END
           END-IF.
           IF WS-RESTAURATION-OK
               PERFORM 6300-CHARGE-MANIFESTE-START
                   THRU 6300-CHARGE-MANIFESTE-END
           END-IF.
           IF WS-RESTAURATION-OK
               PERFORM 6500-VERIFIE-COPIE-START
                   THRU 6500-VERIFIE-COPIE-END
                   VARYING IDX-FIC FROM 1 BY 1
                   UNTIL IDX-FIC > WS-NB-FICHIERS
           END-IF.
           IF WS-RESTAURATION-OK
               SET WS-ETAPE-REMISE TO TRUE
               PERFORM 6700-REMET-FICHIER-START
                   THRU 6700-REMET-FICHIER-END
                   VARYING IDX-FIC FROM 1 BY 1
                   UNTIL IDX-FIC > WS-NB-FICHIERS
                      OR NOT WS-RESTAURATION-OK
           END-IF.

           PERFORM 7000-RAPPORT-START
               THRU 7000-RAPPORT-END.

           IF WS-RESTAURATION-OK
               DISPLAY 'JEU RESTAURE        : ' WS-JEU
                   ' DU ' WS-JEU-DATE ' ' WS-JEU-HEURE
               DISPLAY 'FICHIERS RESTAURES  : ' WS-NB-RESTAURES
           ELSE
               IF WS-ETAPE-REMISE
                   DISPLAY 'RESTAURATION INTERROMPUE : '
                       WS-MOTIF-REFUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY 'RESTAURATION REFUSEE, RIEN N''A ETE '
                       'RESTAURE : ' WS-MOTIF-REFUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'RAPPORT             : restset.lis'.
       6000-RESTAURE-JEU-END.
           EXIT.

      ***** Jeu complet le plus recent de ce nom (a la date donnee) ***
       6100-CHOIX-JEU-START.
           OPEN INPUT FIC-SAUVSET.
           IF WS-SAUVSET-OK
               PERFORM 6200-LIRE-FIN-JEU-START
                   THRU 6200-LIRE-FIN-JEU-END
                   UNTIL WS-SAUVSET-END
               CLOSE FIC-SAUVSET
           END-IF.
           IF NOT WS-JEU-EXISTE
               MOVE 'N' TO WS-RESTAURATION-VALIDE
               MOVE 'JEU INCONNU OU INCOMPLET DANS sauvsets.dat'
                   TO WS-MOTIF-REFUS
           END-IF.
       6100-CHOIX-JEU-END.
           EXIT.

       6200-LIRE-FIN-JEU-START.
           READ FIC-SAUVSET
               AT END
                   MOVE '10' TO WS-SAUVSET-STATUS
               NOT AT END
                   IF SVS-LIGNE-FIN-JEU
                       AND SVS-JEU = WS-JEU
                       AND (WS-PARM-DATE = SPACES
                            OR SVS-DATE = WS-PARM-DATE)
                       AND (SVS-DATE > WS-JEU-DATE
                            OR (SVS-DATE = WS-JEU-DATE
                                AND SVS-HEURE > WS-JEU-HEURE))
                       SET WS-JEU-EXISTE TO TRUE
                       MOVE SVS-DATE        TO WS-JEU-DATE
                       MOVE SVS-HEURE       TO WS-JEU-HEURE
                       MOVE SVS-NB-FICHIERS TO WS-JEU-NB-ATTENDUS
                   END-IF
           END-READ.
       6200-LIRE-FIN-JEU-END.
           EXIT.

      ***** Lignes fichier du jeu retenu ; il les faut toutes *********
       6300-CHARGE-MANIFESTE-START.
           MOVE 0 TO WS-NB-FICHIERS.
           MOVE SPACES TO WS-FICHIERS-TBL.
           OPEN INPUT FIC-SAUVSET.
           PERFORM 6400-LIRE-MANIFESTE-START
               THRU 6400-LIRE-MANIFESTE-END
               UNTIL WS-SAUVSET-END.
           CLOSE FIC-SAUVSET.
           IF WS-NB-FICHIERS NOT = WS-JEU-NB-ATTENDUS
               MOVE 'N' TO WS-RESTAURATION-VALIDE
               MOVE 'MANIFESTE INCOMPLET (FICHIERS MANQUANTS)'
                   TO WS-MOTIF-REFUS
           END-IF.
       6300-CHARGE-MANIFESTE-END.
           EXIT.

       6400-LIRE-MANIFESTE-START.
           READ FIC-SAUVSET
               AT END
                   MOVE '10' TO WS-SAUVSET-STATUS
               NOT AT END
                   IF SVS-LIGNE-FICHIER
                       AND SVS-JEU = WS-JEU
                       AND SVS-DATE = WS-JEU-DATE
                       AND SVS-HEURE = WS-JEU-HEURE
                       AND WS-NB-FICHIERS < 30
                       ADD 1 TO WS-NB-FICHIERS
                       SET IDX-FIC TO WS-NB-FICHIERS
                       MOVE SVS-FICHIER  TO WS-FIC-NOM(IDX-FIC)
                       MOVE SVS-PRESENT  TO WS-FIC-PRESENT(IDX-FIC)
                       MOVE SVS-NB-ENREG TO WS-FIC-NB(IDX-FIC)
                       MOVE SVS-OCTETS   TO WS-FIC-OCTETS(IDX-FIC)
                       MOVE SVS-CONTROLE TO WS-FIC-CONTROLE(IDX-FIC)
                   END-IF
           END-READ.
       6400-LIRE-MANIFESTE-END.
           EXIT.

      ***** Copie du jeu relue et comparee au manifeste ****************
       6500-VERIFIE-COPIE-START.
           IF WS-FIC-PRESENT(IDX-FIC) NOT = 'O'
               MOVE 'ABSENT DU JEU, INCHANGE' TO WS-FIC-ETAT(IDX-FIC)
               GO TO 6500-VERIFIE-COPIE-END
           END-IF.
           MOVE SPACES TO WS-NOM-COPIE.
           STRING 'svg-'              DELIMITED BY SIZE
                  WS-JEU              DELIMITED BY SPACE
                  '-'                 DELIMITED BY SIZE
                  WS-JEU-DATE         DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FIC-NOM(IDX-FIC) DELIMITED BY SPACE
               INTO WS-NOM-COPIE
           END-STRING.
           OPEN INPUT FIC-COPIE.
           IF NOT WS-COPIE-OK
               MOVE 'COPIE ABSENTE' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-RESTAURATION-VALIDE
               MOVE 'COPIE ABSENTE, VOIR restset.lis'
                   TO WS-MOTIF-REFUS
               GO TO 6500-VERIFIE-COPIE-END
           END-IF.
           PERFORM 9800-CONTROLE-INIT-START
               THRU 9800-CONTROLE-INIT-END.
           PERFORM 6600-LIRE-COPIE-START
               THRU 6600-LIRE-COPIE-END
               UNTIL WS-COPIE-END.
           PERFORM 9850-CONTROLE-FIN-START
               THRU 9850-CONTROLE-FIN-END.
           CLOSE FIC-COPIE.
           IF SC-NB-OCTETS = WS-FIC-OCTETS(IDX-FIC)
               AND SC-NB-ENREG = WS-FIC-NB(IDX-FIC)
               AND SC-CONTROLE = WS-FIC-CONTROLE(IDX-FIC)
               MOVE 'COPIE CONFORME' TO WS-FIC-ETAT(IDX-FIC)
           ELSE
               MOVE 'COPIE NON CONFORME' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-RESTAURATION-VALIDE
               MOVE 'COPIE NON CONFORME AU MANIFESTE, VOIR restset.lis'
                   TO WS-MOTIF-REFUS
           END-IF.
       6500-VERIFIE-COPIE-END.
           EXIT.

       6600-LIRE-COPIE-START.
           READ FIC-COPIE
               AT END
                   MOVE '10' TO WS-COPIE-STATUS
               NOT AT END
                   MOVE REC-COPIE TO SC-OCTET
                   PERFORM 9810-CONTROLE-OCTET-START
                       THRU 9810-CONTROLE-OCTET-END
           END-READ.
       6600-LIRE-COPIE-END.
           EXIT.

      ***** Remise en place d'un fichier puis controle du resultat ****
       6700-REMET-FICHIER-START.
           IF WS-FIC-PRESENT(IDX-FIC) NOT = 'O'
               GO TO 6700-REMET-FICHIER-END
           END-IF.
           MOVE SPACES TO WS-NOM-COPIE.
           STRING 'svg-'              DELIMITED BY SIZE
                  WS-JEU              DELIMITED BY SPACE
                  '-'                 DELIMITED BY SIZE
                  WS-JEU-DATE         DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FIC-NOM(IDX-FIC) DELIMITED BY SPACE
               INTO WS-NOM-COPIE
           END-STRING.
           MOVE WS-FIC-NOM(IDX-FIC) TO WS-NOM-CIBLE.
           OPEN INPUT FIC-COPIE.
           OPEN OUTPUT FIC-CIBLE.
           IF NOT WS-COPIE-OK OR NOT WS-CIBLE-OK
               MOVE 'REMISE IMPOSSIBLE' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-RESTAURATION-VALIDE
               MOVE 'ECRITURE D''UN FICHIER IMPOSSIBLE'
                   TO WS-MOTIF-REFUS
               GO TO 6700-REMET-FICHIER-END
           END-IF.
           PERFORM 6800-COPIE-OCTET-START
               THRU 6800-COPIE-OCTET-END
               UNTIL WS-COPIE-END.
           CLOSE FIC-COPIE FIC-CIBLE.

           OPEN INPUT FIC-CIBLE.
           PERFORM 9800-CONTROLE-INIT-START
               THRU 9800-CONTROLE-INIT-END.
           PERFORM 6900-RELIT-CIBLE-START
               THRU 6900-RELIT-CIBLE-END
               UNTIL WS-CIBLE-END.
           PERFORM 9850-CONTROLE-FIN-START
               THRU 9850-CONTROLE-FIN-END.
           CLOSE FIC-CIBLE.
           IF SC-NB-OCTETS = WS-FIC-OCTETS(IDX-FIC)
               AND SC-NB-ENREG = WS-FIC-NB(IDX-FIC)
               AND SC-CONTROLE = WS-FIC-CONTROLE(IDX-FIC)
               MOVE 'RESTAURE ET CONTROLE' TO WS-FIC-ETAT(IDX-FIC)
               ADD 1 TO WS-NB-RESTAURES
           ELSE
               MOVE 'RESTAURE NON CONFORME' TO WS-FIC-ETAT(IDX-FIC)
               MOVE 'N' TO WS-RESTAURATION-VALIDE
               MOVE 'FICHIER RESTAURE NON CONFORME AU MANIFESTE'
                   TO WS-MOTIF-REFUS
           END-IF.
       6700-REMET-FICHIER-END.
           EXIT.

       6800-COPIE-OCTET-START.
           READ FIC-COPIE
               AT END
                   MOVE '10' TO WS-COPIE-STATUS
               NOT AT END
                   MOVE REC-COPIE TO REC-CIBLE
                   WRITE REC-CIBLE
           END-READ.
       6800-COPIE-OCTET-END.
           EXIT.

       6900-RELIT-CIBLE-START.
           READ FIC-CIBLE
               AT END
                   MOVE '10' TO WS-CIBLE-STATUS
               NOT AT END
                   MOVE REC-CIBLE TO SC-OCTET
                   PERFORM 9810-CONTROLE-OCTET-START
                       THRU 9810-CONTROLE-OCTET-END
           END-READ.
       6900-RELIT-CIBLE-END.
           EXIT.

      ***** Detail de la restauration, fichier par fichier ************
       7000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'RESTAURATION DU JEU ' DELIMITED BY SIZE
                  WS-JEU                 DELIMITED BY SPACE
                  ' DU '                 DELIMITED BY SIZE
                  WS-JEU-DATE            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-JEU-HEURE           DELIMITED BY SIZE
                  ' LE '                 DELIMITED BY SIZE
                  WS-DATE-JOUR           DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           EVALUATE TRUE
               WHEN WS-RESTAURATION-OK
                   MOVE 'JEU COMPLET RESTAURE' TO REC-RAPPORT
               WHEN WS-ETAPE-REMISE
                   STRING '*** RESTAURATION INTERROMPUE : '
                              DELIMITED BY SIZE
                          WS-MOTIF-REFUS DELIMITED BY SIZE
                       INTO REC-RAPPORT
                   END-STRING
               WHEN OTHER
                   STRING '*** RESTAURATION REFUSEE, RIEN N''A ETE '
                              DELIMITED BY SIZE
                          'RESTAURE : ' DELIMITED BY SIZE
                          WS-MOTIF-REFUS DELIMITED BY SIZE
                       INTO REC-RAPPORT
                   END-STRING
           END-EVALUATE.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'FICHIER'    TO REC-RAPPORT(1:7).
           MOVE 'ENREG.'     TO REC-RAPPORT(33:6).
           MOVE 'OCTETS'     TO REC-RAPPORT(44:6).
           MOVE 'CONTROLE'   TO REC-RAPPORT(51:8).
           MOVE 'ETAT'       TO REC-RAPPORT(63:4).
           WRITE REC-RAPPORT.
           PERFORM 7100-LIGNE-DETAIL-START
               THRU 7100-LIGNE-DETAIL-END
               VARYING IDX-FIC FROM 1 BY 1
               UNTIL IDX-FIC > WS-NB-FICHIERS.
           CLOSE FIC-RAPPORT.
       7000-RAPPORT-END.
           EXIT.

       7100-LIGNE-DETAIL-START.
           MOVE WS-FIC-NOM(IDX-FIC)      TO WS-DET-NOM.
           MOVE WS-FIC-NB(IDX-FIC)       TO WS-DET-NB.
           MOVE WS-FIC-OCTETS(IDX-FIC)   TO WS-DET-OCTETS.
           MOVE WS-FIC-CONTROLE(IDX-FIC) TO WS-DET-CONTROLE.
           MOVE WS-FIC-ETAT(IDX-FIC)     TO WS-DET-ETAT.
           MOVE WS-LIGNE-DETAIL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       7100-LIGNE-DETAIL-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'SVGCTL.cpy'.
