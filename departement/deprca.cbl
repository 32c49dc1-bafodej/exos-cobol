       IDENTIFICATION DIVISION.
       PROGRAM-ID. deprca.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Saisie d'une reclamation client au
      *                 registre des reclamations (reclamations.dat,
      *                 FRECLAM.cpy), sur le modele de depcta.cbl :
      *                 code client, categorie puis, facultatifs,
      *                 CONTRAT=numero et RECU=AAAAMMJJ (date de
      *                 reception, du jour a defaut), et l'objet en
      *                 fin de ligne de commande. La reference est
      *                 attribuee a la suite de la plus haute du
      *                 registre. Categorie hors liste, numero de
      *                 contrat a cle fausse (NUMCTR.cpy) ou date de
      *                 reception invalide ou future refusent la
      *                 saisie ; un code client inconnu de
      *                 fichierclient.txt est signale sans bloquer,
      *                 comme dans depcta.cbl. Les echeances d'accuse
      *                 et de reponse (RECLECH.cpy) sont affichees.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-RECLAM ASSIGN TO 'reclamations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RECLAM-STATUS.

           SELECT FIC-FERIES ASSIGN TO 'fr-jours-feries.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS DU-FERIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-RECLAM
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FRECLAM.cpy'.

       FD  FIC-FERIES
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
        01 REC-FERIE                      PIC X(8).

       WORKING-STORAGE SECTION.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-RECLAM-STATUS     PIC X(2).
            88       WS-RECLAM-OK         VALUE 00.
            88       WS-RECLAM-END        VALUE 10.
            88       WS-RECLAM-ABSENT     VALUE 35.

      ***** Parametres : code client, categorie, options CONTRAT= et **
      ***** RECU=, puis l'objet (le reste de la ligne de commande)   **
        01  WS-CMD-LINE                   PIC X(80) VALUE SPACES.
        01  WS-CODE-PARM                  PIC X(8)  VALUE SPACES.
        01  WS-CATEGORIE-PARM             PIC X(10) VALUE SPACES.
        01  WS-CONTRAT-PARM               PIC X(8)  VALUE SPACES.
        01  WS-RECU-PARM                  PIC X(8)  VALUE SPACES.
        01  WS-OPTION-PARM                PIC X(17) VALUE SPACES.
        01  WS-OBJET-PARM                 PIC X(33) VALUE SPACES.
        01  WS-PARM-PTR                   PIC 9(2)  VALUE 1.

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-DATE-RECEPTION             PIC 9(8).
        01  WS-CLIENT-TROUVE              PIC X(1)  VALUE 'N'.
        01  WS-NOM-TROUVE                 PIC X(20) VALUE SPACES.
        01  WS-DERNIER-NUMERO             PIC 9(7)  VALUE 0.
        01  WS-NUMERO-LU                  PIC 9(7).
        01  WS-REFERENCE.
            05  FILLER                    PIC X(1)  VALUE 'R'.
            05  WS-REFERENCE-NUM          PIC 9(7).

           COPY 'NUMCTR-WS.cpy'.
           COPY 'DATEUTIL-WS.cpy'.
           COPY 'RECLECH-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-PARM-START      THRU 1000-PARM-END.
           PERFORM 2000-CHECK-CLT-START THRU 2000-CHECK-CLT-END.
           PERFORM 2200-REFERENCE-START THRU 2200-REFERENCE-END.
           PERFORM 3000-REGISTRE-START  THRU 3000-REGISTRE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Decoupage de la ligne de commande ; sans code client ou   **
      ***** sans categorie le programme s'arrete avec le format       **
      ***** attendu                                                   **
       1000-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 1 TO WS-PARM-PTR.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CODE-PARM WS-CATEGORIE-PARM
               WITH POINTER WS-PARM-PTR
           END-UNSTRING.
      *    CONTRAT= et RECU= peuvent preceder l'objet, dans un ordre
      *    quelconque.
           PERFORM 1100-OPTION-START THRU 1100-OPTION-END 2 TIMES.
      *    L'objet est tout le reste de la ligne, espaces compris.
           IF WS-PARM-PTR <= 80
               MOVE WS-CMD-LINE(WS-PARM-PTR : 81 - WS-PARM-PTR)
                   TO WS-OBJET-PARM
           END-IF.
           IF WS-CODE-PARM = SPACES OR WS-CATEGORIE-PARM = SPACES
               DISPLAY 'USAGE: deprca <CODE-CLT> <CATEGORIE> '
                   '[CONTRAT=NUMERO] [RECU=AAAAMMJJ] <OBJET>'
               DISPLAY '  CATEGORIES : TARIF SINISTRE CONTRAT '
                   'PAIEMENT SERVICE AUTRE'
               DISPLAY '  EX : deprca CLI00001 SINISTRE '
                   'CONTRAT=C0000018 RECU=20261012 DELAI INDEMNISATION'
               STOP RUN
           END-IF.

           MOVE WS-CATEGORIE-PARM TO RCL-CATEGORIE.
           IF NOT RCL-CATEGORIE-VALIDE
               DISPLAY 'CATEGORIE INCONNUE : ' WS-CATEGORIE-PARM
                   ' (TARIF SINISTRE CONTRAT PAIEMENT SERVICE AUTRE)'
               STOP RUN
           END-IF.

           IF WS-CONTRAT-PARM NOT = SPACES
               MOVE WS-CONTRAT-PARM TO NC-NUM-CONTRAT
               PERFORM 9850-CONTROLE-CONTRAT-START
                   THRU 9850-CONTROLE-CONTRAT-END
               IF NOT NC-CONTRAT-VALIDE
                   DISPLAY 'NUMERO DE CONTRAT REFUSE : '
                       WS-CONTRAT-PARM ' (CLE DE CONTROLE '
                       'INCORRECTE), RECLAMATION NON ENREGISTREE'
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-DATE-JOUR TO WS-DATE-RECEPTION.
           IF WS-RECU-PARM NOT = SPACES
               IF WS-RECU-PARM IS NOT NUMERIC
                   DISPLAY 'DATE DE RECEPTION INVALIDE : '
                       WS-RECU-PARM ' (AAAAMMJJ ATTENDU)'
                   STOP RUN
               END-IF
               MOVE WS-RECU-PARM TO WS-DATE-RECEPTION
               IF WS-DATE-RECEPTION > WS-DATE-JOUR
                   DISPLAY 'DATE DE RECEPTION FUTURE : '
                       WS-RECU-PARM ', RECLAMATION NON ENREGISTREE'
                   STOP RUN
               END-IF
           END-IF.
       1000-PARM-END.
           EXIT.

       1100-OPTION-START.
           IF WS-PARM-PTR > 75
               GO TO 1100-OPTION-END
           END-IF.
           IF WS-CMD-LINE(WS-PARM-PTR:8) = 'CONTRAT='
               MOVE SPACES TO WS-OPTION-PARM
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-OPTION-PARM
                   WITH POINTER WS-PARM-PTR
               END-UNSTRING
               MOVE WS-OPTION-PARM(9:8) TO WS-CONTRAT-PARM
               GO TO 1100-OPTION-END
           END-IF.
           IF WS-CMD-LINE(WS-PARM-PTR:5) = 'RECU='
               MOVE SPACES TO WS-OPTION-PARM
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-OPTION-PARM
                   WITH POINTER WS-PARM-PTR
               END-UNSTRING
               MOVE WS-OPTION-PARM(6:8) TO WS-RECU-PARM
           END-IF.
       1100-OPTION-END.
           EXIT.

      ***** Rapprochement du code client avec le fichier maitre, sans **
      ***** bloquer la saisie si le code est inconnu                  **
       2000-CHECK-CLT-START.
           MOVE 'N' TO WS-CLIENT-TROUVE.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'fichierclient.txt ABSENT, CODE NON VERIFIE'
               GO TO 2000-CHECK-CLT-END
           END-IF.
           PERFORM 2100-CHECK-CLT-LOOP-START
               THRU 2100-CHECK-CLT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.

           IF WS-CLIENT-TROUVE = 'O'
               DISPLAY 'CLIENT : ' WS-CODE-PARM ' ' WS-NOM-TROUVE
           ELSE
               DISPLAY 'CODE CLIENT INCONNU DU FICHIER MAITRE : '
                   WS-CODE-PARM ' (RECLAMATION ENREGISTREE QUAND MEME)'
           END-IF.
       2000-CHECK-CLT-END.
           EXIT.

       2100-CHECK-CLT-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CODE-CLT = WS-CODE-PARM
                       MOVE 'O'     TO WS-CLIENT-TROUVE
                       MOVE NOM-CLT TO WS-NOM-TROUVE
                   END-IF
           END-READ.
       2100-CHECK-CLT-LOOP-END.
           EXIT.

      ***** Reference : suite de la plus haute reference du registre **
      ***** (registre absent : premiere reclamation R0000001)        **
       2200-REFERENCE-START.
           MOVE 0 TO WS-DERNIER-NUMERO.
           OPEN INPUT FIC-RECLAM.
           IF WS-RECLAM-OK
               PERFORM 2300-REFERENCE-LOOP-START
                   THRU 2300-REFERENCE-LOOP-END
                   UNTIL WS-RECLAM-END
               CLOSE FIC-RECLAM
           END-IF.
           COMPUTE WS-REFERENCE-NUM = WS-DERNIER-NUMERO + 1.
       2200-REFERENCE-END.
           EXIT.

       2300-REFERENCE-LOOP-START.
           READ FIC-RECLAM
               AT END
                   MOVE '10' TO WS-RECLAM-STATUS
               NOT AT END
                   IF RCL-REFERENCE(2:7) IS NUMERIC
                       MOVE RCL-REFERENCE(2:7) TO WS-NUMERO-LU
                       IF WS-NUMERO-LU > WS-DERNIER-NUMERO
                           MOVE WS-NUMERO-LU TO WS-DERNIER-NUMERO
                       END-IF
                   END-IF
           END-READ.
       2300-REFERENCE-LOOP-END.
           EXIT.

      ***** Ajout de la reclamation en fin de registre, puis rappel ***
      ***** des echeances reglementaires                            ***
       3000-REGISTRE-START.
           OPEN EXTEND FIC-RECLAM.
           IF WS-RECLAM-ABSENT
               OPEN OUTPUT FIC-RECLAM
           END-IF.
           MOVE SPACES TO REC-RECLAM.
           MOVE WS-REFERENCE       TO RCL-REFERENCE.
           MOVE WS-CODE-PARM       TO RCL-CODE-CLT.
           MOVE WS-CONTRAT-PARM    TO RCL-NUM-CONTRAT.
           MOVE WS-CATEGORIE-PARM  TO RCL-CATEGORIE.
           MOVE WS-DATE-RECEPTION  TO RCL-DATE-RECEPTION.
           MOVE 0                  TO RCL-DATE-ACCUSE.
           MOVE 0                  TO RCL-DATE-REPONSE.
           MOVE WS-OBJET-PARM      TO RCL-OBJET.
           WRITE REC-RECLAM.
           CLOSE FIC-RECLAM.

           PERFORM 9690-CHARGE-FERIES-START
               THRU 9690-CHARGE-FERIES-END.
           MOVE WS-DATE-RECEPTION TO RE-DATE-RECEPTION.
           PERFORM 9820-ECHEANCES-RECL-START
               THRU 9820-ECHEANCES-RECL-END.
           DISPLAY 'RECLAMATION ' WS-REFERENCE
               ' ENREGISTREE DANS reclamations.dat'.
           DISPLAY '  ACCUSE DE RECEPTION AVANT LE : ' RE-ECH-ACCUSE.
           DISPLAY '  REPONSE AVANT LE             : ' RE-ECH-REPONSE.
       3000-REGISTRE-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
           COPY 'DATEUTIL.cpy'.
           COPY 'DATEUTIL-FERIES.cpy'.
           COPY 'RECLECH.cpy'.
