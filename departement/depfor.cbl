       IDENTIFICATION DIVISION.
       PROGRAM-ID. depfor.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Saisie d'une formation reglementaire
      *                 dans formations.dat (FFORMAT.cpy) : identifiant
      *                 employe, intitule du cours, heures, date
      *                 d'achevement et, pour une formation
      *                 certifiante, date d'expiration du certificat
      *                 sont passes en ligne de commande, sur le modele
      *                 de depabs.cbl. L'employe doit exister dans
      *                 fichierclient.txt avec un role autre que 'C',
      *                 les heures et les dates doivent etre numeriques,
      *                 l'achevement ne peut etre posterieur au jour et
      *                 l'expiration doit suivre l'achevement (controle
      *                 via DATEUTIL).
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

           SELECT FIC-FORMATION ASSIGN TO 'formations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-FORMATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEMPLOYE.cpy'.

       FD  FIC-FORMATION
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FFORMAT.cpy'.

       WORKING-STORAGE SECTION.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-FORMATION-STATUS  PIC X(2).
            88       WS-FORMATION-ABSENT  VALUE 35.

      ***** Parametres : employe, cours, heures, achevement, ***********
      ***** expiration du certificat (facultative)           ***********
        01  WS-CMD-LINE                   PIC X(80) VALUE SPACES.
        01  WS-ID-PARM                    PIC X(8)  VALUE SPACES.
        01  WS-COURS-PARM                 PIC X(20) VALUE SPACES.
        01  WS-HEURES-PARM                PIC X(3)  VALUE SPACES.
        01  WS-FIN-PARM                   PIC X(8)  VALUE SPACES.
        01  WS-EXPIR-PARM                 PIC X(8)  VALUE SPACES.
        01  WS-HEURES                     PIC 9(3)  VALUE 0.
        01  WS-HEURES-LONG                PIC 9(1)  VALUE 0.
        01  WS-DATE-JOUR                  PIC 9(8).

        01  WS-EMPLOYE-TROUVE             PIC X(1)  VALUE 'N'.
        01  WS-NOM-TROUVE                 PIC X(20) VALUE SPACES.

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-PARM-START      THRU 1000-PARM-END.
           PERFORM 2000-CHECK-EMP-START THRU 2000-CHECK-EMP-END.
           PERFORM 3000-JOURNAL-START   THRU 3000-JOURNAL-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Decoupage et controle de la ligne de commande ***************
       1000-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ID-PARM WS-COURS-PARM WS-HEURES-PARM
                    WS-FIN-PARM WS-EXPIR-PARM
           END-UNSTRING.

           IF WS-ID-PARM = SPACES OR WS-COURS-PARM = SPACES
               OR WS-HEURES-PARM = SPACES OR WS-FIN-PARM = SPACES
               DISPLAY 'USAGE: depfor <EMPLOYE-ID> <COURS> <HEURES> '
                   '<ACHEVEMENT AAAAMMJJ> [<EXPIRATION AAAAMMJJ>]'
               DISPLAY '  EX : depfor EMP00012 DDA-ANNUELLE 15 '
                   '20261005 20271004'
               STOP RUN
           END-IF.

      *    Heures saisies sur 1 a 3 chiffres, cadrees a droite.
           MOVE 0 TO WS-HEURES-LONG.
           INSPECT WS-HEURES-PARM TALLYING WS-HEURES-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-HEURES-PARM(1:WS-HEURES-LONG) IS NOT NUMERIC
               DISPLAY 'HEURES INVALIDES : ' WS-HEURES-PARM
               STOP RUN
           END-IF.
           MOVE WS-HEURES-PARM(1:WS-HEURES-LONG) TO WS-HEURES.

           IF WS-FIN-PARM IS NOT NUMERIC
               DISPLAY 'DATE D''ACHEVEMENT INVALIDE (AAAAMMJJ '
                   'ATTENDU) : ' WS-FIN-PARM
               STOP RUN
           END-IF.
           IF WS-FIN-PARM > WS-DATE-JOUR
               DISPLAY 'ACHEVEMENT POSTERIEUR AU JOUR : ' WS-FIN-PARM
               STOP RUN
           END-IF.

           IF WS-EXPIR-PARM = SPACES
               GO TO 1000-PARM-END
           END-IF.
           IF WS-EXPIR-PARM IS NOT NUMERIC
               DISPLAY 'DATE D''EXPIRATION INVALIDE (AAAAMMJJ '
                   'ATTENDU) : ' WS-EXPIR-PARM
               STOP RUN
           END-IF.
      *    L'expiration doit suivre l'achevement (ecart via la routine
      *    partagee DATEUTIL).
           MOVE WS-FIN-PARM   TO DU-DATE-1.
           MOVE WS-EXPIR-PARM TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS NOT > 0
               DISPLAY 'EXPIRATION NON POSTERIEURE A L''ACHEVEMENT : '
                   WS-FIN-PARM ' -> ' WS-EXPIR-PARM
               STOP RUN
           END-IF.
       1000-PARM-END.
           EXIT.

      ***** L'employe doit exister dans le fichier maitre ***************
       2000-CHECK-EMP-START.
           MOVE 'N' TO WS-EMPLOYE-TROUVE.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'fichierclient.txt ABSENT (STATUT '
                   WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2100-CHECK-EMP-LOOP-START
               THRU 2100-CHECK-EMP-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.

           IF WS-EMPLOYE-TROUVE = 'O'
               DISPLAY 'EMPLOYE : ' WS-ID-PARM ' ' WS-NOM-TROUVE
           ELSE
               DISPLAY 'EMPLOYE INCONNU DU FICHIER MAITRE : '
                   WS-ID-PARM ' - SAISIE REFUSEE'
               STOP RUN
           END-IF.
       2000-CHECK-EMP-END.
           EXIT.

       2100-CHECK-EMP-LOOP-START.
           READ FIC-CLIENT INTO F-EMPLOYE
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF EMPLOYE-ID = WS-ID-PARM
                       AND EMPLOYE-ROLE NOT = 'C'
                       MOVE 'O'         TO WS-EMPLOYE-TROUVE
                       MOVE EMPLOYE-NOM TO WS-NOM-TROUVE
                   END-IF
           END-READ.
       2100-CHECK-EMP-LOOP-END.
           EXIT.

      ***** Ajout de la formation en fin de fichier *********************
       3000-JOURNAL-START.
           OPEN EXTEND FIC-FORMATION.
           IF WS-FORMATION-ABSENT
               OPEN OUTPUT FIC-FORMATION
           END-IF.
           MOVE SPACES TO REC-FORMATION.
           MOVE WS-ID-PARM    TO FOR-EMPLOYE-ID.
           MOVE WS-COURS-PARM TO FOR-COURS.
           MOVE WS-HEURES     TO FOR-HEURES.
           MOVE WS-FIN-PARM   TO FOR-DATE-FIN.
           IF WS-EXPIR-PARM = SPACES
               MOVE 0             TO FOR-DATE-EXPIRATION
           ELSE
               MOVE WS-EXPIR-PARM TO FOR-DATE-EXPIRATION
           END-IF.
           WRITE REC-FORMATION.
           CLOSE FIC-FORMATION.
           DISPLAY 'FORMATION ENREGISTREE DANS formations.dat'.
       3000-JOURNAL-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
