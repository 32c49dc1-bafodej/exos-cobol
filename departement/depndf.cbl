       IDENTIFICATION DIVISION.
       PROGRAM-ID. depndf.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Saisie d'une note de frais dans
      *                 notesfrais.dat (FNDF.cpy) : identifiant
      *                 employe, date de la depense, categorie et
      *                 montant (ou kilometres pour une categorie
      *                 kilometrique) sont passes en ligne de commande,
      *                 sur le modele de depfor.cbl. L'employe doit
      *                 exister dans fichierclient.txt avec un role
      *                 autre que 'C' ; son agence est reprise sur la
      *                 note. La categorie doit figurer dans
      *                 ndf-categories.txt (FNDFCAT.cpy). Les
      *                 kilometres sont valorises au bareme
      *                 ndf-bareme-km.txt, par tranches du cumul
      *                 annuel de l'employe. Une depense deja saisie
      *                 pour le meme jour et la meme categorie est
      *                 refusee ; un montant au-dela du plafond de la
      *                 categorie est enregistre mais renvoye au
      *                 responsable du responsable pour le visa
      *                 (depndfv.cbl).
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

      ***** Categories de frais et plafonds par depense **************
           SELECT FIC-CATEGORIE ASSIGN TO 'ndf-categories.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CATEGORIE-STATUS.

      ***** Bareme kilometrique par tranches du cumul annuel *********
           SELECT FIC-BAREME ASSIGN TO 'ndf-bareme-km.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BAREME-STATUS.

           SELECT FIC-NOTEFRAIS ASSIGN TO 'notesfrais.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOTEFRAIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEMPLOYE.cpy'.

       FD  FIC-CATEGORIE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNDFCAT.cpy'.

      ***** Une ligne par tranche, par borne haute croissante : taux **
      *     en euros par kilometre pour les kilometres du cumul annuel
      *     compris entre la borne precedente et BKM-KM-MAX.
       FD  FIC-BAREME
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE IS F.
        01 REC-BAREME.
           05  BKM-KM-MAX                PIC 9(6).
           05  FILLER                    PIC X(1).
           05  BKM-TAUX                  PIC 9V999.

       FD  FIC-NOTEFRAIS
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNDF.cpy'.

       WORKING-STORAGE SECTION.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-CATEGORIE-STATUS  PIC X(2).
            88       WS-CATEGORIE-OK      VALUE 00.
            88       WS-CATEGORIE-END     VALUE 10.
        01           WS-BAREME-STATUS     PIC X(2).
            88       WS-BAREME-OK         VALUE 00.
            88       WS-BAREME-END        VALUE 10.
        01           WS-NOTEFRAIS-STATUS  PIC X(2).
            88       WS-NOTEFRAIS-OK      VALUE 00.
            88       WS-NOTEFRAIS-END     VALUE 10.
            88       WS-NOTEFRAIS-ABSENT  VALUE 35.

      ***** Parametres : employe, date, categorie, montant ou km ******
        01  WS-CMD-LINE                   PIC X(80) VALUE SPACES.
        01  WS-ID-PARM                    PIC X(8)  VALUE SPACES.
        01  WS-DATE-PARM                  PIC X(8)  VALUE SPACES.
        01  WS-CAT-PARM                   PIC X(6)  VALUE SPACES.
        01  WS-VALEUR-PARM                PIC X(10) VALUE SPACES.
        01  WS-EUROS-PARM                 PIC X(10) VALUE SPACES.
        01  WS-CENTS-PARM                 PIC X(2)  VALUE SPACES.
        01  WS-LG-EUROS                   PIC 9(2)  VALUE 0.
        01  WS-LG-CENTS                   PIC 9(2)  VALUE 0.
        01  WS-EUROS                      PIC 9(5)  VALUE 0.
        01  WS-CENTS                      PIC 9(2)  VALUE 0.
        01  WS-DATE-JOUR                  PIC 9(8).

        01  WS-MONTANT                    PIC 9(5)V99 VALUE 0.
        01  WS-KM                         PIC 9(5)    VALUE 0.
        01  WS-RENVOI                     PIC X(1)    VALUE 'N'.

        01  WS-EMPLOYE-TROUVE             PIC X(1)  VALUE 'N'.
        01  WS-NOM-TROUVE                 PIC X(20) VALUE SPACES.
        01  WS-AGENCE-TROUVEE             PIC X(3)  VALUE SPACES.

        01  WS-CATEGORIE-TROUVEE          PIC X(1)  VALUE 'N'.
        01  WS-CAT-LIBELLE                PIC X(30) VALUE SPACES.
        01  WS-CAT-TYPE                   PIC X(1)  VALUE SPACE.
            88  WS-CAT-KILOMETRIQUE       VALUE 'K'.
        01  WS-CAT-PLAFOND                PIC 9(5)V99 VALUE 0.

      ***** Tranches du bareme kilometrique ***************************
        01  DATA-BAREME.
            05  BAREME-LGTH               PIC 9(3) VALUE 0.
            05  BAREME-TBL
                OCCURS 1 TO 20 TIMES
                DEPENDING ON BAREME-LGTH
                INDEXED BY IDX-BAREME.
                10  TBL-BKM-KM-MAX        PIC 9(6).
                10  TBL-BKM-TAUX          PIC 9V999.

      ***** Doublon et cumul kilometrique de l'annee de la depense ***
        01  WS-DOUBLON                    PIC X(1)  VALUE 'N'.
        01  WS-CUMUL-KM                   PIC 9(7)  VALUE 0.
        01  WS-KM-DEBUT                   PIC 9(7)  VALUE 0.
        01  WS-KM-FIN                     PIC 9(7)  VALUE 0.
        01  WS-BORNE-BASSE                PIC 9(7)  VALUE 0.
        01  WS-BORNE-HAUTE                PIC 9(7)  VALUE 0.
        01  WS-KM-TRANCHE                 PIC 9(7)  VALUE 0.
        01  WS-INDEMNITE                  PIC 9(7)V999 VALUE 0.

        01  WS-EDIT-MONTANT               PIC Z(4)9,99.
        01  WS-EDIT-KM                    PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-PARM-START       THRU 1000-PARM-END.
           PERFORM 2000-CHECK-EMP-START  THRU 2000-CHECK-EMP-END.
           PERFORM 2500-CATEGORIE-START  THRU 2500-CATEGORIE-END.
           PERFORM 1100-VALEUR-START     THRU 1100-VALEUR-END.
           PERFORM 3000-CHECK-NOTES-START
               THRU 3000-CHECK-NOTES-END.
           IF WS-CAT-KILOMETRIQUE
               PERFORM 3500-BAREME-START THRU 3500-BAREME-END
           END-IF.
           PERFORM 4000-PLAFOND-START    THRU 4000-PLAFOND-END.
           PERFORM 5000-JOURNAL-START    THRU 5000-JOURNAL-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Decoupage et controle de la ligne de commande ***************
       1000-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ID-PARM WS-DATE-PARM WS-CAT-PARM
                    WS-VALEUR-PARM
           END-UNSTRING.

           IF WS-ID-PARM = SPACES OR WS-DATE-PARM = SPACES
               OR WS-CAT-PARM = SPACES OR WS-VALEUR-PARM = SPACES
               DISPLAY 'USAGE: depndf <EMPLOYE-ID> <DATE AAAAMMJJ> '
                   '<CATEGORIE> <MONTANT EUROS | KILOMETRES>'
               DISPLAY '  EX : depndf EMP00012 20261005 REPAS 18,50'
               DISPLAY '       depndf EMP00012 20261005 KM 142'
               STOP RUN
           END-IF.

           IF WS-DATE-PARM IS NOT NUMERIC
               DISPLAY 'DATE DE DEPENSE INVALIDE (AAAAMMJJ ATTENDU) : '
                   WS-DATE-PARM
               STOP RUN
           END-IF.
           IF WS-DATE-PARM > WS-DATE-JOUR
               DISPLAY 'DEPENSE POSTERIEURE AU JOUR : ' WS-DATE-PARM
               STOP RUN
           END-IF.
       1000-PARM-END.
           EXIT.

      ***** Montant en euros (virgule decimale, 2 decimales au plus) **
      ***** ou, pour une categorie kilometrique, kilometres entiers  **
       1100-VALEUR-START.
           MOVE SPACES TO WS-EUROS-PARM WS-CENTS-PARM.
           MOVE 0 TO WS-LG-EUROS WS-LG-CENTS.
           UNSTRING WS-VALEUR-PARM DELIMITED BY ',' OR SPACE
               INTO WS-EUROS-PARM COUNT IN WS-LG-EUROS
                    WS-CENTS-PARM COUNT IN WS-LG-CENTS
           END-UNSTRING.

           IF WS-LG-EUROS = 0 OR WS-LG-EUROS > 5
               OR WS-EUROS-PARM(1:WS-LG-EUROS) IS NOT NUMERIC
               OR WS-LG-CENTS > 2
               PERFORM 1190-VALEUR-KO-START THRU 1190-VALEUR-KO-END
           END-IF.
           MOVE WS-EUROS-PARM(1:WS-LG-EUROS) TO WS-EUROS.

           IF WS-CAT-KILOMETRIQUE
               IF WS-LG-CENTS > 0 OR WS-EUROS = 0
                   PERFORM 1190-VALEUR-KO-START THRU 1190-VALEUR-KO-END
               END-IF
               MOVE WS-EUROS TO WS-KM
               GO TO 1100-VALEUR-END
           END-IF.

      *    Centimes sur 0, 1 ou 2 chiffres : "18,5" vaut 18,50.
           INSPECT WS-CENTS-PARM REPLACING ALL SPACE BY '0'.
           IF WS-CENTS-PARM IS NOT NUMERIC
               PERFORM 1190-VALEUR-KO-START THRU 1190-VALEUR-KO-END
           END-IF.
           MOVE WS-CENTS-PARM TO WS-CENTS.
           COMPUTE WS-MONTANT = WS-EUROS + WS-CENTS / 100.
           IF WS-MONTANT = 0
               PERFORM 1190-VALEUR-KO-START THRU 1190-VALEUR-KO-END
           END-IF.
       1100-VALEUR-END.
           EXIT.

      ***** Valeur saisie invalide : message selon la categorie *****
       1190-VALEUR-KO-START.
           IF WS-CAT-KILOMETRIQUE
               DISPLAY 'KILOMETRES INVALIDES (ENTIER DE 1 A 99999) : '
                   WS-VALEUR-PARM
           ELSE
               DISPLAY 'MONTANT INVALIDE (EX : 18,50) : '
                   WS-VALEUR-PARM
           END-IF.
           STOP RUN.
       1190-VALEUR-KO-END.
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
                   ' AGENCE ' WS-AGENCE-TROUVEE
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
                       MOVE 'O'            TO WS-EMPLOYE-TROUVE
                       MOVE EMPLOYE-NOM    TO WS-NOM-TROUVE
                       MOVE EMPLOYE-AGENCE TO WS-AGENCE-TROUVEE
                   END-IF
           END-READ.
       2100-CHECK-EMP-LOOP-END.
           EXIT.

      ***** La categorie doit figurer dans la reference ; le bareme **
      ***** kilometrique est charge pour une categorie 'K'          **
       2500-CATEGORIE-START.
           MOVE 'N' TO WS-CATEGORIE-TROUVEE.
           OPEN INPUT FIC-CATEGORIE.
           IF NOT WS-CATEGORIE-OK
               DISPLAY 'FICHIER ndf-categories.txt ABSENT '
                   '(STATUT ' WS-CATEGORIE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2600-CATEGORIE-LOOP-START
               THRU 2600-CATEGORIE-LOOP-END
               UNTIL WS-CATEGORIE-END.
           CLOSE FIC-CATEGORIE.

           IF WS-CATEGORIE-TROUVEE NOT = 'O'
               DISPLAY 'CATEGORIE INCONNUE DE ndf-categories.txt : '
                   WS-CAT-PARM ' - SAISIE REFUSEE'
               STOP RUN
           END-IF.
           IF WS-CAT-KILOMETRIQUE
               PERFORM 2700-LOAD-BAREME-START
                   THRU 2700-LOAD-BAREME-END
           END-IF.
       2500-CATEGORIE-END.
           EXIT.

       2600-CATEGORIE-LOOP-START.
           READ FIC-CATEGORIE
               AT END
                   MOVE '10' TO WS-CATEGORIE-STATUS
               NOT AT END
                   IF CAT-CODE = WS-CAT-PARM
                       IF CAT-PLAFOND IS NOT NUMERIC
                           OR (NOT CAT-KILOMETRIQUE
                               AND NOT CAT-MONTANT)
                           DISPLAY 'CATEGORIE ' CAT-CODE ' MAL '
                               'DECRITE DANS ndf-categories.txt '
                               '(TYPE K/M, PLAFOND), ARRET'
                           STOP RUN
                       END-IF
                       MOVE 'O'         TO WS-CATEGORIE-TROUVEE
                       MOVE CAT-LIBELLE TO WS-CAT-LIBELLE
                       MOVE CAT-TYPE    TO WS-CAT-TYPE
                       MOVE CAT-PLAFOND TO WS-CAT-PLAFOND
                   END-IF
           END-READ.
       2600-CATEGORIE-LOOP-END.
           EXIT.

      ***** Bareme kilometrique : obligatoire pour valoriser les km, **
      ***** tranches par bornes strictement croissantes              **
       2700-LOAD-BAREME-START.
           OPEN INPUT FIC-BAREME.
           IF NOT WS-BAREME-OK
               DISPLAY 'FICHIER ndf-bareme-km.txt ABSENT '
                   '(STATUT ' WS-BAREME-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2800-BAREME-LOOP-START
               THRU 2800-BAREME-LOOP-END
               UNTIL WS-BAREME-END.
           CLOSE FIC-BAREME.
           IF BAREME-LGTH = 0
               DISPLAY 'AUCUNE TRANCHE DANS ndf-bareme-km.txt, ARRET'
               STOP RUN
           END-IF.
       2700-LOAD-BAREME-END.
           EXIT.

       2800-BAREME-LOOP-START.
           READ FIC-BAREME
               AT END
                   MOVE '10' TO WS-BAREME-STATUS
               NOT AT END
                   IF BKM-KM-MAX IS NOT NUMERIC
                       OR BKM-TAUX IS NOT NUMERIC
                       DISPLAY 'TRANCHE NON NUMERIQUE DANS '
                           'ndf-bareme-km.txt : ' REC-BAREME ', ARRET'
                       STOP RUN
                   END-IF
                   IF BAREME-LGTH > 0
                       AND BKM-KM-MAX NOT >
                           TBL-BKM-KM-MAX(BAREME-LGTH)
                       DISPLAY 'TRANCHES NON CROISSANTES DANS '
                           'ndf-bareme-km.txt : ' REC-BAREME ', ARRET'
                       STOP RUN
                   END-IF
                   IF BAREME-LGTH < 20
                       SET BAREME-LGTH UP BY 1
                       SET IDX-BAREME TO BAREME-LGTH
                       MOVE BKM-KM-MAX TO TBL-BKM-KM-MAX(IDX-BAREME)
                       MOVE BKM-TAUX   TO TBL-BKM-TAUX(IDX-BAREME)
                   END-IF
           END-READ.
       2800-BAREME-LOOP-END.
           EXIT.

      ***** Notes deja saisies : refus d'un doublon (meme employe, **
      ***** meme jour, meme categorie) et cumul kilometrique de    **
      ***** l'annee de la depense                                  **
       3000-CHECK-NOTES-START.
           MOVE 'N' TO WS-DOUBLON.
           MOVE 0   TO WS-CUMUL-KM.
           OPEN INPUT FIC-NOTEFRAIS.
           IF NOT WS-NOTEFRAIS-OK
               GO TO 3000-CHECK-NOTES-END
           END-IF.
           PERFORM 3100-CHECK-NOTES-LOOP-START
               THRU 3100-CHECK-NOTES-LOOP-END
               UNTIL WS-NOTEFRAIS-END.
           CLOSE FIC-NOTEFRAIS.

           IF WS-DOUBLON = 'O'
               DISPLAY 'DEPENSE ' WS-CAT-PARM ' DU ' WS-DATE-PARM
                   ' DEJA SAISIE POUR ' WS-ID-PARM
                   ' - DOUBLON REFUSE'
               STOP RUN
           END-IF.
       3000-CHECK-NOTES-END.
           EXIT.

       3100-CHECK-NOTES-LOOP-START.
           READ FIC-NOTEFRAIS
               AT END
                   MOVE '10' TO WS-NOTEFRAIS-STATUS
               NOT AT END
                   IF NDF-EMPLOYE-ID = WS-ID-PARM
                       IF NDF-DATE = WS-DATE-PARM
                           AND NDF-CATEGORIE = WS-CAT-PARM
                           MOVE 'O' TO WS-DOUBLON
                       END-IF
                       IF NDF-DATE(1:4) = WS-DATE-PARM(1:4)
                           AND NDF-KM IS NUMERIC
                           ADD NDF-KM TO WS-CUMUL-KM
                       END-IF
                   END-IF
           END-READ.
       3100-CHECK-NOTES-LOOP-END.
           EXIT.

      ***** Valorisation des km : chaque kilometre est paye au taux **
      ***** de la tranche ou tombe son rang dans le cumul annuel ;  **
      ***** au-dela de la derniere borne, taux de la derniere       **
       3500-BAREME-START.
           COMPUTE WS-KM-DEBUT = WS-CUMUL-KM.
           COMPUTE WS-KM-FIN   = WS-CUMUL-KM + WS-KM.
           MOVE 0 TO WS-INDEMNITE.
           MOVE 0 TO WS-BORNE-BASSE.
           PERFORM 3510-TRANCHE-START THRU 3510-TRANCHE-END
               VARYING IDX-BAREME FROM 1 BY 1
               UNTIL IDX-BAREME > BAREME-LGTH.
           IF WS-KM-FIN > WS-BORNE-BASSE
               COMPUTE WS-KM-TRANCHE = WS-KM-FIN - WS-BORNE-BASSE
               IF WS-KM-DEBUT > WS-BORNE-BASSE
                   COMPUTE WS-KM-TRANCHE = WS-KM-FIN - WS-KM-DEBUT
               END-IF
               COMPUTE WS-INDEMNITE = WS-INDEMNITE
                   + WS-KM-TRANCHE * TBL-BKM-TAUX(BAREME-LGTH)
           END-IF.
           IF WS-INDEMNITE > 99999,99
               DISPLAY 'INDEMNITE KILOMETRIQUE HORS LIMITE : '
                   WS-KM ' KM - SAISIE REFUSEE'
               STOP RUN
           END-IF.
           COMPUTE WS-MONTANT ROUNDED = WS-INDEMNITE.
           MOVE WS-CUMUL-KM TO WS-EDIT-KM.
           DISPLAY 'CUMUL ANNUEL ANTERIEUR : ' WS-EDIT-KM ' KM'.
       3500-BAREME-END.
           EXIT.

      ***** Part du trajet comprise dans la tranche courante *********
       3510-TRANCHE-START.
           MOVE TBL-BKM-KM-MAX(IDX-BAREME) TO WS-BORNE-HAUTE.
           IF WS-KM-DEBUT < WS-BORNE-HAUTE
               AND WS-KM-FIN > WS-BORNE-BASSE
               MOVE WS-KM-FIN TO WS-KM-TRANCHE
               IF WS-KM-TRANCHE > WS-BORNE-HAUTE
                   MOVE WS-BORNE-HAUTE TO WS-KM-TRANCHE
               END-IF
               IF WS-KM-DEBUT > WS-BORNE-BASSE
                   SUBTRACT WS-KM-DEBUT FROM WS-KM-TRANCHE
               ELSE
                   SUBTRACT WS-BORNE-BASSE FROM WS-KM-TRANCHE
               END-IF
               COMPUTE WS-INDEMNITE = WS-INDEMNITE
                   + WS-KM-TRANCHE * TBL-BKM-TAUX(IDX-BAREME)
           END-IF.
           MOVE WS-BORNE-HAUTE TO WS-BORNE-BASSE.
       3510-TRANCHE-END.
           EXIT.

      ***** Plafond de la categorie : au-dela, la note part au visa **
      ***** du responsable du responsable                           **
       4000-PLAFOND-START.
           MOVE 'N' TO WS-RENVOI.
           IF WS-CAT-PLAFOND > 0
               AND WS-MONTANT > WS-CAT-PLAFOND
               MOVE 'O' TO WS-RENVOI
               MOVE WS-CAT-PLAFOND TO WS-EDIT-MONTANT
               DISPLAY 'PLAFOND DE LA CATEGORIE DEPASSE ('
                   WS-EDIT-MONTANT ' EUROS) : NOTE RENVOYEE AU '
                   'RESPONSABLE DU RESPONSABLE'
           END-IF.
       4000-PLAFOND-END.
           EXIT.

      ***** Ajout de la note en fin de fichier ************************
       5000-JOURNAL-START.
           OPEN EXTEND FIC-NOTEFRAIS.
           IF WS-NOTEFRAIS-ABSENT
               OPEN OUTPUT FIC-NOTEFRAIS
           END-IF.
           MOVE SPACES TO REC-NOTEFRAIS.
           MOVE WS-ID-PARM        TO NDF-EMPLOYE-ID.
           MOVE WS-DATE-PARM      TO NDF-DATE.
           MOVE WS-CAT-PARM       TO NDF-CATEGORIE.
           MOVE WS-MONTANT        TO NDF-MONTANT.
           MOVE WS-KM             TO NDF-KM.
           MOVE WS-AGENCE-TROUVEE TO NDF-AGENCE.
           MOVE WS-RENVOI         TO NDF-RENVOI.
           MOVE WS-DATE-JOUR      TO NDF-DATE-SAISIE.
           WRITE REC-NOTEFRAIS.
           CLOSE FIC-NOTEFRAIS.
           MOVE WS-MONTANT TO WS-EDIT-MONTANT.
           DISPLAY 'NOTE ' WS-CAT-LIBELLE ' : ' WS-EDIT-MONTANT
               ' EUROS ENREGISTREE DANS notesfrais.dat'.
       5000-JOURNAL-END.
           EXIT.
