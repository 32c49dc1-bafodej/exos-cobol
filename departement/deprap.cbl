      *                 CLIENTS INCONNUS en fin de liste et son compte
      *                 est affiche, a l'image des lignes non
      *                 routables d'assurdis.cbl.
      *    2026-10-15  Rappels adresses au gestionnaire de compte du
      *                 client (gestionnaires.dat via GESTION.cpy) :
      *                 dans chaque section d'agence, les rappels sont
      *                 regroupes par gestionnaire sous un sous-titre a
      *                 son nom ; ceux des clients sans gestionnaire
      *                 restent en tete de section, pour toute
      *                 l'agence. Sans gestionnaires.dat, la liste est
      *                 celle de l'agence comme avant.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-GESTION ASSIGN TO 'gestionnaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS GS-GESTION-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'deprap.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-GESTION
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FGESTION.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                10  TBL-RAP-DATE          PIC X(8).
                10  TBL-RAP-NOTE          PIC X(40).
                10  TBL-RAP-FAIT          PIC X(1).
                10  TBL-RAP-GEST          PIC X(8).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-DATE-RAPPEL-NUM            PIC 9(8).
        01  WS-NB-NON-ROUTABLES           PIC 9(7) VALUE 0.
        01  WS-NOM-COURANT                PIC X(20).
        01  WS-AGENCE-COURANTE            PIC X(3).
        01  WS-GEST-COURANT               PIC X(8).
        01  WS-NOM-GEST                   PIC X(20).
        01  WS-NB-GEST-LIGNES             PIC 9(7) VALUE 0.

      ***** Tri des rappels par gestionnaire (stable : l'ordre du   ****
      ***** journal est garde pour un meme gestionnaire)            ****
        01           WS-SORT-I            PIC 9(5).
        01           WS-SORT-J            PIC 9(5).
        01           WS-SORT-SWAPPED      PIC X(01) VALUE 'N'.
            88       WS-SORT-DID-SWAP     VALUE 'Y'.
        01           WS-SORT-HOLD         PIC X(65).

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
            05  WS-EDIT-NOTE              PIC X(40).

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'GESTION-WS.cpy'.

       PROCEDURE DIVISION.

           PERFORM 1000-LOAD-DEPT-START    THRU 1000-LOAD-DEPT-END.
           PERFORM 1200-LOAD-CLIENT-START  THRU 1200-LOAD-CLIENT-END.
           PERFORM 1400-LOAD-RAPPELS-START THRU 1400-LOAD-RAPPELS-END.
           PERFORM 2000-SORT-START         THRU 2000-SORT-END.
           PERFORM 3000-RAPPORT-START      THRU 3000-RAPPORT-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.

           MOVE CTC-DATE-RAPPEL TO TBL-RAP-DATE(IDX-RAPPEL).
           MOVE CTC-NOTE        TO TBL-RAP-NOTE(IDX-RAPPEL).
           MOVE 'N'             TO TBL-RAP-FAIT(IDX-RAPPEL).
           MOVE CTC-CODE-CLT    TO GS-CODE-CLT.
           PERFORM 9930-GESTIONNAIRE-START THRU 9930-GESTIONNAIRE-END.
           MOVE GS-EMPLOYE-ID   TO TBL-RAP-GEST(IDX-RAPPEL).
       1510-RANGE-RAPPEL-END.
           EXIT.

       1520-SOLDE-RAPPEL-END.
           EXIT.

      ***** Rappels tries par gestionnaire ; ceux sans gestionnaire  **
      ***** (a blanc) passent en tete                                **
       2000-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 2010-SORT-PASS-START
               THRU 2010-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= RAPPEL-LGTH
               OR NOT WS-SORT-DID-SWAP.
       2000-SORT-END.
           EXIT.

       2010-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 2020-SORT-COMPARE-START
               THRU 2020-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (RAPPEL-LGTH - WS-SORT-I + 1).
       2010-SORT-PASS-END.
           EXIT.

       2020-SORT-COMPARE-START.
           SET IDX-RAPPEL TO WS-SORT-J.
           IF TBL-RAP-GEST(IDX-RAPPEL) > TBL-RAP-GEST(IDX-RAPPEL + 1)
               MOVE RAPPEL-TBL(IDX-RAPPEL)     TO WS-SORT-HOLD
               MOVE RAPPEL-TBL(IDX-RAPPEL + 1) TO RAPPEL-TBL(IDX-RAPPEL)
               MOVE WS-SORT-HOLD TO RAPPEL-TBL(IDX-RAPPEL + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       2020-SORT-COMPARE-END.
           EXIT.

      ***** Edition : une section par agence, les rappels dus du jour **
      ***** ou en retard, avec le nombre de jours de retard (DATEUTIL) **
       3000-RAPPORT-START.
               END-STRING
               WRITE REC-RAPPORT
           END-IF.
           IF WS-NB-AGENCE-LIGNES = 0
               OR TBL-RAP-GEST(IDX-RAPPEL) NOT = WS-GEST-COURANT
               PERFORM 3120-ENTETE-GEST-START
                   THRU 3120-ENTETE-GEST-END
           END-IF.
           ADD 1 TO WS-NB-AGENCE-LIGNES.
           ADD 1 TO WS-NB-DUS.
           IF WS-GEST-COURANT NOT = SPACES
               ADD 1 TO WS-NB-GEST-LIGNES
           END-IF.

           MOVE WS-DATE-RAPPEL-NUM TO DU-DATE-1.
           MOVE WS-DATE-JOUR       TO DU-DATE-2.
       3110-LIGNE-RAPPEL-END.
           EXIT.

      ***** Sous-titre du gestionnaire des rappels qui suivent ; son ***
      ***** nom est pris dans le fichier maitre (fiche employe)      ***
       3120-ENTETE-GEST-START.
           MOVE TBL-RAP-GEST(IDX-RAPPEL) TO WS-GEST-COURANT.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-GEST-COURANT = SPACES
               MOVE ' SANS GESTIONNAIRE : POUR TOUTE L''AGENCE'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 3120-ENTETE-GEST-END
           END-IF.
           MOVE '(INCONNU)' TO WS-NOM-GEST.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-GEST-COURANT
                   MOVE TBL-NOM-CLT(IDX-CLIENT) TO WS-NOM-GEST
           END-SEARCH.
           STRING ' GESTIONNAIRE ' DELIMITED BY SIZE
               WS-GEST-COURANT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOM-GEST DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       3120-ENTETE-GEST-END.
           EXIT.

      ***** Rappel du/en retard d'un client absent du fichier : ligne **
      ***** de la section CLIENTS INCONNUS, comptee a part *************
       3200-LIGNE-INCONNU-START.
           DISPLAY 'RAPPELS PROGRAMMES : ' WS-NB-RAPPELS.
           DISPLAY 'RAPPELS SOLDES     : ' WS-NB-SOLDES.
           DISPLAY 'RAPPELS DUS        : ' WS-NB-DUS.
           DISPLAY 'DONT GESTIONNAIRE  : ' WS-NB-GEST-LIGNES.
           DISPLAY 'NON ROUTABLES      : ' WS-NB-NON-ROUTABLES
               ' (CLIENT INCONNU)'.
           DISPLAY 'LISTE ECRITE       : deprap.lis'.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'GESTION.cpy'.
