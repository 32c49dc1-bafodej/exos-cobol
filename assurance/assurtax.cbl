      *                 le taux et le montant de taxe, puis le total
      *                 general a reverser ; les types sans taux au
      *                 bareme sont listes a taux zero et comptes.
      *    2026-10-15  Contrats en devise (WS-DEVISE) : les montants
      *                 sont convertis en euros avant cumul, aux taux
      *                 de calc-devises.txt (routine partagee
      *                 DEVEUR.cpy) ; l'edition indique la date des
      *                 taux appliques. Taux absent ou perime : arret.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

      ***** Taux de change du jour, pour les contrats en devise *******
           SELECT FIC-DEVISES ASSIGN TO 'calc-devises.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS DV-DEVISES-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-DEVISES
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEVISE.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

                10  TBL-TAX-TYPE          PIC X(13).
                10  TBL-TAX-TAUX          PIC 9(2)V99.

        01  WS-MONTANT-NUM                PIC 9(9)V99 VALUE 0.
        01  WS-TAXE                       PIC 9(11)V99 VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-SANS-TAUX               PIC 9(3) VALUE 0.
            05  FILLER                    PIC X(6) VALUE ' TAXE:'.
            05  WS-EDIT-TOT-TAXE          PIC Z(12)9,99.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'DEVEUR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           EXIT.

       2110-CUMUL-TYPE-START.
           MOVE WS-DEVISE       TO DV-DEVISE.
           MOVE WS-MONTANT-PAYE TO DV-MONTANT.
           MOVE WS-NUM-CONTRAT  TO DV-CONTRAT.
           PERFORM 9880-CONVERTIT-EUR-START THRU 9880-CONVERTIT-EUR-END.
           MOVE DV-MONTANT-EUR  TO WS-MONTANT-NUM.
           SET IDX-TYPE TO 1.
           SEARCH TYPE-TBL
               AT END
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           PERFORM 3050-ENTETE-TAUX-START
               THRU 3050-ENTETE-TAUX-END.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

       3000-RAPPORT-END.
           EXIT.

      ***** Etat des taux de change appliques, en tete d'edition : ****
      ***** date du plus ancien taux utilise puis une ligne par    ****
      ***** devise convertie                                        ****
       3050-ENTETE-TAUX-START.
           MOVE SPACES TO REC-RAPPORT.
           IF DV-NB-CONVERTIS = 0
               STRING 'MONTANTS EN EUROS (AUCUN CONTRAT EN DEVISE)'
                   DELIMITED BY SIZE INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING 'MONTANTS CONVERTIS EN EUROS - TAUX '
                       DELIMITED BY SIZE
                   'calc-devises.txt DU ' DELIMITED BY SIZE
                   DV-DATE-TAUX-MIN       DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.
           PERFORM 3060-LIGNE-TAUX-START
               THRU 3060-LIGNE-TAUX-END
               VARYING IDX-DEVISE FROM 1 BY 1
               UNTIL IDX-DEVISE > DEVISE-LGTH.
       3050-ENTETE-TAUX-END.
           EXIT.

       3060-LIGNE-TAUX-START.
           IF TBL-DEV-NB(IDX-DEVISE) = 0
               GO TO 3060-LIGNE-TAUX-END
           END-IF.
           PERFORM 9890-LIBELLE-TAUX-START THRU 9890-LIBELLE-TAUX-END.
           MOVE SPACES TO REC-RAPPORT.
           MOVE DV-LIBELLE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3060-LIGNE-TAUX-END.
           EXIT.

       3100-LIGNE-TYPE-START.
           COMPUTE WS-TAXE ROUNDED =
               TBL-BASE(IDX-TYPE) * TBL-TAUX(IDX-TYPE) / 100.
           DISPLAY 'RAPPORT ECRIT      : assurtax.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.

           COPY 'DEVEUR.cpy'.
