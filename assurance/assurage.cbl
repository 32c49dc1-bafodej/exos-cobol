      *                 libellee via fr-liste-dept.txt). Nombre de
      *                 contrats et cumul des montants payes par agence
      *                 dans assurage.lis, avec ligne de total general.
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

                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).

        01  WS-MONTANT-NUM                PIC 9(9)V99.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ORPHELINS               PIC 9(7) VALUE 0.
        01  WS-NB-AGENCE-INC              PIC 9(7) VALUE 0.
            05  FILLER                    PIC X(9) VALUE ' MONTANT:'.
            05  WS-EDIT-MONTANT           PIC Z(11)9,99.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'DEVEUR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           EXIT.

       2110-LOOKUP-CLIENT-START.
           MOVE WS-DEVISE       TO DV-DEVISE.
           MOVE WS-MONTANT-PAYE TO DV-MONTANT.
           MOVE WS-NUM-CONTRAT  TO DV-CONTRAT.
           PERFORM 9880-CONVERTIT-EUR-START THRU 9880-CONVERTIT-EUR-END.
           MOVE DV-MONTANT-EUR  TO WS-MONTANT-NUM.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
           STRING 'CONCENTRATION DU PORTEFEUILLE PAR AGENCE'
               DELIMITED BY SIZE INTO REC-RAPPORT.
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

       3100-LIGNE-AGENCE-START.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE)    TO WS-EDIT-CODE.
           MOVE TBL-LIBELLE-AGENCE(IDX-AGENCE) TO WS-EDIT-LIBELLE.
           DISPLAY 'RAPPORT ECRIT        : assurage.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.

           COPY 'DEVEUR.cpy'.
