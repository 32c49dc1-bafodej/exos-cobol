      ***** Routine partagee de recherche du gestionnaire de compte ****
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION
      *                 des programmes qui adressent un travail a
      *                 traiter (rappels, relances, listes de travail)
      *                 au gestionnaire du client plutot qu'a toute son
      *                 agence, sur le modele d'AGENCE.cpy (champs dans
      *                 GESTION-WS.cpy). Le programme declare
      *                 FIC-GESTION (gestionnaires.dat, enregistrement
      *                 FGESTION.cpy, FILE STATUS GS-GESTION-STATUS).
      *                 - GS-CODE-CLT alimente, PERFORM
      *                   9930-GESTIONNAIRE-START THRU
      *                   9930-GESTIONNAIRE-END -> GS-TROUVE et
      *                   GS-EMPLOYE-ID.
      *                 Sans fichier gestionnaires.dat, aucun client
      *                 n'a de gestionnaire : tout reste adresse a
      *                 l'agence. Le fichier est charge au premier
      *                 appel.
      **********************************************************************
       9930-GESTIONNAIRE-START.
           IF NOT GS-GESTION-CHARGES
               PERFORM 9935-CHARGE-GESTION-START
                   THRU 9935-CHARGE-GESTION-END
           END-IF.
           MOVE 'N'    TO GS-TROUVE.
           MOVE SPACES TO GS-EMPLOYE-ID.
           IF GSM-LGTH = 0
               ADD 1 TO GS-NB-AGENCE
               GO TO 9930-GESTIONNAIRE-END
           END-IF.
           SET IDX-GSM TO 1.
           SEARCH GSM-TBL
               AT END
                   CONTINUE
               WHEN TBL-GSM-CODE-CLT(IDX-GSM) = GS-CODE-CLT
                   MOVE 'O' TO GS-TROUVE
                   MOVE TBL-GSM-EMPLOYE(IDX-GSM) TO GS-EMPLOYE-ID
           END-SEARCH.
           IF NOT GS-AFFECTE
               ADD 1 TO GS-NB-AGENCE
           END-IF.
       9930-GESTIONNAIRE-END.
           EXIT.

      ***** Chargement de gestionnaires.dat au premier appel ; *********
      ***** fichier absent : aucun gestionnaire (message d'alerte) *****
       9935-CHARGE-GESTION-START.
           MOVE 'O' TO GS-CHARGE.
           OPEN INPUT FIC-GESTION.
           IF NOT GS-GESTION-OK
               DISPLAY '*** FICHIER gestionnaires.dat ABSENT (STATUT '
                   GS-GESTION-STATUS ') : TOUT RESTE ADRESSE A '
                   'L''AGENCE'
               GO TO 9935-CHARGE-GESTION-END
           END-IF.
           PERFORM 9936-LIT-GESTION-START THRU 9936-LIT-GESTION-END
               UNTIL GS-GESTION-END.
           CLOSE FIC-GESTION.
       9935-CHARGE-GESTION-END.
           EXIT.

       9936-LIT-GESTION-START.
           READ FIC-GESTION
               AT END
                   MOVE '10' TO GS-GESTION-STATUS
               NOT AT END
                   IF GST-CODE-CLT NOT = SPACES
                       AND GST-EMPLOYE-ID NOT = SPACES
                       AND GSM-LGTH < 20000
                       SET GSM-LGTH UP BY 1
                       SET IDX-GSM TO GSM-LGTH
                       MOVE GST-CODE-CLT   TO TBL-GSM-CODE-CLT(IDX-GSM)
                       MOVE GST-EMPLOYE-ID TO TBL-GSM-EMPLOYE(IDX-GSM)
                   END-IF
           END-READ.
       9936-LIT-GESTION-END.
           EXIT.
