      ***** Routine partagee de conversion en euros ********************
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION
      *                 des editions qui cumulent WS-MONTANT-PAYE, sur
      *                 le modele de DATEUTIL.cpy (champs dans
      *                 DEVEUR-WS.cpy). Le programme declare FIC-DEVISES
      *                 (calc-devises.txt, enregistrement FDEVISE.cpy),
      *                 copie DATEUTIL-WS.cpy/DATEUTIL.cpy (age du
      *                 taux) et travaille en DECIMAL-POINT IS COMMA.
      *                 - conversion : DV-DEVISE, DV-MONTANT et
      *                   DV-CONTRAT alimentes, PERFORM
      *                   9880-CONVERTIT-EUR-START THRU
      *                   9880-CONVERTIT-EUR-END -> DV-MONTANT-EUR ;
      *                   devise a blanc ou EUR : montant repris tel
      *                   quel, sans lecture des taux ;
      *                 - etat : pour chaque poste de DEVISE-TBL dont
      *                   TBL-DEV-NB > 0, PERFORM
      *                   9890-LIBELLE-TAUX-START THRU
      *                   9890-LIBELLE-TAUX-END -> DV-LIBELLE.
      *                 Un montant ne doit jamais etre cumule avec un
      *                 taux absent ou perime : fichier des taux absent,
      *                 devise sans taux ou taux plus vieux que
      *                 DV-AGE-MAX jours arretent le traitement (message
      *                 *** ... ARRET, code retour 8) avant toute
      *                 edition.
      **********************************************************************
       9880-CONVERTIT-EUR-START.
           IF DV-DEVISE = SPACES OR DV-DEVISE = 'EUR'
               MOVE DV-MONTANT TO DV-MONTANT-EUR
               GO TO 9880-CONVERTIT-EUR-END
           END-IF.
           IF NOT DV-TAUX-CHARGES
               PERFORM 9885-CHARGE-TAUX-START
                   THRU 9885-CHARGE-TAUX-END
           END-IF.

           SET IDX-DEVISE TO 1.
           SEARCH DEVISE-TBL
               AT END
                   DISPLAY '*** DEVISE ' DV-DEVISE ' DU CONTRAT '
                       DV-CONTRAT ' ABSENTE DE calc-devises.txt, ARRET'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN TBL-DEV-CODE(IDX-DEVISE) = DV-DEVISE
                   CONTINUE
           END-SEARCH.

           MOVE TBL-DEV-DATE(IDX-DEVISE) TO DU-DATE-1.
           MOVE DV-DATE-JOUR             TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS > DV-AGE-MAX
               MOVE DU-NB-JOURS TO DV-EDIT-JOURS
               DISPLAY '*** TAUX ' DV-DEVISE ' DU '
                   TBL-DEV-DATE(IDX-DEVISE) ' TROP ANCIEN ('
                   DV-EDIT-JOURS ' JOURS, MAXIMUM ' DV-AGE-MAX
                   '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE DV-MONTANT-EUR ROUNDED =
               DV-MONTANT / TBL-DEV-TAUX(IDX-DEVISE).
           ADD 1 TO TBL-DEV-NB(IDX-DEVISE).
           ADD 1 TO DV-NB-CONVERTIS.
           IF DV-DATE-TAUX-MIN = 0
               OR TBL-DEV-DATE(IDX-DEVISE) < DV-DATE-TAUX-MIN
               MOVE TBL-DEV-DATE(IDX-DEVISE) TO DV-DATE-TAUX-MIN
           END-IF.
       9880-CONVERTIT-EUR-END.
           EXIT.

      ***** Chargement de calc-devises.txt au premier contrat en ******
      ***** devise ; lignes au taux ou a la date non numerique ou  ******
      ***** nul ignorees (la devise sera donc reputee sans taux)   ******
       9885-CHARGE-TAUX-START.
           MOVE 'O' TO DV-CHARGE.
           IF DV-DATE-JOUR = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO DV-DATE-JOUR
           END-IF.
           OPEN INPUT FIC-DEVISES.
           IF NOT DV-DEVISES-OK
               DISPLAY '*** FICHIER calc-devises.txt ABSENT (STATUT '
                   DV-DEVISES-STATUS ') : CONVERSION EN EUROS '
                   'IMPOSSIBLE, ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9886-LIT-TAUX-START THRU 9886-LIT-TAUX-END
               UNTIL DV-DEVISES-END.
           CLOSE FIC-DEVISES.
       9885-CHARGE-TAUX-END.
           EXIT.

       9886-LIT-TAUX-START.
           READ FIC-DEVISES
               AT END
                   MOVE '10' TO DV-DEVISES-STATUS
               NOT AT END
                   IF DEV-CODE NOT = SPACES
                       AND DEV-TAUX IS NUMERIC
                       AND DEV-DATE IS NUMERIC
                       AND DEV-TAUX > 0
                       PERFORM 9887-RANGE-TAUX-START
                           THRU 9887-RANGE-TAUX-END
                   END-IF
           END-READ.
       9886-LIT-TAUX-END.
           EXIT.

      ***** Une devise deja vue prend le taux de la derniere ligne *****
       9887-RANGE-TAUX-START.
           SET IDX-DEVISE TO 1.
           SEARCH DEVISE-TBL
               AT END
                   IF DEVISE-LGTH < 100
                       SET DEVISE-LGTH UP BY 1
                       SET IDX-DEVISE TO DEVISE-LGTH
                       MOVE DEV-CODE TO TBL-DEV-CODE(IDX-DEVISE)
                       MOVE DEV-TAUX TO TBL-DEV-TAUX(IDX-DEVISE)
                       MOVE DEV-DATE TO TBL-DEV-DATE(IDX-DEVISE)
                       MOVE 0        TO TBL-DEV-NB(IDX-DEVISE)
                   END-IF
               WHEN TBL-DEV-CODE(IDX-DEVISE) = DEV-CODE
                   MOVE DEV-TAUX TO TBL-DEV-TAUX(IDX-DEVISE)
                   MOVE DEV-DATE TO TBL-DEV-DATE(IDX-DEVISE)
           END-SEARCH.
       9887-RANGE-TAUX-END.
           EXIT.

      ***** Libelle du taux applique de DEVISE-TBL(IDX-DEVISE) *********
       9890-LIBELLE-TAUX-START.
           MOVE TBL-DEV-TAUX(IDX-DEVISE) TO DV-EDIT-TAUX.
           MOVE TBL-DEV-NB(IDX-DEVISE)   TO DV-EDIT-NB.
           MOVE SPACES TO DV-LIBELLE.
           STRING '  1 EUR = '             DELIMITED BY SIZE
               DV-EDIT-TAUX                DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               TBL-DEV-CODE(IDX-DEVISE)    DELIMITED BY SIZE
               ' (TAUX DU '                DELIMITED BY SIZE
               TBL-DEV-DATE(IDX-DEVISE)    DELIMITED BY SIZE
               ', '                        DELIMITED BY SIZE
               DV-EDIT-NB                  DELIMITED BY SIZE
               ' CONTRATS CONVERTIS)'      DELIMITED BY SIZE
               INTO DV-LIBELLE
           END-STRING.
       9890-LIBELLE-TAUX-END.
           EXIT.
