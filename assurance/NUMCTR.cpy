      ***** Routine partagee des numeros de contrat ********************
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION de
      *                 tout programme qui attribue ou recoit en saisie
      *                 un numero de contrat, sur le modele de
      *                 IBANCHK.cpy (champs dans NUMCTR-WS.cpy).
      *                 Format attribue par assurmnt.cbl : 'C', un
      *                 numero de sequence sur six chiffres, puis une
      *                 cle de controle calculee par l'algorithme de
      *                 Luhn (modulo 10 : en partant de la droite, un
      *                 chiffre sur deux est double, 9 retranche si le
      *                 double depasse 9, la cle complete la somme a
      *                 la dizaine). Toute faute de frappe sur un
      *                 chiffre et la plupart des inversions de deux
      *                 chiffres voisins sont ainsi detectees.
      *                 - controle : NC-NUM-CONTRAT alimente, PERFORM
      *                   9850-CONTROLE-CONTRAT-START THRU
      *                   9850-CONTROLE-CONTRAT-END -> NC-EST-VALIDE ;
      *                 - attribution : NC-SEQUENCE alimente, PERFORM
      *                   9870-NOUVEAU-NUMERO-START THRU
      *                   9870-NOUVEAU-NUMERO-END -> NC-NUM-CONTRAT.
      **********************************************************************
       9850-CONTROLE-CONTRAT-START.
           MOVE 'N' TO NC-EST-VALIDE.
      *    Numeros CTRnnnnn saisis avant l'attribution centrale : ils
      *    n'ont pas de cle, seul leur format est verifie.
           IF NC-NUM-CONTRAT(1:3) = 'CTR'
               AND NC-NUM-CONTRAT(4:5) IS NUMERIC
               MOVE 'A' TO NC-EST-VALIDE
               GO TO 9850-CONTROLE-CONTRAT-END
           END-IF.
           IF NC-NUM-CONTRAT(1:1) NOT = 'C'
               OR NC-NUM-CONTRAT(2:7) IS NOT NUMERIC
               GO TO 9850-CONTROLE-CONTRAT-END
           END-IF.
           MOVE NC-NUM-CONTRAT(2:6) TO NC-SEQUENCE.
           PERFORM 9860-CALCULE-CLE-START THRU 9860-CALCULE-CLE-END.
           IF NC-NUM-CONTRAT(8:1) = NC-CLE
               MOVE 'O' TO NC-EST-VALIDE
           END-IF.
       9850-CONTROLE-CONTRAT-END.
           EXIT.

      ***** Cle de Luhn de NC-SEQUENCE -> NC-CLE **********************
       9860-CALCULE-CLE-START.
           MOVE 0   TO NC-SOMME.
           MOVE 'O' TO NC-DOUBLE.
           PERFORM 9865-CLE-CHIFFRE-START
               THRU 9865-CLE-CHIFFRE-END
               VARYING NC-POS FROM 6 BY -1
               UNTIL NC-POS < 1.
           DIVIDE NC-SOMME BY 10 GIVING NC-QUOTIENT
               REMAINDER NC-RESTE.
           IF NC-RESTE = 0
               MOVE 0 TO NC-CLE
           ELSE
               COMPUTE NC-CLE = 10 - NC-RESTE
           END-IF.
       9860-CALCULE-CLE-END.
           EXIT.

      ***** Un chiffre de la sequence, double un rang sur deux en *****
      ***** partant de la droite                                   *****
       9865-CLE-CHIFFRE-START.
           MOVE NC-CHIFFRE(NC-POS) TO NC-VALEUR.
           IF NC-DOUBLE = 'O'
               COMPUTE NC-VALEUR = NC-VALEUR * 2
               IF NC-VALEUR > 9
                   SUBTRACT 9 FROM NC-VALEUR
               END-IF
               MOVE 'N' TO NC-DOUBLE
           ELSE
               MOVE 'O' TO NC-DOUBLE
           END-IF.
           ADD NC-VALEUR TO NC-SOMME.
       9865-CLE-CHIFFRE-END.
           EXIT.

      ***** Numero complet 'C' + sequence + cle -> NC-NUM-CONTRAT *****
       9870-NOUVEAU-NUMERO-START.
           PERFORM 9860-CALCULE-CLE-START THRU 9860-CALCULE-CLE-END.
           MOVE SPACES TO NC-NUM-CONTRAT.
           STRING 'C' NC-SEQUENCE NC-CLE
               DELIMITED BY SIZE INTO NC-NUM-CONTRAT.
       9870-NOUVEAU-NUMERO-END.
           EXIT.
