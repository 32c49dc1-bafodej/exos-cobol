      ***** Routine partagee de controle d'un IBAN *********************
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION de
      *                 tout programme qui saisit des coordonnees
      *                 bancaires, sur le modele de DATEUTIL.cpy :
      *                 alimenter IB-IBAN (IBANCHK-WS.cpy) puis
      *                 PERFORM 9800-CONTROLE-IBAN-START THRU
      *                 9800-CONTROLE-IBAN-END -> IB-EST-VALIDE.
      *                 Controles : longueur de 15 a 34 caracteres
      *                 (27 pour un IBAN FR), code pays alphabetique,
      *                 cle numerique, puis cle de controle ISO 13616
      *                 (les quatre premiers caracteres passent en fin,
      *                 chaque lettre vaut 10 a 35, le nombre obtenu
      *                 doit donner un reste de 1 modulo 97 ; le reste
      *                 est calcule chiffre par chiffre pour ne jamais
      *                 manipuler le nombre entier).
      **********************************************************************
       9800-CONTROLE-IBAN-START.
           MOVE 'N' TO IB-EST-VALIDE.
           MOVE 0 TO IB-LONGUEUR.
           INSPECT IB-IBAN TALLYING IB-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF IB-LONGUEUR < 15
               GO TO 9800-CONTROLE-IBAN-END
           END-IF.
           IF IB-IBAN(1:2) IS NOT ALPHABETIC-UPPER
               OR IB-IBAN(3:2) IS NOT NUMERIC
               GO TO 9800-CONTROLE-IBAN-END
           END-IF.
           IF IB-IBAN(1:2) = 'FR' AND IB-LONGUEUR NOT = 27
               GO TO 9800-CONTROLE-IBAN-END
           END-IF.

           MOVE SPACES TO IB-REARRANGE.
           MOVE IB-IBAN(5:IB-LONGUEUR - 4) TO IB-REARRANGE.
           MOVE IB-IBAN(1:4) TO IB-REARRANGE(IB-LONGUEUR - 3:4).

           MOVE 0   TO IB-RESTE.
           MOVE 'O' TO IB-EST-VALIDE.
           PERFORM 9810-IBAN-CARACTERE-START
               THRU 9810-IBAN-CARACTERE-END
               VARYING IB-POS FROM 1 BY 1
               UNTIL IB-POS > IB-LONGUEUR
               OR IB-EST-VALIDE = 'N'.
           IF IB-EST-VALIDE = 'O' AND IB-RESTE NOT = 1
               MOVE 'N' TO IB-EST-VALIDE
           END-IF.
       9800-CONTROLE-IBAN-END.
           EXIT.

      ***** Un caractere de l'IBAN reordonne : chiffre ou lettre ******
      ***** (A = 10 ... Z = 35), reste modulo 97 cumule             ******
       9810-IBAN-CARACTERE-START.
           MOVE IB-REARRANGE(IB-POS:1) TO IB-CAR.
           IF IB-CAR IS NUMERIC
               MOVE IB-CAR TO IB-CHIFFRE
               COMPUTE IB-CUMUL = IB-RESTE * 10 + IB-CHIFFRE
           ELSE
               MOVE 0 TO IB-RANG-LETTRE
               INSPECT IB-ALPHABET TALLYING IB-RANG-LETTRE
                   FOR CHARACTERS BEFORE INITIAL IB-CAR
               IF IB-RANG-LETTRE >= 26
                   MOVE 'N' TO IB-EST-VALIDE
                   GO TO 9810-IBAN-CARACTERE-END
               END-IF
               COMPUTE IB-VALEUR = IB-RANG-LETTRE + 10
               COMPUTE IB-CUMUL = IB-RESTE * 100 + IB-VALEUR
           END-IF.
           DIVIDE IB-CUMUL BY 97 GIVING IB-QUOTIENT
               REMAINDER IB-RESTE.
       9810-IBAN-CARACTERE-END.
           EXIT.
