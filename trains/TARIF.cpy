      ***** Routine partagee de tarification des trajets **************
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION
      *                 de tout programme qui doit calculer le prix ou
      *                 la distance d'un trajet, sur le modele de
      *                 DATEUTIL.cpy (champs dans TARIF-WS.cpy). Le
      *                 programme declare FIC-DISTANCES
      *                 (fr-distances-gares.txt, FDISTANCE.cpy, FILE
      *                 STATUS TA-DISTANCES-STATUS) et FIC-TARIFS
      *                 (trains-tarifs.txt, FTARIF.cpy, FILE STATUS
      *                 TA-TARIFS-STATUS) ; les deux fichiers sont
      *                 charges au premier appel.
      *                 - prix : PERFORM 9800-PRIX-TRAJET-START THRU
      *                   9800-PRIX-TRAJET-END. Distance = somme des
      *                   troncons de TA-DEB a TA-FIN ; prix = prise
      *                   en charge + distance x prix du kilometre,
      *                   arrondi au centime, jamais sous le minimum
      *                   du bareme ;
      *                 - distance d'un troncon seul : PERFORM
      *                   9810-KM-TRONCON-START THRU
      *                   9810-KM-TRONCON-END.
      *                 Un fichier absent arrete le traitement (message
      *                 *** ... ARRET, code retour 8) : un prix ou un
      *                 kilometrage faux est pire qu'aucun.
      *    2026-10-15  Les distances et le bareme sont charges
      *                 separement : un programme qui ne fait que des
      *                 kilometrages (9810 seul) n'a pas besoin de
      *                 trains-tarifs.txt, il declare FIC-TARIFS sans
      *                 que le fichier soit ouvert.
      **********************************************************************
       9800-PRIX-TRAJET-START.
           IF NOT TA-TARIFS-CHARGES
               PERFORM 9825-CHARGE-TARIFS-START
                   THRU 9825-CHARGE-TARIFS-END
           END-IF.
           MOVE 0 TO TA-KM TA-PRIX.
           MOVE SPACES TO TA-TRONCON.
           SET TA-OK TO TRUE.

           SET IDX-TRF TO 1.
           SEARCH TARIF-TBL
               AT END
                   SET TA-SANS-TARIF TO TRUE
                   GO TO 9800-PRIX-TRAJET-END
               WHEN TBL-TRF-TYPE(IDX-TRF) = TA-TYPE
                   AND TBL-TRF-CLASSE(IDX-TRF) = TA-CLASSE
                   CONTINUE
           END-SEARCH.

           PERFORM VARYING TA-K FROM TA-DEB BY 1
                   UNTIL TA-K NOT < TA-FIN
                   OR NOT TA-OK
               MOVE TA-ARRET(TA-K)     TO TA-DE
               MOVE TA-ARRET(TA-K + 1) TO TA-A
               PERFORM 9810-KM-TRONCON-START
                   THRU 9810-KM-TRONCON-END
               ADD TA-KM-TRONCON TO TA-KM
           END-PERFORM.
           IF NOT TA-OK
               MOVE 0 TO TA-KM
               GO TO 9800-PRIX-TRAJET-END
           END-IF.

           COMPUTE TA-PRIX ROUNDED = TBL-TRF-BASE(IDX-TRF)
               + TA-KM * TBL-TRF-PRIX-KM(IDX-TRF).
           IF TA-PRIX < TBL-TRF-MINIMUM(IDX-TRF)
               MOVE TBL-TRF-MINIMUM(IDX-TRF) TO TA-PRIX
           END-IF.
       9800-PRIX-TRAJET-END.
           EXIT.

      ***** Distance du troncon TA-DE - TA-A, dans un sens ou dans *****
      ***** l'autre                                                *****
       9810-KM-TRONCON-START.
           IF NOT TA-BAREMES-CHARGES
               PERFORM 9820-CHARGE-BAREMES-START
                   THRU 9820-CHARGE-BAREMES-END
           END-IF.
           MOVE 0 TO TA-KM-TRONCON.
           SET IDX-DST TO 1.
           SEARCH DISTANCE-TBL
               AT END
                   SET TA-SANS-DISTANCE TO TRUE
                   MOVE SPACES TO TA-TRONCON
                   STRING TA-DE DELIMITED BY '  '
                       '>'      DELIMITED BY SIZE
                       TA-A     DELIMITED BY '  '
                       INTO TA-TRONCON
                   END-STRING
               WHEN TBL-DST-GARE-1(IDX-DST) = TA-DE
                   AND TBL-DST-GARE-2(IDX-DST) = TA-A
                   MOVE TBL-DST-KM(IDX-DST) TO TA-KM-TRONCON
               WHEN TBL-DST-GARE-1(IDX-DST) = TA-A
                   AND TBL-DST-GARE-2(IDX-DST) = TA-DE
                   MOVE TBL-DST-KM(IDX-DST) TO TA-KM-TRONCON
           END-SEARCH.
       9810-KM-TRONCON-END.
           EXIT.

      ***** Chargement des distances au premier appel ****************
       9820-CHARGE-BAREMES-START.
           MOVE 'O' TO TA-CHARGE.
           OPEN INPUT FIC-DISTANCES.
           IF NOT TA-DISTANCES-OK
               DISPLAY '*** FICHIER fr-distances-gares.txt ABSENT '
                   '(STATUT ' TA-DISTANCES-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9830-LIT-DISTANCE-START THRU 9830-LIT-DISTANCE-END
               UNTIL TA-DISTANCES-END.
           CLOSE FIC-DISTANCES.
       9820-CHARGE-BAREMES-END.
           EXIT.

      ***** Chargement du bareme au premier calcul de prix ************
       9825-CHARGE-TARIFS-START.
           MOVE 'O' TO TA-CHARGE-TARIFS.
           OPEN INPUT FIC-TARIFS.
           IF NOT TA-TARIFS-OK
               DISPLAY '*** FICHIER trains-tarifs.txt ABSENT '
                   '(STATUT ' TA-TARIFS-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9840-LIT-TARIF-START THRU 9840-LIT-TARIF-END
               UNTIL TA-TARIFS-END.
           CLOSE FIC-TARIFS.
       9825-CHARGE-TARIFS-END.
           EXIT.

       9830-LIT-DISTANCE-START.
           READ FIC-DISTANCES
               AT END
                   MOVE '10' TO TA-DISTANCES-STATUS
               NOT AT END
                   IF DST-GARE-1 NOT = SPACES
                       AND DST-GARE-2 NOT = SPACES
                       AND DST-KM IS NUMERIC
                       AND DISTANCE-LGTH < 2000
                       SET DISTANCE-LGTH UP BY 1
                       SET IDX-DST TO DISTANCE-LGTH
                       MOVE DST-GARE-1 TO TBL-DST-GARE-1(IDX-DST)
                       MOVE DST-GARE-2 TO TBL-DST-GARE-2(IDX-DST)
                       MOVE DST-KM     TO TBL-DST-KM(IDX-DST)
                   END-IF
           END-READ.
       9830-LIT-DISTANCE-END.
           EXIT.

      ***** Un type et une classe deja vus prennent la derniere ligne *
       9840-LIT-TARIF-START.
           READ FIC-TARIFS
               AT END
                   MOVE '10' TO TA-TARIFS-STATUS
               NOT AT END
                   IF TRF-TYPE NOT = SPACES
                       AND TRF-BASE IS NUMERIC
                       AND TRF-PRIX-KM IS NUMERIC
                       AND TRF-MINIMUM IS NUMERIC
                       PERFORM 9845-RANGE-TARIF-START
                           THRU 9845-RANGE-TARIF-END
                   END-IF
           END-READ.
       9840-LIT-TARIF-END.
           EXIT.

       9845-RANGE-TARIF-START.
           SET IDX-TRF TO 1.
           SEARCH TARIF-TBL
               AT END
                   IF TARIF-LGTH < 50
                       SET TARIF-LGTH UP BY 1
                       SET IDX-TRF TO TARIF-LGTH
                       MOVE TRF-TYPE    TO TBL-TRF-TYPE(IDX-TRF)
                       MOVE TRF-CLASSE  TO TBL-TRF-CLASSE(IDX-TRF)
                       MOVE TRF-BASE    TO TBL-TRF-BASE(IDX-TRF)
                       MOVE TRF-PRIX-KM TO TBL-TRF-PRIX-KM(IDX-TRF)
                       MOVE TRF-MINIMUM TO TBL-TRF-MINIMUM(IDX-TRF)
                   END-IF
               WHEN TBL-TRF-TYPE(IDX-TRF) = TRF-TYPE
                   AND TBL-TRF-CLASSE(IDX-TRF) = TRF-CLASSE
                   MOVE TRF-BASE    TO TBL-TRF-BASE(IDX-TRF)
                   MOVE TRF-PRIX-KM TO TBL-TRF-PRIX-KM(IDX-TRF)
                   MOVE TRF-MINIMUM TO TBL-TRF-MINIMUM(IDX-TRF)
           END-SEARCH.
       9845-RANGE-TARIF-END.
           EXIT.
