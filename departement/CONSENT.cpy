      ***** Routine partagee de controle du consentement **************
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION
      *                 des extractions de prospection (fichiers de
      *                 campagne, publipostages), sur le modele de
      *                 DEVEUR.cpy (champs dans CONSENT-WS.cpy). Le
      *                 programme declare FIC-CONSENT
      *                 (consentements.dat, enregistrement
      *                 FCONSENT.cpy, FILE STATUS CS-CONSENT-STATUS).
      *                 - pour chaque coordonnee a extraire :
      *                   CS-CODE-CLT et CS-CANAL alimentes, PERFORM
      *                   9910-CONSENTEMENT-START THRU
      *                   9910-CONSENTEMENT-END -> CS-ACCORD ; la
      *                   coordonnee n'est extraite que si CS-CONSENTI.
      *                 Sans ligne pour le client et le canal, ou sans
      *                 fichier consentements.dat, la personne est
      *                 reputee ne pas avoir consenti. Le fichier est
      *                 charge au premier appel.
      **********************************************************************
       9910-CONSENTEMENT-START.
           IF NOT CS-CONSENT-CHARGES
               PERFORM 9915-CHARGE-CONSENT-START
                   THRU 9915-CHARGE-CONSENT-END
           END-IF.
           MOVE 'N' TO CS-ACCORD.
           IF CONSENT-LGTH = 0
               ADD 1 TO CS-NB-REFUS
               GO TO 9910-CONSENTEMENT-END
           END-IF.
           SET IDX-CONSENT TO 1.
           SEARCH CONSENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CNS-CODE(IDX-CONSENT) = CS-CODE-CLT
                   AND TBL-CNS-CANAL(IDX-CONSENT) = CS-CANAL
                   MOVE TBL-CNS-ACCORD(IDX-CONSENT) TO CS-ACCORD
           END-SEARCH.
           IF NOT CS-CONSENTI
               ADD 1 TO CS-NB-REFUS
           END-IF.
       9910-CONSENTEMENT-END.
           EXIT.

      ***** Chargement de consentements.dat au premier controle ; *****
      ***** fichier absent : aucun consentement (message d'alerte) ****
       9915-CHARGE-CONSENT-START.
           MOVE 'O' TO CS-CHARGE.
           OPEN INPUT FIC-CONSENT.
           IF NOT CS-CONSENT-OK
               DISPLAY '*** FICHIER consentements.dat ABSENT (STATUT '
                   CS-CONSENT-STATUS ') : AUCUN CONSENTEMENT, TOUTES '
                   'LES COORDONNEES SONT ECARTEES'
               GO TO 9915-CHARGE-CONSENT-END
           END-IF.
           PERFORM 9916-LIT-CONSENT-START THRU 9916-LIT-CONSENT-END
               UNTIL CS-CONSENT-END.
           CLOSE FIC-CONSENT.
       9915-CHARGE-CONSENT-END.
           EXIT.

       9916-LIT-CONSENT-START.
           READ FIC-CONSENT
               AT END
                   MOVE '10' TO CS-CONSENT-STATUS
               NOT AT END
                   IF CNS-CANAL-VALIDE
                       AND CNS-ACCORD-VALIDE
                       AND CONSENT-LGTH < 40000
                       SET CONSENT-LGTH UP BY 1
                       SET IDX-CONSENT TO CONSENT-LGTH
                       MOVE CNS-CODE-CLT TO TBL-CNS-CODE(IDX-CONSENT)
                       MOVE CNS-CANAL    TO TBL-CNS-CANAL(IDX-CONSENT)
                       MOVE CNS-ACCORD   TO TBL-CNS-ACCORD(IDX-CONSENT)
                   END-IF
           END-READ.
       9916-LIT-CONSENT-END.
           EXIT.
