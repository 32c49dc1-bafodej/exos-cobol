      ***** Routine partagee de controle d'acces des operateurs **********
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION de
      *                 tout programme sensible (maintenance, traitement
      *                 destructif) et du menu operateur. L'appelant
      *                 declare les deux fichiers :
      *                   SELECT FIC-OPERAT ASSIGN TO 'operateurs.txt'
      *                       ORGANIZATION IS LINE SEQUENTIAL
      *                       FILE STATUS IS OA-OPERAT-STATUS.
      *                   FD FIC-OPERAT ... COPY 'FOPERAT.cpy'.
      *                   SELECT FIC-JNLACC
      *                       ASSIGN TO 'acces-operateurs.jnl'
      *                       ORGANIZATION IS LINE SEQUENTIAL
      *                       FILE STATUS IS OA-JNLACC-STATUS.
      *                   FD FIC-JNLACC ... COPY 'FJNLACC.cpy'.
      *                 puis renseigne OA-PROGRAMME et OA-DETAIL (champs
      *                 de OPECTL-WS.cpy) et PERFORM :
      *                   9400-CONTROLE-ACCES : l'operateur declare dans
      *                     la variable d'environnement OPERATEUR doit
      *                     exister dans operateurs.txt, etre actif et
      *                     avoir OA-PROGRAMME dans ses droits ; sinon
      *                     OA-ACCES-REFUSE et OA-MOTIF. Referentiel
      *                     absent = tout est refuse. Chaque tentative,
      *                     autorisee ou non, est ajoutee au journal
      *                     acces-operateurs.jnl ; un refus est aussi
      *                     affiche. A l'appelant d'arreter le
      *                     traitement sur un refus.
      **********************************************************************

       9400-CONTROLE-ACCES-START.
           MOVE SPACES TO OA-OPERATEUR OA-MOTIF OA-NOM-OPERATEUR.
           SET OA-ACCES-REFUSE TO TRUE.
           DISPLAY 'OPERATEUR' UPON ENVIRONMENT-NAME.
           ACCEPT OA-OPERATEUR FROM ENVIRONMENT-VALUE.
           PERFORM 9410-RECHERCHE-OPERATEUR-START
               THRU 9410-RECHERCHE-OPERATEUR-END.
           PERFORM 9430-JOURNAL-ACCES-START
               THRU 9430-JOURNAL-ACCES-END.
           IF OA-ACCES-REFUSE
               DISPLAY 'ACCES REFUSE A L''OPERATEUR "' OA-OPERATEUR
                   '" POUR ' OA-PROGRAMME ' : ' OA-MOTIF
           END-IF.
       9400-CONTROLE-ACCES-END.
           EXIT.

      ***** Operateur declare, connu, actif et autorise ? **************
       9410-RECHERCHE-OPERATEUR-START.
           IF OA-OPERATEUR = SPACES
               MOVE 'OPERATEUR NON DECLARE' TO OA-MOTIF
               GO TO 9410-RECHERCHE-OPERATEUR-END
           END-IF.
           OPEN INPUT FIC-OPERAT.
           IF NOT OA-OPERAT-OK
               MOVE 'REFERENTIEL OPERATEURS ABSENT' TO OA-MOTIF
               GO TO 9410-RECHERCHE-OPERATEUR-END
           END-IF.
           MOVE 'N' TO OA-TROUVE.
           PERFORM 9420-LIRE-OPERATEUR-START
               THRU 9420-LIRE-OPERATEUR-END
               UNTIL OA-OPERAT-END
                  OR OA-OPERATEUR-TROUVE.
           CLOSE FIC-OPERAT.
           IF NOT OA-OPERATEUR-TROUVE
               MOVE 'OPERATEUR INCONNU' TO OA-MOTIF
               GO TO 9410-RECHERCHE-OPERATEUR-END
           END-IF.
           IF OA-ACTIF NOT = 'O'
               MOVE 'OPERATEUR INACTIF' TO OA-MOTIF
               GO TO 9410-RECHERCHE-OPERATEUR-END
           END-IF.

           MOVE SPACES TO OA-DROITS-TBL.
           UNSTRING OA-DROITS-LISTE DELIMITED BY ALL SPACE
               INTO OA-DROIT(1) OA-DROIT(2) OA-DROIT(3) OA-DROIT(4)
                    OA-DROIT(5) OA-DROIT(6) OA-DROIT(7) OA-DROIT(8)
                    OA-DROIT(9) OA-DROIT(10)
           END-UNSTRING.
           PERFORM 9425-CONTROLE-DROIT-START
               THRU 9425-CONTROLE-DROIT-END
               VARYING OA-IDX-DROIT FROM 1 BY 1
               UNTIL OA-IDX-DROIT > 10
                  OR OA-ACCES-AUTORISE.
           IF OA-ACCES-REFUSE
               MOVE 'PROGRAMME NON AUTORISE' TO OA-MOTIF
           END-IF.
       9410-RECHERCHE-OPERATEUR-END.
           EXIT.

       9420-LIRE-OPERATEUR-START.
           READ FIC-OPERAT
               AT END
                   MOVE '10' TO OA-OPERAT-STATUS
               NOT AT END
                   IF OPE-ID = OA-OPERATEUR
                       SET OA-OPERATEUR-TROUVE TO TRUE
                       MOVE OPE-NOM    TO OA-NOM-OPERATEUR
                       MOVE OPE-ACTIF  TO OA-ACTIF
                       MOVE OPE-DROITS TO OA-DROITS-LISTE
                   END-IF
           END-READ.
       9420-LIRE-OPERATEUR-END.
           EXIT.

      *    Droit exact, groupe par prefixe ('assur*') ou etoile seule.
       9425-CONTROLE-DROIT-START.
           IF OA-DROIT(OA-IDX-DROIT) = SPACES
               GO TO 9425-CONTROLE-DROIT-END
           END-IF.
           IF OA-DROIT(OA-IDX-DROIT) = OA-PROGRAMME
               SET OA-ACCES-AUTORISE TO TRUE
               GO TO 9425-CONTROLE-DROIT-END
           END-IF.
           MOVE 0 TO OA-LG-PREFIXE.
           INSPECT OA-DROIT(OA-IDX-DROIT) TALLYING OA-LG-PREFIXE
               FOR CHARACTERS BEFORE INITIAL '*'.
           IF OA-LG-PREFIXE = 0
               SET OA-ACCES-AUTORISE TO TRUE
               GO TO 9425-CONTROLE-DROIT-END
           END-IF.
           IF OA-LG-PREFIXE < 9
               AND OA-DROIT(OA-IDX-DROIT)(1:OA-LG-PREFIXE)
                   = OA-PROGRAMME(1:OA-LG-PREFIXE)
               SET OA-ACCES-AUTORISE TO TRUE
           END-IF.
       9425-CONTROLE-DROIT-END.
           EXIT.

      ***** Trace de la tentative dans acces-operateurs.jnl ************
       9430-JOURNAL-ACCES-START.
           OPEN EXTEND FIC-JNLACC.
           IF OA-JNLACC-ABSENT
               OPEN OUTPUT FIC-JNLACC
           END-IF.
           MOVE SPACES TO REC-JNLACC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JAC-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JAC-HEURE.
           MOVE OA-OPERATEUR  TO JAC-OPERATEUR.
           MOVE OA-PROGRAMME  TO JAC-PROGRAMME.
           IF OA-ACCES-AUTORISE
               SET JAC-AUTORISE TO TRUE
           ELSE
               SET JAC-REFUSE TO TRUE
           END-IF.
           MOVE OA-MOTIF      TO JAC-MOTIF.
           MOVE OA-DETAIL     TO JAC-DETAIL.
           WRITE REC-JNLACC.
           CLOSE FIC-JNLACC.
       9430-JOURNAL-ACCES-END.
           EXIT.
