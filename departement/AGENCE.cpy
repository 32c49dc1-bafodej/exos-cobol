      ***** Routine partagee de consultation des agences **************
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION
      *                 des programmes qui controlent une affectation
      *                 d'agence ou impriment du courrier, sur le
      *                 modele de CONSENT.cpy (champs dans
      *                 AGENCE-WS.cpy). Le programme declare FIC-AGENCE
      *                 (agences.dat, enregistrement FAGENCE.cpy, FILE
      *                 STATUS AG-AGENCE-STATUS).
      *                 - controle d'une affectation : AG-CODE
      *                   alimente, PERFORM 9920-AGENCE-START THRU
      *                   9920-AGENCE-END -> AG-TROUVEE, AG-STATUT et
      *                   coordonnees ;
      *                 - en-tete de courrier : AG-CODE alimente avec
      *                   l'agence du client, PERFORM
      *                   9923-EXPEDITEUR-START THRU
      *                   9923-EXPEDITEUR-END -> AG-EXPEDITEUR (a
      *                   blanc si ni l'agence ni le siege ne sont
      *                   connus).
      *                 Sans fichier agences.dat, aucune agence n'est
      *                 connue : les controles de fermeture sont
      *                 inactifs. Le fichier est charge au premier
      *                 appel.
      *    2026-10-15  Departement de l'agence rendu dans AG-DEPT, et
      *                 recherche de l'agence ouverte d'un departement
      *                 (9924-AGENCE-DU-DEPT : AG-DEPT-RECH ->
      *                 AG-CODE-PROPOSE), pour proposer une mutation
      *                 vers l'agence la plus proche d'un client.
      **********************************************************************
       9920-AGENCE-START.
           IF NOT AG-AGENCES-CHARGEES
               PERFORM 9925-CHARGE-AGENCE-START
                   THRU 9925-CHARGE-AGENCE-END
           END-IF.
           MOVE 'N'    TO AG-TROUVEE.
           MOVE SPACE  TO AG-STATUT.
           MOVE SPACES TO AG-DEPT.
           MOVE 0      TO AG-DATE-FERMETURE.
           MOVE SPACES TO AG-LIBELLE AG-ADRESSE AG-CODE-POSTAL
                          AG-VILLE AG-TEL.
           IF AGM-LGTH = 0
               GO TO 9920-AGENCE-END
           END-IF.
           SET IDX-AGM TO 1.
           SEARCH AGM-TBL
               AT END
                   CONTINUE
               WHEN TBL-AGM-CODE(IDX-AGM) = AG-CODE
                   MOVE 'O' TO AG-TROUVEE
                   MOVE TBL-AGM-DEPT(IDX-AGM)      TO AG-DEPT
                   MOVE TBL-AGM-STATUT(IDX-AGM)    TO AG-STATUT
                   MOVE TBL-AGM-FERMETURE(IDX-AGM) TO AG-DATE-FERMETURE
                   MOVE TBL-AGM-LIBELLE(IDX-AGM)   TO AG-LIBELLE
                   MOVE TBL-AGM-ADRESSE(IDX-AGM)   TO AG-ADRESSE
                   MOVE TBL-AGM-CP(IDX-AGM)        TO AG-CODE-POSTAL
                   MOVE TBL-AGM-VILLE(IDX-AGM)     TO AG-VILLE
                   MOVE TBL-AGM-TEL(IDX-AGM)       TO AG-TEL
           END-SEARCH.
       9920-AGENCE-END.
           EXIT.

      ***** Ligne d'expediteur d'un courrier : l'agence du client ******
      ***** si elle est ouverte, a defaut le siege (code SIE)     ******
       9923-EXPEDITEUR-START.
           MOVE SPACES TO AG-EXPEDITEUR.
           PERFORM 9920-AGENCE-START THRU 9920-AGENCE-END.
           IF NOT AG-CONNUE OR AG-EST-FERMEE
               MOVE AG-CODE-SIEGE TO AG-CODE
               PERFORM 9920-AGENCE-START THRU 9920-AGENCE-END
               IF NOT AG-CONNUE
                   GO TO 9923-EXPEDITEUR-END
               END-IF
               ADD 1 TO AG-NB-SIEGE
           END-IF.
           STRING 'EXPEDITEUR: '  DELIMITED BY SIZE
                  AG-LIBELLE      DELIMITED BY '  '
                  ' - '           DELIMITED BY SIZE
                  AG-ADRESSE      DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  AG-CODE-POSTAL  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  AG-VILLE        DELIMITED BY '  '
                  ' - TEL '       DELIMITED BY SIZE
                  AG-TEL          DELIMITED BY SIZE
                  INTO AG-EXPEDITEUR
           END-STRING.
       9923-EXPEDITEUR-END.
           EXIT.

      ***** Premiere agence ouverte du departement AG-DEPT-RECH *******
      ***** (le siege n'est jamais propose)                      *******
       9924-AGENCE-DU-DEPT-START.
           IF NOT AG-AGENCES-CHARGEES
               PERFORM 9925-CHARGE-AGENCE-START
                   THRU 9925-CHARGE-AGENCE-END
           END-IF.
           MOVE SPACES TO AG-CODE-PROPOSE.
           IF AGM-LGTH = 0
               GO TO 9924-AGENCE-DU-DEPT-END
           END-IF.
           SET IDX-AGM TO 1.
           SEARCH AGM-TBL
               AT END
                   CONTINUE
               WHEN TBL-AGM-DEPT(IDX-AGM) = AG-DEPT-RECH
                   AND TBL-AGM-STATUT(IDX-AGM) NOT = 'F'
                   AND TBL-AGM-CODE(IDX-AGM) NOT = AG-CODE-SIEGE
                   MOVE TBL-AGM-CODE(IDX-AGM) TO AG-CODE-PROPOSE
           END-SEARCH.
       9924-AGENCE-DU-DEPT-END.
           EXIT.

      ***** Chargement d'agences.dat au premier appel ; fichier *******
      ***** absent : aucune agence connue (message d'alerte)     *******
       9925-CHARGE-AGENCE-START.
           MOVE 'O' TO AG-CHARGE.
           OPEN INPUT FIC-AGENCE.
           IF NOT AG-AGENCE-OK
               DISPLAY '*** FICHIER agences.dat ABSENT (STATUT '
                   AG-AGENCE-STATUS ') : AUCUNE AGENCE CONNUE'
               GO TO 9925-CHARGE-AGENCE-END
           END-IF.
           PERFORM 9926-LIT-AGENCE-START THRU 9926-LIT-AGENCE-END
               UNTIL AG-AGENCE-END.
           CLOSE FIC-AGENCE.
       9925-CHARGE-AGENCE-END.
           EXIT.

       9926-LIT-AGENCE-START.
           READ FIC-AGENCE
               AT END
                   MOVE '10' TO AG-AGENCE-STATUS
               NOT AT END
                   IF AGM-LGTH < 500
                       SET AGM-LGTH UP BY 1
                       SET IDX-AGM TO AGM-LGTH
                       MOVE AGC-CODE     TO TBL-AGM-CODE(IDX-AGM)
                       MOVE AGC-DEPT     TO TBL-AGM-DEPT(IDX-AGM)
                       MOVE AGC-STATUT   TO TBL-AGM-STATUT(IDX-AGM)
                       MOVE AGC-DATE-FERMETURE
                           TO TBL-AGM-FERMETURE(IDX-AGM)
                       MOVE AGC-LIBELLE  TO TBL-AGM-LIBELLE(IDX-AGM)
                       MOVE AGC-ADRESSE  TO TBL-AGM-ADRESSE(IDX-AGM)
                       MOVE AGC-CODE-POSTAL TO TBL-AGM-CP(IDX-AGM)
                       MOVE AGC-VILLE    TO TBL-AGM-VILLE(IDX-AGM)
                       MOVE AGC-TEL      TO TBL-AGM-TEL(IDX-AGM)
                   END-IF
           END-READ.
       9926-LIT-AGENCE-END.
           EXIT.
