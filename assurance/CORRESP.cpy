      ***** Routine partagee du registre du courrier sortant ***********
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION
      *                 des programmes qui impriment un document destine
      *                 a un client ou a un apporteur, sur le modele de
      *                 DEVEUR.cpy (champs dans CORRESP-WS.cpy). Le
      *                 programme declare FIC-CORRESP
      *                 (correspondance.dat, enregistrement
      *                 FCORRESP.cpy, FILE STATUS CR-CORRESP-STATUS).
      *                 - pour chaque document : CR-CODE-CLT,
      *                   CR-NUM-CONTRAT, CR-TYPE-DOC, CR-PROGRAMME et
      *                   CR-FICHIER alimentes, PERFORM
      *                   9900-ENREG-COURRIER-START THRU
      *                   9900-ENREG-COURRIER-END -> CR-REFERENCE, a
      *                   imprimer sur le document (REF:nnnnnnnn).
      *                 Les references se suivent d'un programme a
      *                 l'autre : au premier appel, la derniere
      *                 reference du registre est relue, puis chaque
      *                 document prend la suivante. Le registre est
      *                 cree a la premiere ecriture.
      **********************************************************************
       9900-ENREG-COURRIER-START.
           IF NOT CR-REF-CHARGEE
               PERFORM 9905-DERNIERE-REF-START
                   THRU 9905-DERNIERE-REF-END
           END-IF.
           ADD 1 TO CR-DERNIERE-REF.
           MOVE CR-DERNIERE-REF TO CR-REFERENCE.

           OPEN EXTEND FIC-CORRESP.
           IF CR-CORRESP-STATUS = '35'
               OPEN OUTPUT FIC-CORRESP
           END-IF.
           MOVE SPACES TO REC-CORRESP.
           MOVE CR-REFERENCE    TO COR-REFERENCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO COR-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO COR-HEURE.
           MOVE CR-CODE-CLT     TO COR-CODE-CLT.
           MOVE CR-NUM-CONTRAT  TO COR-NUM-CONTRAT.
           MOVE CR-TYPE-DOC     TO COR-TYPE-DOC.
           MOVE CR-PROGRAMME    TO COR-PROGRAMME.
           MOVE CR-FICHIER      TO COR-FICHIER.
           WRITE REC-CORRESP.
           CLOSE FIC-CORRESP.
           ADD 1 TO CR-NB-ENREG.
       9900-ENREG-COURRIER-END.
           EXIT.

      ***** Derniere reference attribuee, relue dans le registre ; *****
      ***** registre absent : la numerotation part de 1           *****
       9905-DERNIERE-REF-START.
           MOVE 'O' TO CR-CHARGE.
           MOVE 0   TO CR-DERNIERE-REF.
           OPEN INPUT FIC-CORRESP.
           IF NOT CR-CORRESP-OK
               GO TO 9905-DERNIERE-REF-END
           END-IF.
           PERFORM 9906-LIT-REGISTRE-START
               THRU 9906-LIT-REGISTRE-END
               UNTIL CR-CORRESP-END.
           CLOSE FIC-CORRESP.
       9905-DERNIERE-REF-END.
           EXIT.

       9906-LIT-REGISTRE-START.
           READ FIC-CORRESP
               AT END
                   MOVE '10' TO CR-CORRESP-STATUS
               NOT AT END
                   IF COR-REFERENCE IS NUMERIC
                       AND COR-REFERENCE > CR-DERNIERE-REF
                       MOVE COR-REFERENCE TO CR-DERNIERE-REF
                   END-IF
           END-READ.
       9906-LIT-REGISTRE-END.
           EXIT.
