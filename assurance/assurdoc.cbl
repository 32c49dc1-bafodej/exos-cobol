      *                 fichier), pour produire dans assurdoc.lis une
      *                 annexe prete a imprimer par contrat, au lieu de
      *                 la retaper a chaque demande.
      *    2026-10-15  Le numero passe en CONTRAT=nnnnnnnn est controle
      *                 par sa cle (routine partagee NUMCTR.cpy) : un
      *                 numero mal tape est refuse d'emblee au lieu de
      *                 produire un document vide.
      *    2026-10-15  Registre du courrier sortant : chaque annexe
      *                 editee est inscrite dans correspondance.dat
      *                 (routine partagee CORRESP.cpy, type CONDPART)
      *                 et porte sa reference REF:nnnnnnnn dans son
      *                 titre.
      *    2026-10-15  Sous le titre, une ligne EXPEDITEUR: porte
      *                 l'adresse et le telephone de l'agence du client
      *                 (fichier maitre agences.dat, routine partagee
      *                 AGENCE.cpy) au lieu de celle du siege ; le
      *                 siege (code SIE) n'est repris que pour un
      *                 client sans agence connue ou rattache a une
      *                 agence fermee.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DOC-STATUS.

      ***** Fichier maitre des agences (facultatif, AGENCE.cpy) ********
           SELECT FIC-AGENCE ASSIGN TO 'agences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS AG-AGENCE-STATUS.

      ***** Registre du courrier sortant, en ajout seul ***************
           SELECT FIC-CORRESP ASSIGN TO 'correspondance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS CR-CORRESP-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           RECORDING MODE IS F.
        01 REC-DOC                        PIC X(132).

       FD  FIC-AGENCE
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FAGENCE.cpy'.

       FD  FIC-CORRESP
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCORRESP.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.

        01  WS-EDIT-PRIME                 PIC Z(8)9,99.

           COPY 'NUMCTR-WS.cpy'.
           COPY 'CORRESP-WS.cpy'.
           COPY 'AGENCE-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
               WHEN WS-CMD-LINE(1:8) = 'CONTRAT='
                   SET WS-PAR-CONTRAT TO TRUE
                   MOVE WS-CMD-LINE(9:8) TO WS-CLE-DEMANDEE
                   MOVE WS-CLE-DEMANDEE  TO NC-NUM-CONTRAT
                   PERFORM 9850-CONTROLE-CONTRAT-START
                       THRU 9850-CONTROLE-CONTRAT-END
                   IF NOT NC-CONTRAT-VALIDE
                       DISPLAY 'NUMERO DE CONTRAT REFUSE : '
                           WS-CLE-DEMANDEE
                           ' (CLE DE CONTROLE INCORRECTE)'
                       STOP RUN
                   END-IF
               WHEN WS-CMD-LINE(1:7) = 'CLIENT='
                   SET WS-PAR-CLIENT TO TRUE
                   MOVE WS-CMD-LINE(8:8) TO WS-CLE-DEMANDEE
       2200-DOCUMENT-START.
           ADD 1 TO WS-NB-DOCUMENTS.

           MOVE WS-NUM-CLIENT  TO CR-CODE-CLT.
           MOVE WS-NUM-CONTRAT TO CR-NUM-CONTRAT.
           MOVE 'CONDPART'     TO CR-TYPE-DOC.
           MOVE 'assurdoc'     TO CR-PROGRAMME.
           MOVE 'assurdoc.lis' TO CR-FICHIER.
           PERFORM 9900-ENREG-COURRIER-START
               THRU 9900-ENREG-COURRIER-END.

           MOVE ALL '=' TO REC-DOC.
           WRITE REC-DOC.
           MOVE SPACES TO REC-DOC.
           STRING 'CONDITIONS PARTICULIERES - CONTRAT '
                   DELIMITED BY SIZE
               WS-NUM-CONTRAT DELIMITED BY SIZE
               '   REF:'      DELIMITED BY SIZE
               CR-REFERENCE   DELIMITED BY SIZE
               INTO REC-DOC
           END-STRING.
           WRITE REC-DOC.
           MOVE ALL '=' TO REC-DOC.
           WRITE REC-DOC.

           PERFORM 2205-EXPEDITEUR-START THRU 2205-EXPEDITEUR-END.
           PERFORM 2210-IDENTITE-START THRU 2210-IDENTITE-END.

           MOVE SPACES TO REC-DOC.
       2200-DOCUMENT-END.
           EXIT.

      ***** Agence expeditrice : celle du client, a defaut le siege ***
       2205-EXPEDITEUR-START.
           MOVE SPACES TO AG-CODE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-NUM-CLIENT
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO AG-CODE
           END-SEARCH.
           PERFORM 9923-EXPEDITEUR-START THRU 9923-EXPEDITEUR-END.
           IF AG-EXPEDITEUR NOT = SPACES
               MOVE AG-EXPEDITEUR TO REC-DOC
               WRITE REC-DOC
           END-IF.
       2205-EXPEDITEUR-END.
           EXIT.

      ***** Identite du detenteur depuis le fichier client *************
       2210-IDENTITE-START.
           SET IDX-CLIENT TO 1.
           DISPLAY 'CONTRATS PARCOURUS : ' WS-NB-CONTRATS.
           DISPLAY 'ANNEXES EDITEES    : ' WS-NB-DOCUMENTS.
           DISPLAY 'DOCUMENT ECRIT     : assurdoc.lis'.
           DISPLAY 'COURRIERS ENREGIS. : ' CR-NB-ENREG
               ' (correspondance.dat)'.
           IF WS-NB-DOCUMENTS = 0
               DISPLAY 'AUCUN CONTRAT NE CORRESPOND A '
                   WS-CLE-DEMANDEE
           END-IF.
       9000-TERM-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
           COPY 'CORRESP.cpy'.
           COPY 'AGENCE.cpy'.
