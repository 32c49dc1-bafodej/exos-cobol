      *                 ensuite relu pour editer dans assurdis.lis les
      *                 agences servies et celles qui n'ont pas
      *                 acquitte leur liste de la veille.
      *    2026-10-15  Routage en plus des lignes CONTRAT: de la liste
      *                 des dossiers incomplets assurpcr.lis (pieces
      *                 justificatives manquantes), facultative comme
      *                 les deux autres.
      *    2026-10-15  Fichier maitre des agences (agences.dat,
      *                 routine partagee AGENCE.cpy) : les lignes d'une
      *                 agence fermee ne sont plus ecrites dans sa
      *                 liste de travail, que personne ne lit, mais
      *                 renvoyees au siege dans worklist-SIE.lis ;
      *                 l'agence est signalee RENVOI SIEGE dans
      *                 assurdis.lis au lieu de NON ACQUITTE. Sans
      *                 agences.dat, le routage est inchange.
      *    2026-10-15  Routage au gestionnaire de compte du client
      *                 (gestionnaires.dat, routine partagee
      *                 GESTION.cpy) : la ligne d'un client suivi par
      *                 un gestionnaire part dans sa liste de travail
      *                 personnelle worklist-XXX-<EMPLOYE-ID>.lis au
      *                 lieu de celle de l'agence, qui ne garde que les
      *                 clients sans gestionnaire. Le renvoi au siege
      *                 des agences fermees reste prioritaire.
      *                 L'acquittement reste par agence ; assurdis.lis
      *                 detaille sous chaque agence les lignes routees
      *                 a chacun de ses gestionnaires.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REC-STATUS.

           SELECT FIC-PCR ASSIGN TO 'assurpcr.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PCR-STATUS.

      ***** Liste de travail d'une agence : le nom du fichier est ******
      *     construit avec le code agence (worklist-XXX.lis).
           SELECT FIC-WORKLIST ASSIGN TO WS-NOM-WORKLIST
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-STATUS.

      ***** Affectation des clients aux gestionnaires (facultatif, *****
      ***** GESTION.cpy)                                           *****
           SELECT FIC-GESTION ASSIGN TO 'gestionnaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS GS-GESTION-STATUS.

      ***** Fichier maitre des agences (facultatif, AGENCE.cpy) ********
           SELECT FIC-AGENCE ASSIGN TO 'agences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS AG-AGENCE-STATUS.

      ***** Retour d'acquittement depose par les agences ***************
           SELECT FIC-ACQUIT ASSIGN TO 'worklist-acquit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-AGENCE
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FAGENCE.cpy'.

       FD  FIC-GESTION
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FGESTION.cpy'.

       FD  FIC-EXP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
        01 REC-REC                        PIC X(132).

       FD  FIC-PCR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-PCR                        PIC X(132).

       FD  FIC-WORKLIST
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01  WS-REC-STATUS                 PIC X(2).
            88  WS-REC-OK                 VALUE 00.
            88  WS-REC-END                VALUE 10.
        01  WS-PCR-STATUS                 PIC X(2).
            88  WS-PCR-OK                 VALUE 00.
            88  WS-PCR-END                VALUE 10.
        01  WS-WORKLIST-STATUS            PIC X(2).
        01  WS-ACQUIT-STATUS              PIC X(2).
            88  WS-ACQUIT-OK              VALUE 00.
            88  WS-ACQUIT-END             VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

        01  WS-NOM-WORKLIST               PIC X(30).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
                10  TBL-FICHIER-OUVERT    PIC X(1).
                10  TBL-ACQUITTE          PIC X(1).
                10  TBL-DATE-ACQUIT       PIC 9(8).
                10  TBL-STATUT-AGENCE     PIC X(1).
                    88  TBL-AGENCE-FERMEE VALUE 'F'.

      ***** Liste de travail du siege, qui recoit les lignes des *******
      *     agences fermees.
        01  WS-SIEGE-OUVERT               PIC X(1) VALUE 'N'.
        01  WS-NB-RENVOIS                 PIC 9(7) VALUE 0.

      ***** Listes de travail des gestionnaires : agence, compte de ****
      *     lignes routees et premier passage (fichier a reecrire).
        01  DATA-GESTLIST.
            05  GESTLIST-LGTH             PIC 9(5) VALUE 0.
            05  GESTLIST-TBL
                OCCURS 1 TO 2000 TIMES
                DEPENDING ON GESTLIST-LGTH
                INDEXED BY IDX-GESTLIST.
                10  TBL-GL-EMPLOYE        PIC X(8).
                10  TBL-GL-AGENCE         PIC X(3).
                10  TBL-GL-NB-LIGNES      PIC 9(7).
                10  TBL-GL-OUVERT         PIC X(1).
        01  WS-NB-GESTIONNAIRE            PIC 9(7) VALUE 0.

      ***** Table des clients du fichier maitre, code -> agence *********
        01  DATA-CLIENT.
        01  WS-NB-NON-ROUTEES             PIC 9(7) VALUE 0.
        01  WS-NB-SANS-ACQUIT             PIC 9(5) VALUE 0.

           COPY 'AGENCE-WS.cpy'.
           COPY 'GESTION-WS.cpy'.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
            05  FILLER                    PIC X(1) VALUE ':'.
            05  WS-EDIT-ACQUIT            PIC X(12).

        01  WS-EDIT-GEST.
            05  FILLER                    PIC X(4) VALUE SPACES.
            05  FILLER                    PIC X(13)
                VALUE 'GESTIONNAIRE '.
            05  WS-EDIT-GEST-ID           PIC X(8).
            05  FILLER                    PIC X(9) VALUE SPACES.
            05  FILLER                    PIC X(8) VALUE ' LIGNES:'.
            05  WS-EDIT-GEST-NBR          PIC ZZZZZZ9.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-GEST-FICHIER      PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM 1400-LOAD-ASSU-START    THRU 1400-LOAD-ASSU-END.
           PERFORM 2000-ROUTE-EXP-START    THRU 2000-ROUTE-EXP-END.
           PERFORM 2500-ROUTE-REC-START    THRU 2500-ROUTE-REC-END.
           PERFORM 2700-ROUTE-PCR-START    THRU 2700-ROUTE-PCR-END.
           PERFORM 3000-ACQUIT-START       THRU 3000-ACQUIT-END.
           PERFORM 4000-RAPPORT-START      THRU 4000-RAPPORT-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.
                   MOVE 'N'          TO TBL-FICHIER-OUVERT(IDX-AGENCE)
                   MOVE 'N'          TO TBL-ACQUITTE(IDX-AGENCE)
                   MOVE 0            TO TBL-DATE-ACQUIT(IDX-AGENCE)
                   MOVE CODE-DEPT    TO AG-CODE
                   PERFORM 9920-AGENCE-START THRU 9920-AGENCE-END
                   MOVE AG-STATUT    TO TBL-STATUT-AGENCE(IDX-AGENCE)
           END-READ.
       1100-LOAD-DEPT-LOOP-END.
           EXIT.
       2600-ROUTE-REC-LOOP-END.
           EXIT.

      ***** Routage des dossiers incomplets (assurpcr.lis, ************
      ***** facultatif)                                     ************
       2700-ROUTE-PCR-START.
           OPEN INPUT FIC-PCR.
           IF NOT WS-PCR-OK
               GO TO 2700-ROUTE-PCR-END
           END-IF.
           PERFORM 2800-ROUTE-PCR-LOOP-START
               THRU 2800-ROUTE-PCR-LOOP-END
               UNTIL WS-PCR-END.
           CLOSE FIC-PCR.
       2700-ROUTE-PCR-END.
           EXIT.

       2800-ROUTE-PCR-LOOP-START.
           READ FIC-PCR
               AT END
                   MOVE '10' TO WS-PCR-STATUS
               NOT AT END
                   MOVE REC-PCR TO WS-LIGNE-ALERTE
                   PERFORM 2900-ROUTE-LIGNE-START
                       THRU 2900-ROUTE-LIGNE-END
           END-READ.
       2800-ROUTE-PCR-LOOP-END.
           EXIT.

      ***** Routage d'une ligne d'alerte : seules les lignes de ********
      *     detail CONTRAT: sont routees (les entetes et totaux des
      *     listes sont ignores), le contrat est rapproche de son
                   ADD 1 TO WS-NB-NON-ROUTEES
               WHEN TBL-CODE-AGENCE(IDX-AGENCE)
                       = TBL-AGENCE-CLT(IDX-CLIENT)
                   IF TBL-AGENCE-FERMEE(IDX-AGENCE)
                       PERFORM 2960-RENVOI-SIEGE-START
                           THRU 2960-RENVOI-SIEGE-END
                   ELSE
                       MOVE TBL-CODE-CLT(IDX-CLIENT) TO GS-CODE-CLT
                       PERFORM 9930-GESTIONNAIRE-START
                           THRU 9930-GESTIONNAIRE-END
                       IF GS-AFFECTE
                           PERFORM 2970-ECRIT-GESTIONNAIRE-START
                               THRU 2970-ECRIT-GESTIONNAIRE-END
                       ELSE
                           PERFORM 2950-ECRIT-WORKLIST-START
                               THRU 2950-ECRIT-WORKLIST-END
                       END-IF
                   END-IF
           END-SEARCH.
       2900-ROUTE-LIGNE-END.
           EXIT.
       2950-ECRIT-WORKLIST-END.
           EXIT.

      ***** Agence fermee : la ligne part dans la liste de travail ****
      *     du siege (worklist-SIE.lis, reecrite au premier renvoi de
      *     l'execution) et reste comptee pour l'agence d'origine.
       2960-RENVOI-SIEGE-START.
           MOVE SPACES TO WS-NOM-WORKLIST.
           STRING 'worklist-'                  DELIMITED BY SIZE
               AG-CODE-SIEGE                   DELIMITED BY SIZE
               '.lis'                          DELIMITED BY SIZE
               INTO WS-NOM-WORKLIST
           END-STRING.

           IF WS-SIEGE-OUVERT = 'N'
               OPEN OUTPUT FIC-WORKLIST
               MOVE 'O' TO WS-SIEGE-OUVERT
           ELSE
               OPEN EXTEND FIC-WORKLIST
           END-IF.
           MOVE WS-LIGNE-ALERTE TO REC-WORKLIST.
           WRITE REC-WORKLIST.
           CLOSE FIC-WORKLIST.

           ADD 1 TO TBL-NB-LIGNES(IDX-AGENCE).
           ADD 1 TO WS-NB-ROUTEES.
           ADD 1 TO WS-NB-RENVOIS.
       2960-RENVOI-SIEGE-END.
           EXIT.

      ***** Client suivi par un gestionnaire : la ligne part dans sa ***
      *     liste personnelle (worklist-XXX-<EMPLOYE-ID>.lis, reecrite
      *     a son premier passage de l'execution) et reste comptee pour
      *     l'agence du client.
       2970-ECRIT-GESTIONNAIRE-START.
           SET IDX-GESTLIST TO 1.
           SEARCH GESTLIST-TBL
               AT END
                   IF GESTLIST-LGTH NOT < 2000
                       PERFORM 2950-ECRIT-WORKLIST-START
                           THRU 2950-ECRIT-WORKLIST-END
                       GO TO 2970-ECRIT-GESTIONNAIRE-END
                   END-IF
                   SET GESTLIST-LGTH UP BY 1
                   SET IDX-GESTLIST TO GESTLIST-LGTH
                   MOVE GS-EMPLOYE-ID TO TBL-GL-EMPLOYE(IDX-GESTLIST)
                   MOVE TBL-CODE-AGENCE(IDX-AGENCE)
                       TO TBL-GL-AGENCE(IDX-GESTLIST)
                   MOVE 0   TO TBL-GL-NB-LIGNES(IDX-GESTLIST)
                   MOVE 'N' TO TBL-GL-OUVERT(IDX-GESTLIST)
               WHEN TBL-GL-EMPLOYE(IDX-GESTLIST) = GS-EMPLOYE-ID
                   AND TBL-GL-AGENCE(IDX-GESTLIST)
                       = TBL-CODE-AGENCE(IDX-AGENCE)
                   CONTINUE
           END-SEARCH.

           PERFORM 2975-NOM-GESTIONNAIRE-START
               THRU 2975-NOM-GESTIONNAIRE-END.
           IF TBL-GL-OUVERT(IDX-GESTLIST) = 'N'
               OPEN OUTPUT FIC-WORKLIST
               MOVE 'O' TO TBL-GL-OUVERT(IDX-GESTLIST)
           ELSE
               OPEN EXTEND FIC-WORKLIST
           END-IF.
           MOVE WS-LIGNE-ALERTE TO REC-WORKLIST.
           WRITE REC-WORKLIST.
           CLOSE FIC-WORKLIST.

           ADD 1 TO TBL-GL-NB-LIGNES(IDX-GESTLIST).
           ADD 1 TO TBL-NB-LIGNES(IDX-AGENCE).
           ADD 1 TO WS-NB-ROUTEES.
           ADD 1 TO WS-NB-GESTIONNAIRE.
       2970-ECRIT-GESTIONNAIRE-END.
           EXIT.

      *    Nom de la liste du gestionnaire IDX-GESTLIST
       2975-NOM-GESTIONNAIRE-START.
           MOVE SPACES TO WS-NOM-WORKLIST.
           STRING 'worklist-'                  DELIMITED BY SIZE
               TBL-GL-AGENCE(IDX-GESTLIST)     DELIMITED BY SIZE
               '-'                             DELIMITED BY SIZE
               TBL-GL-EMPLOYE(IDX-GESTLIST)    DELIMITED BY SPACE
               '.lis'                          DELIMITED BY SIZE
               INTO WS-NOM-WORKLIST
           END-STRING.
       2975-NOM-GESTIONNAIRE-END.
           EXIT.

      ***** Lecture du retour d'acquittement des agences (facultatif) **
       3000-ACQUIT-START.
           OPEN INPUT FIC-ACQUIT.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE)    TO WS-EDIT-CODE.
           MOVE TBL-LIBELLE-AGENCE(IDX-AGENCE) TO WS-EDIT-LIBELLE.
           MOVE TBL-NB-LIGNES(IDX-AGENCE)      TO WS-EDIT-NBR.
           EVALUATE TRUE
               WHEN TBL-AGENCE-FERMEE(IDX-AGENCE)
                   MOVE 'RENVOI SIEGE' TO WS-EDIT-ACQUIT
               WHEN TBL-ACQUITTE(IDX-AGENCE) = 'O'
                   MOVE 'RECU'         TO WS-EDIT-ACQUIT
               WHEN OTHER
                   ADD 1 TO WS-NB-SANS-ACQUIT
                   MOVE 'NON ACQUITTE' TO WS-EDIT-ACQUIT
           END-EVALUATE.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4110-LIGNE-GESTIONNAIRE-START
               THRU 4110-LIGNE-GESTIONNAIRE-END
               VARYING IDX-GESTLIST FROM 1 BY 1
               UNTIL IDX-GESTLIST > GESTLIST-LGTH.
       4100-LIGNE-AGENCE-END.
           EXIT.

      *    Gestionnaires de l'agence et lignes de leur liste personnelle
       4110-LIGNE-GESTIONNAIRE-START.
           IF TBL-GL-AGENCE(IDX-GESTLIST)
                   NOT = TBL-CODE-AGENCE(IDX-AGENCE)
               GO TO 4110-LIGNE-GESTIONNAIRE-END
           END-IF.
           PERFORM 2975-NOM-GESTIONNAIRE-START
               THRU 2975-NOM-GESTIONNAIRE-END.
           MOVE TBL-GL-EMPLOYE(IDX-GESTLIST)   TO WS-EDIT-GEST-ID.
           MOVE TBL-GL-NB-LIGNES(IDX-GESTLIST) TO WS-EDIT-GEST-NBR.
           MOVE WS-NOM-WORKLIST                TO WS-EDIT-GEST-FICHIER.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-GEST TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4110-LIGNE-GESTIONNAIRE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'LIGNES D''ALERTE LUES : ' WS-NB-LIGNES-LUES.
           DISPLAY 'LIGNES ROUTEES       : ' WS-NB-ROUTEES.
           DISPLAY 'DONT GESTIONNAIRES   : ' WS-NB-GESTIONNAIRE.
           DISPLAY 'LIGNES NON ROUTABLES : ' WS-NB-NON-ROUTEES.
           DISPLAY 'AGENCES SANS ACQUIT  : ' WS-NB-SANS-ACQUIT.
           IF WS-NB-RENVOIS > 0
               DISPLAY 'RENVOYEES AU SIEGE   : ' WS-NB-RENVOIS
                   ' (AGENCES FERMEES, worklist-SIE.lis)'
           END-IF.
           DISPLAY 'SUIVI ECRIT          : assurdis.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'AGENCE.cpy'.
           COPY 'GESTION.cpy'.
