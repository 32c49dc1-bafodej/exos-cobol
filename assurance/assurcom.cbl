      *                 contrats et total), a l'image des cumuls par
      *                 agence d'assurage.cbl, avec ligne de total
      *                 general.
      *    2026-10-15  Contrats en devise (WS-DEVISE) : les montants
      *                 sont convertis en euros avant cumul, aux taux
      *                 de calc-devises.txt (routine partagee
      *                 DEVEUR.cpy) ; l'edition indique la date des
      *                 taux appliques. Taux absent ou perime : arret.
      *    2026-10-15  Registre du courrier sortant : le releve de
      *                 chaque apporteur est inscrit dans
      *                 correspondance.dat (routine partagee
      *                 CORRESP.cpy, type RELEVCOM, destinataire = code
      *                 apporteur, sans contrat) et porte sa reference
      *                 REF:nnnnnnnn sur la ligne APPORTEUR.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

      ***** Registre du courrier sortant, en ajout seul ***************
           SELECT FIC-CORRESP ASSIGN TO 'correspondance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS CR-CORRESP-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

      ***** Taux de change du jour, pour les contrats en devise *******
           SELECT FIC-DEVISES ASSIGN TO 'calc-devises.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS DV-DEVISES-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-DEVISES
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEVISE.cpy'.

       FD  FIC-CORRESP
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCORRESP.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

                10  TBL-CTR-APPORTEUR     PIC X(8).
                10  TBL-CTR-CONTRAT       PIC X(8).
                10  TBL-CTR-TYPE          PIC X(13).
                10  TBL-CTR-MONTANT       PIC 9(9)V99.
                10  TBL-CTR-EDITE         PIC X(1).

      ***** Apporteurs distincts releves sur les contrats ***************
        01  WS-NB-COMMISSIONNES           PIC 9(7) VALUE 0.
        01  WS-NB-SANS-APPORTEUR          PIC 9(7) VALUE 0.
        01  WS-NB-SANS-TAUX               PIC 9(7) VALUE 0.
        01  WS-MONTANT-NUM                PIC 9(9)V99 VALUE 0.
        01  WS-TAUX-COURANT               PIC 9(2)V99 VALUE 0.
        01  WS-COMMISSION                 PIC 9(9)V99 VALUE 0.
        01  WS-APP-MONTANT                PIC 9(11)V99 VALUE 0.
                VALUE ' COMMISSIONS:'.
            05  WS-EDIT-TOT-COMMISSION    PIC Z(11)9,99.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'DEVEUR-WS.cpy'.
           COPY 'CORRESP-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE WS-CODE-APPORTEUR TO TBL-CTR-APPORTEUR(IDX-CONTRAT).
           MOVE WS-NUM-CONTRAT    TO TBL-CTR-CONTRAT(IDX-CONTRAT).
           MOVE WS-TYPE-ASSU      TO TBL-CTR-TYPE(IDX-CONTRAT).
           MOVE WS-DEVISE         TO DV-DEVISE.
           MOVE WS-MONTANT-PAYE   TO DV-MONTANT.
           MOVE WS-NUM-CONTRAT    TO DV-CONTRAT.
           PERFORM 9880-CONVERTIT-EUR-START THRU 9880-CONVERTIT-EUR-END.
           MOVE DV-MONTANT-EUR    TO TBL-CTR-MONTANT(IDX-CONTRAT).
           MOVE SPACE             TO TBL-CTR-EDITE(IDX-CONTRAT).

           SET IDX-APP TO 1.
           STRING 'RELEVE DES COMMISSIONS PAR APPORTEUR'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3050-ENTETE-TAUX-START
               THRU 3050-ENTETE-TAUX-END.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

       3000-RAPPORT-END.
           EXIT.

      ***** Etat des taux de change appliques, en tete d'edition : ****
      ***** date du plus ancien taux utilise puis une ligne par    ****
      ***** devise convertie                                        ****
       3050-ENTETE-TAUX-START.
           MOVE SPACES TO REC-RAPPORT.
           IF DV-NB-CONVERTIS = 0
               STRING 'MONTANTS EN EUROS (AUCUN CONTRAT EN DEVISE)'
                   DELIMITED BY SIZE INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING 'MONTANTS CONVERTIS EN EUROS - TAUX '
                       DELIMITED BY SIZE
                   'calc-devises.txt DU ' DELIMITED BY SIZE
                   DV-DATE-TAUX-MIN       DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.
           PERFORM 3060-LIGNE-TAUX-START
               THRU 3060-LIGNE-TAUX-END
               VARYING IDX-DEVISE FROM 1 BY 1
               UNTIL IDX-DEVISE > DEVISE-LGTH.
       3050-ENTETE-TAUX-END.
           EXIT.

       3060-LIGNE-TAUX-START.
           IF TBL-DEV-NB(IDX-DEVISE) = 0
               GO TO 3060-LIGNE-TAUX-END
           END-IF.
           PERFORM 9890-LIBELLE-TAUX-START THRU 9890-LIBELLE-TAUX-END.
           MOVE SPACES TO REC-RAPPORT.
           MOVE DV-LIBELLE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3060-LIGNE-TAUX-END.
           EXIT.

      ***** Bordereau d'un apporteur : entete, une ligne par contrat, **
      ***** total de l'apporteur                                      **
       3100-BORDEREAU-START.
           MOVE 0 TO WS-APP-MONTANT.
           MOVE 0 TO WS-APP-COMMISSION.

           MOVE TBL-APP-CODE(IDX-APP) TO CR-CODE-CLT.
           MOVE SPACES                TO CR-NUM-CONTRAT.
           MOVE 'RELEVCOM'            TO CR-TYPE-DOC.
           MOVE 'assurcom'            TO CR-PROGRAMME.
           MOVE 'assurcom.lis'        TO CR-FICHIER.
           PERFORM 9900-ENREG-COURRIER-START
               THRU 9900-ENREG-COURRIER-END.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'APPORTEUR: ' DELIMITED BY SIZE
               TBL-APP-CODE(IDX-APP) DELIMITED BY SIZE
               ' REF:'               DELIMITED BY SIZE
               CR-REFERENCE          DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           DISPLAY 'CONTRATS SANS APPORTEUR : ' WS-NB-SANS-APPORTEUR.
           DISPLAY 'CONTRATS SANS TAUX      : ' WS-NB-SANS-TAUX.
           DISPLAY 'RAPPORT ECRIT           : assurcom.lis'.
           DISPLAY 'RELEVES ENREGISTRES     : ' CR-NB-ENREG
               ' (correspondance.dat)'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.

           COPY 'DEVEUR.cpy'.

           COPY 'CORRESP.cpy'.
