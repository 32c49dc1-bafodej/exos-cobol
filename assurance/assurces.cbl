       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurces.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Bordereau trimestriel de cession en
      *                 reassurance quote-part : chaque contrat
      *                 d'assurances.dat est rattache au traite de
      *                 assur-traites.txt (FTRAITE.cpy) qui couvre son
      *                 WS-TYPE-ASSU sur le trimestre demande (parametre
      *                 AAAAT, defaut trimestre courant). assurces.lis
      *                 donne par traite le detail des contrats, la
      *                 prime cedee, la commission de reassurance et les
      *                 totaux du traite ; les contrats dont le type n'a
      *                 aucun traite en vigueur sont listes a part pour
      *                 qu'aucune retention ne passe inapercue.
      *    2026-10-15  Contrats en devise (WS-DEVISE) : la prime est
      *                 convertie en euros avant calcul de la cession
      *                 et cumul, aux taux de calc-devises.txt (routine
      *                 partagee DEVEUR.cpy) ; l'edition indique la date
      *                 des taux appliques. Taux absent ou perime :
      *                 arret.
      *    2026-10-15  Seuls les contrats ACTIF dont le terme a pris
      *                 effet dans le trimestre (WS-DATE-ECHEANCE moins
      *                 un an) sont cedes : un bordereau ne recede plus
      *                 tout le portefeuille. Le traite retenu est celui
      *                 en vigueur a la date d'effet du terme. Table des
      *                 contrats pleine : arret, code retour 8.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

      ***** Referentiel des traites de reassurance **********************
           SELECT FIC-TRAITE ASSIGN TO 'assur-traites.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-TRAITE-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurces.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

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

       FD  FIC-TRAITE
           RECORD CONTAINS 72 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FTRAITE.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-DEVISES
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEVISE.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-TRAITE-STATUS              PIC X(2).
            88  WS-TRAITE-OK              VALUE 00.
            88  WS-TRAITE-END             VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Trimestre du bordereau (AAAAT en ligne de commande) *********
        01  WS-CMD-LINE                   PIC X(80) VALUE SPACES.
        01  WS-TRIM-PARM                  PIC X(5)  VALUE SPACES.
        01  WS-TRIMESTRE.
            05  WS-TRIM-ANNEE             PIC 9(4).
            05  WS-TRIM-NUM               PIC 9(1).
        01  WS-MOIS-DEBUT                 PIC 9(2).
        01  WS-MOIS-FIN                   PIC 9(2).
        01  WS-PERIODE-DEBUT.
            05  WS-PDEB-ANNEE             PIC 9(4).
            05  WS-PDEB-MOIS              PIC 9(2).
            05  WS-PDEB-JOUR              PIC 9(2).
        01  WS-PERIODE-DEBUT-NUM REDEFINES WS-PERIODE-DEBUT
                                          PIC 9(8).
        01  WS-PERIODE-FIN.
            05  WS-PFIN-ANNEE             PIC 9(4).
            05  WS-PFIN-MOIS              PIC 9(2).
            05  WS-PFIN-JOUR              PIC 9(2).
        01  WS-PERIODE-FIN-NUM REDEFINES WS-PERIODE-FIN
                                          PIC 9(8).

      ***** Traites en vigueur sur le trimestre, avec leurs cumuls *****
        01  DATA-TRAITE.
            05  TRAITE-LGTH               PIC 9(3) VALUE 0.
            05  TRAITE-TBL
                OCCURS 1 TO 100 TIMES
                DEPENDING ON TRAITE-LGTH
                INDEXED BY IDX-TRAITE.
                10  TBL-TRT-REFERENCE     PIC X(8).
                10  TBL-TRT-TYPE-ASSU     PIC X(13).
                10  TBL-TRT-CESSION       PIC 9(3)V99.
                10  TBL-TRT-COMMISSION    PIC 9(2)V99.
                10  TBL-TRT-DEBUT         PIC 9(8).
                10  TBL-TRT-FIN           PIC 9(8).
                10  TBL-TRT-REASSUREUR    PIC X(20).
                10  TBL-TRT-NB            PIC 9(7).
                10  TBL-TRT-PRIME         PIC 9(11)V99.
                10  TBL-TRT-CEDEE         PIC 9(11)V99.
                10  TBL-TRT-COMM          PIC 9(11)V99.

      ***** Contrats charges en memoire, rattaches a leur traite *******
      ***** (TBL-CTR-TRAITE a zero : aucun traite, prime retenue)  *****
      ***** TBL-CTR-PRIME est la prime convertie en euros          *****
        01  DATA-CONTRAT.
            05  CTR-LGTH                  PIC 9(5) VALUE 0.
            05  CTR-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CTR-LGTH
                INDEXED BY IDX-CTR.
                10  TBL-CTR-NUM           PIC X(8).
                10  TBL-CTR-CLIENT        PIC X(8).
                10  TBL-CTR-TYPE          PIC X(13).
                10  TBL-CTR-STATUT        PIC X(8).
                10  TBL-CTR-PRIME         PIC 9(9)V99.
                10  TBL-CTR-TRAITE        PIC 9(3).

        01  WS-IDX-TROUVE                 PIC 9(3) VALUE 0.
        01  WS-DEBUT-TROUVE               PIC 9(8) VALUE 0.
      ***** Date d'effet du terme : l'echeance reculee d'un an *********
        01  WS-DEBUT-TERME.
            05  WS-TERME-ANNEE            PIC 9(4).
            05  WS-TERME-MOIS             PIC 9(2).
            05  WS-TERME-JOUR             PIC 9(2).
        01  WS-DEBUT-TERME-NUM REDEFINES WS-DEBUT-TERME
                                          PIC 9(8).
        01  WS-NUM-TRAITE                 PIC 9(3) VALUE 0.
        01  WS-PRIME-CEDEE                PIC 9(11)V99 VALUE 0.
        01  WS-COMMISSION                 PIC 9(11)V99 VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-NON-ACTIFS              PIC 9(7) VALUE 0.
        01  WS-NB-HORS-TRIMESTRE          PIC 9(7) VALUE 0.
        01  WS-NB-CEDES                   PIC 9(7) VALUE 0.
        01  WS-NB-SANS-TRAITE             PIC 9(7) VALUE 0.
        01  WS-PRIME-SANS-TRAITE          PIC 9(12)V99 VALUE 0.
        01  WS-TOTAL-PRIME                PIC 9(12)V99 VALUE 0.
        01  WS-TOTAL-CEDEE                PIC 9(12)V99 VALUE 0.
        01  WS-TOTAL-COMM                 PIC 9(12)V99 VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-TRAITE.
            05  FILLER                    PIC X(7) VALUE 'TRAITE '.
            05  WS-EDIT-TRT-REF           PIC X(8).
            05  FILLER                    PIC X(7) VALUE '  TYPE '.
            05  WS-EDIT-TRT-TYPE          PIC X(13).
            05  FILLER                    PIC X(12)
                VALUE '  REASSUREUR'.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-TRT-REASS         PIC X(20).
            05  FILLER                    PIC X(9) VALUE '  CESSION'.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-TRT-CESSION       PIC ZZ9,99.
            05  FILLER                    PIC X(14)
                VALUE ' %  COMMISSION'.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-TRT-COMMISSION    PIC Z9,99.
            05  FILLER                    PIC X(2) VALUE ' %'.
            05  FILLER                    PIC X(3) VALUE ' DU'.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-TRT-DEBUT         PIC 9(8).
            05  FILLER                    PIC X(3) VALUE ' AU'.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-TRT-FIN           PIC 9(8).

        01  WS-EDIT-ENTETE.
            05  FILLER                    PIC X(10) VALUE 'CONTRAT'.
            05  FILLER                    PIC X(10) VALUE 'CLIENT'.
            05  FILLER                    PIC X(15) VALUE 'TYPE'.
            05  FILLER                    PIC X(10) VALUE 'STATUT'.
            05  FILLER                    PIC X(15)
                VALUE '          PRIME'.
            05  FILLER                    PIC X(16)
                VALUE '     PRIME CEDEE'.
            05  FILLER                    PIC X(16)
                VALUE '      COMMISSION'.

        01  WS-EDIT-DETAIL.
            05  WS-EDIT-NUM               PIC X(8).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-CLIENT            PIC X(8).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-TYPE              PIC X(13).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-STATUT            PIC X(8).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-PRIME             PIC Z(11)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CEDEE             PIC Z(11)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-COMM              PIC Z(11)9,99.

        01  WS-EDIT-TOTAL.
            05  WS-EDIT-TOT-LIBELLE       PIC X(22).
            05  FILLER                    PIC X(9) VALUE 'CONTRATS:'.
            05  WS-EDIT-TOT-NBR           PIC ZZZZZZ9.
            05  FILLER                    PIC X(7) VALUE ' PRIME:'.
            05  WS-EDIT-TOT-PRIME         PIC Z(12)9,99.
            05  FILLER                    PIC X(8) VALUE ' CEDEE:'.
            05  WS-EDIT-TOT-CEDEE         PIC Z(12)9,99.
            05  FILLER                    PIC X(13)
                VALUE ' COMMISSION:'.
            05  WS-EDIT-TOT-COMM          PIC Z(12)9,99.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'DEVEUR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 0100-PARM-START         THRU 0100-PARM-END.
           PERFORM 1000-LOAD-TRAITE-START  THRU 1000-LOAD-TRAITE-END.
           PERFORM 2000-LOAD-ASSU-START    THRU 2000-LOAD-ASSU-END.
           PERFORM 3000-RAPPORT-START      THRU 3000-RAPPORT-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'assurces'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-CONTRATS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Trimestre demande (AAAAT), a defaut le trimestre courant ; **
      ***** bornes de la periode du bordereau                         **
       0100-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-TRIM-PARM
           END-UNSTRING.
           IF WS-TRIM-PARM IS NUMERIC
               AND WS-TRIM-PARM(5:1) >= '1'
               AND WS-TRIM-PARM(5:1) <= '4'
               MOVE WS-TRIM-PARM TO WS-TRIMESTRE
           ELSE
               IF WS-TRIM-PARM NOT = SPACES
                   DISPLAY 'PARAMETRE TRIMESTRE INVALIDE (AAAAT) : '
                       WS-TRIM-PARM ', TRIMESTRE COURANT RETENU'
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TRIM-ANNEE
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MOIS-FIN
               COMPUTE WS-TRIM-NUM = (WS-MOIS-FIN + 2) / 3
           END-IF.

           COMPUTE WS-MOIS-DEBUT = (WS-TRIM-NUM - 1) * 3 + 1.
           COMPUTE WS-MOIS-FIN   = WS-TRIM-NUM * 3.
           MOVE WS-TRIM-ANNEE TO WS-PDEB-ANNEE.
           MOVE WS-MOIS-DEBUT TO WS-PDEB-MOIS.
           MOVE 1             TO WS-PDEB-JOUR.
           MOVE WS-TRIM-ANNEE TO WS-PFIN-ANNEE.
           MOVE WS-MOIS-FIN   TO WS-PFIN-MOIS.
           IF WS-MOIS-FIN = 6 OR WS-MOIS-FIN = 9
               MOVE 30 TO WS-PFIN-JOUR
           ELSE
               MOVE 31 TO WS-PFIN-JOUR
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Chargement des traites en vigueur sur le trimestre ; sans **
      ***** referentiel le bordereau n'a pas de sens, arret          **
       1000-LOAD-TRAITE-START.
           OPEN INPUT FIC-TRAITE.
           IF NOT WS-TRAITE-OK
               DISPLAY 'FICHIER assur-traites.txt ABSENT '
                   '(STATUT ' WS-TRAITE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-TRAITE-LOOP-START
               THRU 1100-LOAD-TRAITE-LOOP-END
               UNTIL WS-TRAITE-END.
           CLOSE FIC-TRAITE.
       1000-LOAD-TRAITE-END.
           EXIT.

      *    Un traite est retenu s'il chevauche le trimestre : debut
      *    avant la fin de periode, fin (zero = sans terme) apres le
      *    debut de periode.
       1100-LOAD-TRAITE-LOOP-START.
           READ FIC-TRAITE
               AT END
                   MOVE '10' TO WS-TRAITE-STATUS
               NOT AT END
                   IF TRT-TYPE-ASSU NOT = SPACES
                       AND TRT-TAUX-CESSION IS NUMERIC
                       AND TRT-TAUX-COMMISSION IS NUMERIC
                       AND TRT-DATE-DEBUT IS NUMERIC
                       AND TRT-DATE-FIN IS NUMERIC
                       AND TRT-DATE-DEBUT <= WS-PERIODE-FIN-NUM
                       AND (TRT-DATE-FIN = 0
                         OR TRT-DATE-FIN >= WS-PERIODE-DEBUT-NUM)
                       AND TRAITE-LGTH < 100
                       SET TRAITE-LGTH UP BY 1
                       SET IDX-TRAITE TO TRAITE-LGTH
                       MOVE TRT-REFERENCE
                           TO TBL-TRT-REFERENCE(IDX-TRAITE)
                       MOVE TRT-TYPE-ASSU
                           TO TBL-TRT-TYPE-ASSU(IDX-TRAITE)
                       MOVE TRT-TAUX-CESSION
                           TO TBL-TRT-CESSION(IDX-TRAITE)
                       MOVE TRT-TAUX-COMMISSION
                           TO TBL-TRT-COMMISSION(IDX-TRAITE)
                       MOVE TRT-DATE-DEBUT
                           TO TBL-TRT-DEBUT(IDX-TRAITE)
                       MOVE TRT-DATE-FIN
                           TO TBL-TRT-FIN(IDX-TRAITE)
                       MOVE TRT-REASSUREUR
                           TO TBL-TRT-REASSUREUR(IDX-TRAITE)
                       MOVE 0 TO TBL-TRT-NB(IDX-TRAITE)
                       MOVE 0 TO TBL-TRT-PRIME(IDX-TRAITE)
                       MOVE 0 TO TBL-TRT-CEDEE(IDX-TRAITE)
                       MOVE 0 TO TBL-TRT-COMM(IDX-TRAITE)
                   END-IF
           END-READ.
       1100-LOAD-TRAITE-LOOP-END.
           EXIT.

      ***** Lecture des contrats, rattachement a un traite et calcul ***
      ***** de la prime cedee et de la commission                    ***
       2000-LOAD-ASSU-START.
           OPEN INPUT FIC-ASSU.
           PERFORM 2100-LOAD-ASSU-LOOP-START
               THRU 2100-LOAD-ASSU-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       2000-LOAD-ASSU-END.
           EXIT.

       2100-LOAD-ASSU-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   PERFORM 2105-SELECTION-START
                       THRU 2105-SELECTION-END
           END-READ.
       2100-LOAD-ASSU-LOOP-END.
           EXIT.

      ***** Seul un contrat ACTIF dont le terme prend effet dans le ****
      ***** trimestre a une prime a ceder sur ce bordereau         ****
       2105-SELECTION-START.
           IF WS-STATUT NOT = 'ACTIF'
               ADD 1 TO WS-NB-NON-ACTIFS
               GO TO 2105-SELECTION-END
           END-IF.
           IF WS-DATE-ECHEANCE IS NOT NUMERIC
               OR WS-DATE-ECHEANCE = 0
               ADD 1 TO WS-NB-HORS-TRIMESTRE
               GO TO 2105-SELECTION-END
           END-IF.
           MOVE WS-DATE-ECHEANCE TO WS-DEBUT-TERME-NUM.
           SUBTRACT 1 FROM WS-TERME-ANNEE.
           IF WS-TERME-MOIS = 2 AND WS-TERME-JOUR = 29
               MOVE 28 TO WS-TERME-JOUR
           END-IF.
           IF WS-DEBUT-TERME-NUM < WS-PERIODE-DEBUT-NUM
               OR WS-DEBUT-TERME-NUM > WS-PERIODE-FIN-NUM
               ADD 1 TO WS-NB-HORS-TRIMESTRE
               GO TO 2105-SELECTION-END
           END-IF.
           IF CTR-LGTH NOT < 20000
               DISPLAY 'TABLE DES CONTRATS PLEINE (20000), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2110-RATTACHE-START THRU 2110-RATTACHE-END.
       2105-SELECTION-END.
           EXIT.

       2110-RATTACHE-START.
           SET CTR-LGTH UP BY 1.
           SET IDX-CTR TO CTR-LGTH.
           MOVE WS-NUM-CONTRAT  TO TBL-CTR-NUM(IDX-CTR).
           MOVE WS-NUM-CLIENT   TO TBL-CTR-CLIENT(IDX-CTR).
           MOVE WS-TYPE-ASSU    TO TBL-CTR-TYPE(IDX-CTR).
           MOVE WS-STATUT       TO TBL-CTR-STATUT(IDX-CTR).
           MOVE WS-DEVISE       TO DV-DEVISE.
           MOVE WS-MONTANT-PAYE TO DV-MONTANT.
           MOVE WS-NUM-CONTRAT  TO DV-CONTRAT.
           PERFORM 9880-CONVERTIT-EUR-START THRU 9880-CONVERTIT-EUR-END.
           MOVE DV-MONTANT-EUR  TO TBL-CTR-PRIME(IDX-CTR).

      *    Traite du type en vigueur a la date d'effet du terme ; si
      *    plusieurs le sont (chevauchement au renouvellement), le plus
      *    recent l'emporte.
           MOVE 0 TO WS-IDX-TROUVE.
           MOVE 0 TO WS-DEBUT-TROUVE.
           PERFORM 2120-CHERCHE-TRAITE-START
               THRU 2120-CHERCHE-TRAITE-END
               VARYING IDX-TRAITE FROM 1 BY 1
               UNTIL IDX-TRAITE > TRAITE-LGTH.
           MOVE WS-IDX-TROUVE TO TBL-CTR-TRAITE(IDX-CTR).

           IF WS-IDX-TROUVE = 0
               ADD 1 TO WS-NB-SANS-TRAITE
               ADD TBL-CTR-PRIME(IDX-CTR) TO WS-PRIME-SANS-TRAITE
               GO TO 2110-RATTACHE-END
           END-IF.

           SET IDX-TRAITE TO WS-IDX-TROUVE.
           PERFORM 2200-CALCUL-CESSION-START
               THRU 2200-CALCUL-CESSION-END.
           ADD 1                TO TBL-TRT-NB(IDX-TRAITE).
           ADD TBL-CTR-PRIME(IDX-CTR) TO TBL-TRT-PRIME(IDX-TRAITE).
           ADD WS-PRIME-CEDEE   TO TBL-TRT-CEDEE(IDX-TRAITE).
           ADD WS-COMMISSION    TO TBL-TRT-COMM(IDX-TRAITE).
           ADD 1 TO WS-NB-CEDES.
       2110-RATTACHE-END.
           EXIT.

       2120-CHERCHE-TRAITE-START.
           IF TBL-TRT-TYPE-ASSU(IDX-TRAITE) = WS-TYPE-ASSU
               AND TBL-TRT-DEBUT(IDX-TRAITE) <= WS-DEBUT-TERME-NUM
               AND (TBL-TRT-FIN(IDX-TRAITE) = 0
                 OR TBL-TRT-FIN(IDX-TRAITE) >= WS-DEBUT-TERME-NUM)
               AND TBL-TRT-DEBUT(IDX-TRAITE) >= WS-DEBUT-TROUVE
               SET WS-IDX-TROUVE TO IDX-TRAITE
               MOVE TBL-TRT-DEBUT(IDX-TRAITE) TO WS-DEBUT-TROUVE
           END-IF.
       2120-CHERCHE-TRAITE-END.
           EXIT.

      ***** Prime cedee et commission du contrat pour le traite ********
      ***** pointe par IDX-TRAITE, a partir de TBL-CTR-PRIME    ********
       2200-CALCUL-CESSION-START.
           COMPUTE WS-PRIME-CEDEE ROUNDED =
               TBL-CTR-PRIME(IDX-CTR)
                   * TBL-TRT-CESSION(IDX-TRAITE) / 100.
           COMPUTE WS-COMMISSION ROUNDED =
               WS-PRIME-CEDEE * TBL-TRT-COMMISSION(IDX-TRAITE) / 100.
       2200-CALCUL-CESSION-END.
           EXIT.

      ***** Edition : un bloc par traite (detail et totaux), puis les **
      ***** contrats sans traite et le total general                 **
       3000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'BORDEREAU DE CESSION EN REASSURANCE - TRIMESTRE '
                   DELIMITED BY SIZE
               WS-TRIM-NUM        DELIMITED BY SIZE
               '/'                DELIMITED BY SIZE
               WS-TRIM-ANNEE      DELIMITED BY SIZE
               ' (DU '            DELIMITED BY SIZE
               WS-PERIODE-DEBUT   DELIMITED BY SIZE
               ' AU '             DELIMITED BY SIZE
               WS-PERIODE-FIN     DELIMITED BY SIZE
               ')'                DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           PERFORM 3050-ENTETE-TAUX-START
               THRU 3050-ENTETE-TAUX-END.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 3100-BLOC-TRAITE-START
               THRU 3100-BLOC-TRAITE-END
               VARYING IDX-TRAITE FROM 1 BY 1
               UNTIL IDX-TRAITE > TRAITE-LGTH.

           PERFORM 3300-SANS-TRAITE-START
               THRU 3300-SANS-TRAITE-END.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TOTAL CEDE'   TO WS-EDIT-TOT-LIBELLE.
           MOVE WS-NB-CEDES    TO WS-EDIT-TOT-NBR.
           MOVE WS-TOTAL-PRIME TO WS-EDIT-TOT-PRIME.
           MOVE WS-TOTAL-CEDEE TO WS-EDIT-TOT-CEDEE.
           MOVE WS-TOTAL-COMM  TO WS-EDIT-TOT-COMM.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TOTAL RETENU SANS TRT' TO WS-EDIT-TOT-LIBELLE.
           MOVE WS-NB-SANS-TRAITE    TO WS-EDIT-TOT-NBR.
           MOVE WS-PRIME-SANS-TRAITE TO WS-EDIT-TOT-PRIME.
           MOVE 0                    TO WS-EDIT-TOT-CEDEE.
           MOVE 0                    TO WS-EDIT-TOT-COMM.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           CLOSE FIC-RAPPORT.
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

       3100-BLOC-TRAITE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE TBL-TRT-REFERENCE(IDX-TRAITE)  TO WS-EDIT-TRT-REF.
           MOVE TBL-TRT-TYPE-ASSU(IDX-TRAITE)  TO WS-EDIT-TRT-TYPE.
           MOVE TBL-TRT-REASSUREUR(IDX-TRAITE) TO WS-EDIT-TRT-REASS.
           MOVE TBL-TRT-CESSION(IDX-TRAITE)    TO WS-EDIT-TRT-CESSION.
           MOVE TBL-TRT-COMMISSION(IDX-TRAITE)
               TO WS-EDIT-TRT-COMMISSION.
           MOVE TBL-TRT-DEBUT(IDX-TRAITE)      TO WS-EDIT-TRT-DEBUT.
           MOVE TBL-TRT-FIN(IDX-TRAITE)        TO WS-EDIT-TRT-FIN.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TRAITE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           SET WS-NUM-TRAITE TO IDX-TRAITE.
           PERFORM 3200-DETAIL-TRAITE-START
               THRU 3200-DETAIL-TRAITE-END
               VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > CTR-LGTH.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-EDIT-TOT-LIBELLE.
           STRING 'TOTAL TRAITE ' DELIMITED BY SIZE
               TBL-TRT-REFERENCE(IDX-TRAITE) DELIMITED BY SIZE
               INTO WS-EDIT-TOT-LIBELLE
           END-STRING.
           MOVE TBL-TRT-NB(IDX-TRAITE)    TO WS-EDIT-TOT-NBR.
           MOVE TBL-TRT-PRIME(IDX-TRAITE) TO WS-EDIT-TOT-PRIME.
           MOVE TBL-TRT-CEDEE(IDX-TRAITE) TO WS-EDIT-TOT-CEDEE.
           MOVE TBL-TRT-COMM(IDX-TRAITE)  TO WS-EDIT-TOT-COMM.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-TOTAL TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           ADD TBL-TRT-PRIME(IDX-TRAITE) TO WS-TOTAL-PRIME.
           ADD TBL-TRT-CEDEE(IDX-TRAITE) TO WS-TOTAL-CEDEE.
           ADD TBL-TRT-COMM(IDX-TRAITE)  TO WS-TOTAL-COMM.
       3100-BLOC-TRAITE-END.
           EXIT.

       3200-DETAIL-TRAITE-START.
           IF TBL-CTR-TRAITE(IDX-CTR) NOT = WS-NUM-TRAITE
               GO TO 3200-DETAIL-TRAITE-END
           END-IF.
           PERFORM 2200-CALCUL-CESSION-START
               THRU 2200-CALCUL-CESSION-END.
           MOVE TBL-CTR-NUM(IDX-CTR)    TO WS-EDIT-NUM.
           MOVE TBL-CTR-CLIENT(IDX-CTR) TO WS-EDIT-CLIENT.
           MOVE TBL-CTR-TYPE(IDX-CTR)   TO WS-EDIT-TYPE.
           MOVE TBL-CTR-STATUT(IDX-CTR) TO WS-EDIT-STATUT.
           MOVE TBL-CTR-PRIME(IDX-CTR)  TO WS-EDIT-PRIME.
           MOVE WS-PRIME-CEDEE          TO WS-EDIT-CEDEE.
           MOVE WS-COMMISSION           TO WS-EDIT-COMM.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-DETAIL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3200-DETAIL-TRAITE-END.
           EXIT.

      ***** Contrats dont le type n'a aucun traite en vigueur : prime **
      ***** integralement retenue, listee pour controle              **
       3300-SANS-TRAITE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTRATS SANS TRAITE EN VIGUEUR A L''EFFET DU TERME '
                   DELIMITED BY SIZE
               '(PRIME RETENUE)' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ENTETE TO REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT(62:).
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE 0 TO WS-NUM-TRAITE.
           MOVE 0 TO WS-PRIME-CEDEE.
           MOVE 0 TO WS-COMMISSION.
           PERFORM 3310-DETAIL-SANS-TRAITE-START
               THRU 3310-DETAIL-SANS-TRAITE-END
               VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > CTR-LGTH.

           IF WS-NB-SANS-TRAITE = 0
               MOVE SPACES TO REC-RAPPORT
               MOVE 'AUCUN' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       3300-SANS-TRAITE-END.
           EXIT.

       3310-DETAIL-SANS-TRAITE-START.
           IF TBL-CTR-TRAITE(IDX-CTR) NOT = 0
               GO TO 3310-DETAIL-SANS-TRAITE-END
           END-IF.
           MOVE TBL-CTR-NUM(IDX-CTR)    TO WS-EDIT-NUM.
           MOVE TBL-CTR-CLIENT(IDX-CTR) TO WS-EDIT-CLIENT.
           MOVE TBL-CTR-TYPE(IDX-CTR)   TO WS-EDIT-TYPE.
           MOVE TBL-CTR-STATUT(IDX-CTR) TO WS-EDIT-STATUT.
           MOVE TBL-CTR-PRIME(IDX-CTR)  TO WS-EDIT-PRIME.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-DETAIL TO REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT(62:).
           WRITE REC-RAPPORT.
       3310-DETAIL-SANS-TRAITE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'CONTRATS LUS         : ' WS-NB-CONTRATS.
           DISPLAY 'CONTRATS CEDES       : ' WS-NB-CEDES.
           DISPLAY 'CONTRATS SANS TRAITE : ' WS-NB-SANS-TRAITE.
           DISPLAY 'CONTRATS NON ACTIFS  : ' WS-NB-NON-ACTIFS.
           DISPLAY 'TERME HORS TRIMESTRE : ' WS-NB-HORS-TRIMESTRE.
           DISPLAY 'RAPPORT ECRIT        : assurces.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.

           COPY 'DEVEUR.cpy'.
