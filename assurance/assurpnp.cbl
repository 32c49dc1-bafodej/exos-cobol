       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurpnp.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Provision pour primes non acquises a
      *                 la date de cloture de periode-close.dat (tenue
      *                 par perclose) : pour chaque contrat ACTIF, la
      *                 prime annuelle WS-MONTANT-PAYE couvre les douze
      *                 mois qui precedent WS-DATE-ECHEANCE ; la part
      *                 non acquise est le prorata des jours entre la
      *                 cloture et l'echeance. assurpnp.lis donne le
      *                 detail par contrat puis les totaux par
      *                 WS-TYPE-ASSU et par agence (AGENCE-CLT du
      *                 client, libelle de fr-liste-dept.txt) face aux
      *                 chiffres de la cloture precedente, conserves
      *                 dans assurpnp-hist.dat, et la variation de la
      *                 provision. Une relance sur la meme date de
      *                 cloture remplace les chiffres de cette cloture.
      *    2026-10-15  Contrats en devise (WS-DEVISE) : la prime est
      *                 convertie en euros avant calcul de la provision
      *                 et cumul, aux taux de calc-devises.txt (routine
      *                 partagee DEVEUR.cpy) ; l'edition indique la date
      *                 des taux appliques. Taux absent ou perime :
      *                 arret.
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

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

      ***** Date de cloture tenue par perclose **************************
           SELECT FIC-PERIODE ASSIGN TO 'periode-close.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIODE-STATUS.

      ***** Provisions des clotures successives (par type, agence) *****
           SELECT FIC-HIST ASSIGN TO 'assurpnp-hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurpnp.lis'
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

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-DEPT
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-PERIODE
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
        01 REC-PERIODE                    PIC X(8).

       FD  FIC-HIST
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.
        01 REC-PNPHIST.
           05  PNH-DATE-CLOTURE          PIC 9(8).
           05  FILLER                    PIC X(1).
           05  PNH-AXE                   PIC X(1).
               88  PNH-AXE-TYPE          VALUE 'T'.
               88  PNH-AXE-AGENCE        VALUE 'A'.
               88  PNH-AXE-GENERAL       VALUE 'G'.
           05  FILLER                    PIC X(1).
           05  PNH-CLE                   PIC X(13).
           05  FILLER                    PIC X(1).
           05  PNH-MONTANT               PIC 9(11)V99.
           05  FILLER                    PIC X(1).
           05  PNH-NB                    PIC 9(7).

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
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-DEPT-STATUS                PIC X(2).
            88  WS-DEPT-OK                VALUE 00.
            88  WS-DEPT-END               VALUE 10.
        01  WS-PERIODE-STATUS             PIC X(2).
            88  WS-PERIODE-OK             VALUE '00'.
            88  WS-PERIODE-ABSENT         VALUE '35'.
        01  WS-HIST-STATUS                PIC X(2).
            88  WS-HIST-OK                VALUE 00.
            88  WS-HIST-END               VALUE 10.
            88  WS-HIST-ABSENT            VALUE 35.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

        01  WS-DATE-CLOTURE               PIC X(8)  VALUE SPACES.
        01  WS-DATE-CLOTURE-NUM REDEFINES WS-DATE-CLOTURE
                                          PIC 9(8).
        01  WS-DATE-PRECEDENTE            PIC 9(8)  VALUE 0.

      ***** Debut de couverture : l'echeance reculee d'un an ***********
        01  WS-DEBUT-COUV.
            05  WS-DEBUT-ANNEE            PIC 9(4).
            05  WS-DEBUT-MOIS             PIC 9(2).
            05  WS-DEBUT-JOUR             PIC 9(2).
        01  WS-DEBUT-COUV-NUM REDEFINES WS-DEBUT-COUV
                                          PIC 9(8).

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'DEVEUR-WS.cpy'.

      ***** Table des clients du fichier maitre, code -> agence *********
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).

      ***** Provision de la cloture courante par type d'assurance ******
        01  DATA-TYPE.
            05  TYPE-LGTH                 PIC 9(3) VALUE 0.
            05  TYPE-TBL
                OCCURS 1 TO 100 TIMES
                DEPENDING ON TYPE-LGTH
                INDEXED BY IDX-TYPE.
                10  TBL-TYPE-ASSU         PIC X(13).
                10  TBL-TYP-NB            PIC 9(7).
                10  TBL-TYP-PRIME         PIC 9(11)V99.
                10  TBL-TYP-PNP           PIC 9(11)V99.

      ***** Provision de la cloture courante par agence ; les agences **
      ***** hors fr-liste-dept.txt sont ajoutees a la volee           **
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(5) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-CODE-AGENCE       PIC X(3).
                10  TBL-LIBELLE-AGENCE    PIC X(30).
                10  TBL-AGC-NB            PIC 9(7).
                10  TBL-AGC-PRIME         PIC 9(11)V99.
                10  TBL-AGC-PNP           PIC 9(11)V99.

      ***** Historique des provisions, hors cloture courante ***********
        01  DATA-HIST.
            05  HIST-LGTH                 PIC 9(5) VALUE 0.
            05  HIST-TBL
                OCCURS 1 TO 5000 TIMES
                DEPENDING ON HIST-LGTH
                INDEXED BY IDX-HIST.
                10  TBL-HIS-DATE          PIC 9(8).
                10  TBL-HIS-AXE           PIC X(1).
                10  TBL-HIS-CLE           PIC X(13).
                10  TBL-HIS-MONTANT       PIC 9(11)V99.
                10  TBL-HIS-NB            PIC 9(7).

        01  WS-AGENCE-CONTRAT             PIC X(3).
        01  WS-CLE-RECHERCHE              PIC X(13).
        01  WS-AXE-RECHERCHE              PIC X(1).
        01  WS-TROUVE                     PIC X(1).
        01  WS-JOURS-COUV                 PIC S9(6) VALUE 0.
        01  WS-JOURS-RESTANTS             PIC S9(6) VALUE 0.
        01  WS-PRIME-EUR                  PIC 9(9)V99 VALUE 0.
        01  WS-PNP                        PIC 9(11)V99 VALUE 0.
        01  WS-PNP-PREC                   PIC 9(11)V99 VALUE 0.
        01  WS-PNP-VARIATION              PIC S9(12)V99 VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-PROVISIONNES            PIC 9(7) VALUE 0.
        01  WS-NB-ECHUS                   PIC 9(7) VALUE 0.
        01  WS-NB-SANS-ECHEANCE           PIC 9(7) VALUE 0.
        01  WS-NB-ORPHELINS               PIC 9(7) VALUE 0.
        01  WS-NB-HIST-IGNORES            PIC 9(7) VALUE 0.
        01  WS-TOTAL-PRIME                PIC 9(12)V99 VALUE 0.
        01  WS-TOTAL-PNP                  PIC 9(12)V99 VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-DETAIL.
            05  WS-EDIT-NUM               PIC X(8).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-TYPE              PIC X(13).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-AGENCE            PIC X(3).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-ECHEANCE          PIC 9(8).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-PRIME             PIC Z(11)9,99.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-JOURS             PIC ZZ9.
            05  FILLER                    PIC X(1) VALUE '/'.
            05  WS-EDIT-JOURS-COUV        PIC ZZ9.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-PNP               PIC Z(11)9,99.

        01  WS-EDIT-AXE.
            05  WS-EDIT-CLE               PIC X(13).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-LIBELLE           PIC X(30).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-NBR               PIC ZZZZZZ9.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-AXE-PRIME         PIC Z(11)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-AXE-PNP           PIC Z(11)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-AXE-PREC          PIC Z(11)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-AXE-VARIATION     PIC -(12)9,99.

        01  WS-EDIT-AXE-ENTETE.
            05  FILLER                    PIC X(44) VALUE SPACES.
            05  FILLER                    PIC X(8)  VALUE 'CONTRATS'.
            05  FILLER                    PIC X(16)
                VALUE '           PRIME'.
            05  FILLER                    PIC X(16)
                VALUE '       PROVISION'.
            05  FILLER                    PIC X(16)
                VALUE '   PROV. PRECED.'.
            05  FILLER                    PIC X(17)
                VALUE '        VARIATION'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 0100-LIRE-CLOTURE-START THRU 0100-LIRE-CLOTURE-END.
           PERFORM 1000-LOAD-DEPT-START    THRU 1000-LOAD-DEPT-END.
           PERFORM 1500-LOAD-CLIENT-START  THRU 1500-LOAD-CLIENT-END.
           PERFORM 1800-LOAD-HIST-START    THRU 1800-LOAD-HIST-END.
           PERFORM 2000-PROVISION-START    THRU 2000-PROVISION-END.
           PERFORM 3000-TOTAUX-START       THRU 3000-TOTAUX-END.
           PERFORM 4000-ECRIT-HIST-START   THRU 4000-ECRIT-HIST-END.
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
           MOVE 'assurpnp'           TO BL-PROGRAMME.
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

      ***** Date de cloture ; sans periode cloturee il n'y a pas de ***
      ***** provision a calculer, arret                             ***
       0100-LIRE-CLOTURE-START.
           OPEN INPUT FIC-PERIODE.
           IF WS-PERIODE-OK
               READ FIC-PERIODE INTO WS-DATE-CLOTURE
                   AT END CONTINUE
               END-READ
               CLOSE FIC-PERIODE
           END-IF.
           IF WS-DATE-CLOTURE IS NOT NUMERIC
               DISPLAY 'AUCUNE PERIODE CLOTUREE DANS '
                   'periode-close.dat, ARRET'
               STOP RUN
           END-IF.
       0100-LIRE-CLOTURE-END.
           EXIT.

      ***** Chargement des agences/departements en table memoire *******
       1000-LOAD-DEPT-START.
           OPEN INPUT FIC-DEPT.
           PERFORM 1100-LOAD-DEPT-LOOP-START
               THRU 1100-LOAD-DEPT-LOOP-END
               UNTIL WS-DEPT-END.
           CLOSE FIC-DEPT.
       1000-LOAD-DEPT-END.
           EXIT.

       1100-LOAD-DEPT-LOOP-START.
           READ FIC-DEPT INTO F-DEPT
               AT END
                   MOVE '10' TO WS-DEPT-STATUS
               NOT AT END
                   IF AGENCE-LGTH < 200
                       SET AGENCE-LGTH UP BY 1
                       SET IDX-AGENCE TO AGENCE-LGTH
                       MOVE CODE-DEPT
                           TO TBL-CODE-AGENCE(IDX-AGENCE)
                       MOVE LIBELLE-DEPT
                           TO TBL-LIBELLE-AGENCE(IDX-AGENCE)
                       MOVE 0 TO TBL-AGC-NB(IDX-AGENCE)
                       MOVE 0 TO TBL-AGC-PRIME(IDX-AGENCE)
                       MOVE 0 TO TBL-AGC-PNP(IDX-AGENCE)
                   END-IF
           END-READ.
       1100-LOAD-DEPT-LOOP-END.
           EXIT.

      ***** Chargement du fichier client en table memoire ***************
       1500-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           PERFORM 1600-LOAD-CLIENT-LOOP-START
               THRU 1600-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1500-LOAD-CLIENT-END.
           EXIT.

       1600-LOAD-CLIENT-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE AGENCE-CLT TO TBL-AGENCE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1600-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Historique des provisions : les lignes de la cloture   *****
      ***** courante (relance) sont ecartees pour etre remplacees ; *****
      ***** la cloture precedente est la plus recente des autres    *****
       1800-LOAD-HIST-START.
           OPEN INPUT FIC-HIST.
           IF WS-HIST-ABSENT
               GO TO 1800-LOAD-HIST-END
           END-IF.
           PERFORM 1900-LOAD-HIST-LOOP-START
               THRU 1900-LOAD-HIST-LOOP-END
               UNTIL WS-HIST-END.
           CLOSE FIC-HIST.
       1800-LOAD-HIST-END.
           EXIT.

       1900-LOAD-HIST-LOOP-START.
           READ FIC-HIST
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   IF PNH-DATE-CLOTURE IS NUMERIC
                       AND PNH-DATE-CLOTURE NOT = WS-DATE-CLOTURE-NUM
                       PERFORM 1910-GARDE-HIST-START
                           THRU 1910-GARDE-HIST-END
                   END-IF
           END-READ.
       1900-LOAD-HIST-LOOP-END.
           EXIT.

       1910-GARDE-HIST-START.
           IF HIST-LGTH NOT < 5000
               ADD 1 TO WS-NB-HIST-IGNORES
               GO TO 1910-GARDE-HIST-END
           END-IF.
           SET HIST-LGTH UP BY 1.
           SET IDX-HIST TO HIST-LGTH.
           MOVE PNH-DATE-CLOTURE TO TBL-HIS-DATE(IDX-HIST).
           MOVE PNH-AXE          TO TBL-HIS-AXE(IDX-HIST).
           MOVE PNH-CLE          TO TBL-HIS-CLE(IDX-HIST).
           MOVE PNH-MONTANT      TO TBL-HIS-MONTANT(IDX-HIST).
           MOVE PNH-NB           TO TBL-HIS-NB(IDX-HIST).
           IF PNH-DATE-CLOTURE < WS-DATE-CLOTURE-NUM
               AND PNH-DATE-CLOTURE > WS-DATE-PRECEDENTE
               MOVE PNH-DATE-CLOTURE TO WS-DATE-PRECEDENTE
           END-IF.
       1910-GARDE-HIST-END.
           EXIT.

      ***** Lecture des contrats : provision par contrat ACTIF, detail **
      ***** edite au fil de l'eau, cumuls par type et par agence       **
       2000-PROVISION-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'PROVISION POUR PRIMES NON ACQUISES - CLOTURE AU '
                   DELIMITED BY SIZE
               WS-DATE-CLOTURE DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-DATE-PRECEDENTE = 0
               MOVE 'AUCUNE CLOTURE PRECEDENTE DANS L''HISTORIQUE'
                   TO REC-RAPPORT
           ELSE
               STRING 'CLOTURE PRECEDENTE : ' DELIMITED BY SIZE
                   WS-DATE-PRECEDENTE DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTRAT   TYPE           AGC  ECHEANCE'
                   DELIMITED BY SIZE
               '            PRIME  JOURS NA     NON ACQUISE'
                   DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           OPEN INPUT FIC-ASSU.
           PERFORM 2100-PROVISION-LOOP-START
               THRU 2100-PROVISION-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       2000-PROVISION-END.
           EXIT.

       2100-PROVISION-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   IF WS-STATUT = 'ACTIF'
                       PERFORM 2110-PRORATA-START
                           THRU 2110-PRORATA-END
                   END-IF
           END-READ.
       2100-PROVISION-LOOP-END.
           EXIT.

      *    Part non acquise = prime en euros x jours (cloture ->
      *    echeance) / jours de la periode couverte (echeance - 1 an
      *    -> echeance).
      *    Une echeance a plus d'un an de la cloture est plafonnee a
      *    la prime entiere ; une echeance deja passee ne provisionne
      *    rien.
       2110-PRORATA-START.
           IF WS-DATE-ECHEANCE IS NOT NUMERIC
               OR WS-DATE-ECHEANCE = 0
               ADD 1 TO WS-NB-SANS-ECHEANCE
               GO TO 2110-PRORATA-END
           END-IF.
           IF WS-DATE-ECHEANCE NOT > WS-DATE-CLOTURE-NUM
               ADD 1 TO WS-NB-ECHUS
               GO TO 2110-PRORATA-END
           END-IF.

           MOVE WS-DATE-ECHEANCE TO WS-DEBUT-COUV-NUM.
           SUBTRACT 1 FROM WS-DEBUT-ANNEE.
           IF WS-DEBUT-MOIS = 2 AND WS-DEBUT-JOUR = 29
               MOVE 28 TO WS-DEBUT-JOUR
           END-IF.
           MOVE WS-DEBUT-COUV-NUM TO DU-DATE-1.
           MOVE WS-DATE-ECHEANCE  TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           MOVE DU-NB-JOURS TO WS-JOURS-COUV.

           MOVE WS-DATE-CLOTURE-NUM TO DU-DATE-1.
           MOVE WS-DATE-ECHEANCE    TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           MOVE DU-NB-JOURS TO WS-JOURS-RESTANTS.
           IF WS-JOURS-RESTANTS > WS-JOURS-COUV
               MOVE WS-JOURS-COUV TO WS-JOURS-RESTANTS
           END-IF.

           MOVE WS-DEVISE       TO DV-DEVISE.
           MOVE WS-MONTANT-PAYE TO DV-MONTANT.
           MOVE WS-NUM-CONTRAT  TO DV-CONTRAT.
           PERFORM 9880-CONVERTIT-EUR-START THRU 9880-CONVERTIT-EUR-END.
           MOVE DV-MONTANT-EUR  TO WS-PRIME-EUR.
           COMPUTE WS-PNP ROUNDED =
               WS-PRIME-EUR * WS-JOURS-RESTANTS / WS-JOURS-COUV.

           PERFORM 2120-AGENCE-CONTRAT-START
               THRU 2120-AGENCE-CONTRAT-END.
           PERFORM 2130-CUMUL-TYPE-START THRU 2130-CUMUL-TYPE-END.
           PERFORM 2140-CUMUL-AGENCE-START
               THRU 2140-CUMUL-AGENCE-END.
           ADD 1               TO WS-NB-PROVISIONNES.
           ADD WS-PRIME-EUR    TO WS-TOTAL-PRIME.
           ADD WS-PNP          TO WS-TOTAL-PNP.

           MOVE WS-NUM-CONTRAT    TO WS-EDIT-NUM.
           MOVE WS-TYPE-ASSU      TO WS-EDIT-TYPE.
           MOVE WS-AGENCE-CONTRAT TO WS-EDIT-AGENCE.
           MOVE WS-DATE-ECHEANCE  TO WS-EDIT-ECHEANCE.
           MOVE WS-PRIME-EUR      TO WS-EDIT-PRIME.
           MOVE WS-JOURS-RESTANTS TO WS-EDIT-JOURS.
           MOVE WS-JOURS-COUV     TO WS-EDIT-JOURS-COUV.
           MOVE WS-PNP            TO WS-EDIT-PNP.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-DETAIL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2110-PRORATA-END.
           EXIT.

      ***** Agence du contrat = agence du client ; client inconnu du ***
      ***** fichier maitre : agence '???'                            ***
       2120-AGENCE-CONTRAT-START.
           MOVE '???' TO WS-AGENCE-CONTRAT.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   ADD 1 TO WS-NB-ORPHELINS
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-NUM-CLIENT
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT)
                       TO WS-AGENCE-CONTRAT
           END-SEARCH.
       2120-AGENCE-CONTRAT-END.
           EXIT.

       2130-CUMUL-TYPE-START.
           SET IDX-TYPE TO 1.
           SEARCH TYPE-TBL
               AT END
                   IF TYPE-LGTH < 100
                       SET TYPE-LGTH UP BY 1
                       SET IDX-TYPE TO TYPE-LGTH
                       MOVE WS-TYPE-ASSU    TO TBL-TYPE-ASSU(IDX-TYPE)
                       MOVE 1               TO TBL-TYP-NB(IDX-TYPE)
                       MOVE WS-PRIME-EUR    TO TBL-TYP-PRIME(IDX-TYPE)
                       MOVE WS-PNP          TO TBL-TYP-PNP(IDX-TYPE)
                   END-IF
               WHEN TBL-TYPE-ASSU(IDX-TYPE) = WS-TYPE-ASSU
                   ADD 1               TO TBL-TYP-NB(IDX-TYPE)
                   ADD WS-PRIME-EUR    TO TBL-TYP-PRIME(IDX-TYPE)
                   ADD WS-PNP          TO TBL-TYP-PNP(IDX-TYPE)
           END-SEARCH.
       2130-CUMUL-TYPE-END.
           EXIT.

       2140-CUMUL-AGENCE-START.
           SET IDX-AGENCE TO 1.
           SEARCH AGENCE-TBL
               AT END
                   IF AGENCE-LGTH < 200
                       SET AGENCE-LGTH UP BY 1
                       SET IDX-AGENCE TO AGENCE-LGTH
                       MOVE WS-AGENCE-CONTRAT
                           TO TBL-CODE-AGENCE(IDX-AGENCE)
                       MOVE 'AGENCE INCONNUE'
                           TO TBL-LIBELLE-AGENCE(IDX-AGENCE)
                       MOVE 1               TO TBL-AGC-NB(IDX-AGENCE)
                       MOVE WS-PRIME-EUR
                           TO TBL-AGC-PRIME(IDX-AGENCE)
                       MOVE WS-PNP          TO TBL-AGC-PNP(IDX-AGENCE)
                   END-IF
               WHEN TBL-CODE-AGENCE(IDX-AGENCE) = WS-AGENCE-CONTRAT
                   ADD 1               TO TBL-AGC-NB(IDX-AGENCE)
                   ADD WS-PRIME-EUR    TO TBL-AGC-PRIME(IDX-AGENCE)
                   ADD WS-PNP          TO TBL-AGC-PNP(IDX-AGENCE)
           END-SEARCH.
       2140-CUMUL-AGENCE-END.
           EXIT.

      ***** Totaux par type puis par agence face a la cloture       *****
      ***** precedente ; les cles presentes seulement a la cloture  *****
      ***** precedente sont editees avec une provision a zero       *****
       3000-TOTAUX-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3050-ENTETE-TAUX-START
               THRU 3050-ENTETE-TAUX-END.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TOTAUX PAR TYPE D''ASSURANCE' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-AXE-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3100-LIGNE-TYPE-START
               THRU 3100-LIGNE-TYPE-END
               VARYING IDX-TYPE FROM 1 BY 1
               UNTIL IDX-TYPE > TYPE-LGTH.
           MOVE 'T' TO WS-AXE-RECHERCHE.
           PERFORM 3300-DISPARUS-START
               THRU 3300-DISPARUS-END
               VARYING IDX-HIST FROM 1 BY 1
               UNTIL IDX-HIST > HIST-LGTH.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TOTAUX PAR AGENCE' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-AXE-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 3200-LIGNE-AGENCE-START
               THRU 3200-LIGNE-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           MOVE 'A' TO WS-AXE-RECHERCHE.
           PERFORM 3300-DISPARUS-START
               THRU 3300-DISPARUS-END
               VARYING IDX-HIST FROM 1 BY 1
               UNTIL IDX-HIST > HIST-LGTH.

           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'G'             TO WS-AXE-RECHERCHE.
           MOVE SPACES          TO WS-CLE-RECHERCHE.
           PERFORM 3400-PRECEDENT-START THRU 3400-PRECEDENT-END.
           MOVE 'TOTAL'         TO WS-EDIT-CLE.
           MOVE 'TOTAL GENERAL' TO WS-EDIT-LIBELLE.
           MOVE WS-NB-PROVISIONNES TO WS-EDIT-NBR.
           MOVE WS-TOTAL-PRIME     TO WS-EDIT-AXE-PRIME.
           MOVE WS-TOTAL-PNP       TO WS-PNP.
           PERFORM 3500-ECRIT-AXE-START THRU 3500-ECRIT-AXE-END.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTRATS ACTIFS ECHUS A LA CLOTURE : '
                   DELIMITED BY SIZE
               WS-NB-ECHUS DELIMITED BY SIZE
               '   SANS ECHEANCE : ' DELIMITED BY SIZE
               WS-NB-SANS-ECHEANCE DELIMITED BY SIZE
               '   SANS CLIENT CONNU : ' DELIMITED BY SIZE
               WS-NB-ORPHELINS DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.

           CLOSE FIC-RAPPORT.
       3000-TOTAUX-END.
           EXIT.

      ***** Etat des taux de change appliques, en tete des totaux : ***
      ***** date du plus ancien taux utilise puis une ligne par     ***
      ***** devise convertie                                         ***
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

       3100-LIGNE-TYPE-START.
           MOVE 'T' TO WS-AXE-RECHERCHE.
           MOVE TBL-TYPE-ASSU(IDX-TYPE) TO WS-CLE-RECHERCHE.
           PERFORM 3400-PRECEDENT-START THRU 3400-PRECEDENT-END.
           MOVE TBL-TYPE-ASSU(IDX-TYPE) TO WS-EDIT-CLE.
           MOVE SPACES                  TO WS-EDIT-LIBELLE.
           MOVE TBL-TYP-NB(IDX-TYPE)    TO WS-EDIT-NBR.
           MOVE TBL-TYP-PRIME(IDX-TYPE) TO WS-EDIT-AXE-PRIME.
           MOVE TBL-TYP-PNP(IDX-TYPE)   TO WS-PNP.
           PERFORM 3500-ECRIT-AXE-START THRU 3500-ECRIT-AXE-END.
       3100-LIGNE-TYPE-END.
           EXIT.

      *    Les agences du referentiel sans contrat provisionne ni
      *    provision precedente ne sont pas editees.
       3200-LIGNE-AGENCE-START.
           MOVE 'A' TO WS-AXE-RECHERCHE.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE) TO WS-CLE-RECHERCHE.
           PERFORM 3400-PRECEDENT-START THRU 3400-PRECEDENT-END.
           IF TBL-AGC-NB(IDX-AGENCE) = 0 AND WS-TROUVE = 'N'
               GO TO 3200-LIGNE-AGENCE-END
           END-IF.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE)    TO WS-EDIT-CLE.
           MOVE TBL-LIBELLE-AGENCE(IDX-AGENCE) TO WS-EDIT-LIBELLE.
           MOVE TBL-AGC-NB(IDX-AGENCE)         TO WS-EDIT-NBR.
           MOVE TBL-AGC-PRIME(IDX-AGENCE)      TO WS-EDIT-AXE-PRIME.
           MOVE TBL-AGC-PNP(IDX-AGENCE)        TO WS-PNP.
           PERFORM 3500-ECRIT-AXE-START THRU 3500-ECRIT-AXE-END.
       3200-LIGNE-AGENCE-END.
           EXIT.

      ***** Cle de la cloture precedente absente de la cloture       ***
      ***** courante (type ou agence sans plus aucun contrat)        ***
       3300-DISPARUS-START.
           IF TBL-HIS-DATE(IDX-HIST) NOT = WS-DATE-PRECEDENTE
               OR TBL-HIS-AXE(IDX-HIST) NOT = WS-AXE-RECHERCHE
               GO TO 3300-DISPARUS-END
           END-IF.
           MOVE 'N' TO WS-TROUVE.
           IF WS-AXE-RECHERCHE = 'T'
               SET IDX-TYPE TO 1
               SEARCH TYPE-TBL
                   WHEN TBL-TYPE-ASSU(IDX-TYPE)
                           = TBL-HIS-CLE(IDX-HIST)
                       MOVE 'O' TO WS-TROUVE
               END-SEARCH
           ELSE
               SET IDX-AGENCE TO 1
               SEARCH AGENCE-TBL
                   WHEN TBL-CODE-AGENCE(IDX-AGENCE)
                           = TBL-HIS-CLE(IDX-HIST)
                       MOVE 'O' TO WS-TROUVE
               END-SEARCH
           END-IF.
           IF WS-TROUVE = 'O'
               GO TO 3300-DISPARUS-END
           END-IF.
           MOVE TBL-HIS-CLE(IDX-HIST)     TO WS-EDIT-CLE.
           MOVE '(PLUS DE CONTRAT)'       TO WS-EDIT-LIBELLE.
           MOVE 0                         TO WS-EDIT-NBR.
           MOVE 0                         TO WS-EDIT-AXE-PRIME.
           MOVE 0                         TO WS-PNP.
           MOVE TBL-HIS-MONTANT(IDX-HIST) TO WS-PNP-PREC.
           PERFORM 3500-ECRIT-AXE-START THRU 3500-ECRIT-AXE-END.
       3300-DISPARUS-END.
           EXIT.

      ***** Provision de la cloture precedente pour l'axe et la cle ****
      ***** demandes (zero si absente)                              ****
       3400-PRECEDENT-START.
           MOVE 0   TO WS-PNP-PREC.
           MOVE 'N' TO WS-TROUVE.
           IF WS-DATE-PRECEDENTE = 0
               GO TO 3400-PRECEDENT-END
           END-IF.
           SET IDX-HIST TO 1.
           SEARCH HIST-TBL
               WHEN TBL-HIS-DATE(IDX-HIST) = WS-DATE-PRECEDENTE
                   AND TBL-HIS-AXE(IDX-HIST) = WS-AXE-RECHERCHE
                   AND TBL-HIS-CLE(IDX-HIST) = WS-CLE-RECHERCHE
                   MOVE TBL-HIS-MONTANT(IDX-HIST) TO WS-PNP-PREC
                   MOVE 'O' TO WS-TROUVE
           END-SEARCH.
       3400-PRECEDENT-END.
           EXIT.

      ***** Ligne de total : provision WS-PNP, precedente WS-PNP-PREC **
       3500-ECRIT-AXE-START.
           COMPUTE WS-PNP-VARIATION = WS-PNP - WS-PNP-PREC.
           MOVE WS-PNP           TO WS-EDIT-AXE-PNP.
           MOVE WS-PNP-PREC      TO WS-EDIT-AXE-PREC.
           MOVE WS-PNP-VARIATION TO WS-EDIT-AXE-VARIATION.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-AXE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3500-ECRIT-AXE-END.
           EXIT.

      ***** Reecriture de l'historique : clotures conservees puis ******
      ***** chiffres de la cloture courante                      ******
       4000-ECRIT-HIST-START.
           OPEN OUTPUT FIC-HIST.
           PERFORM 4100-ECRIT-ANCIEN-START
               THRU 4100-ECRIT-ANCIEN-END
               VARYING IDX-HIST FROM 1 BY 1
               UNTIL IDX-HIST > HIST-LGTH.
           PERFORM 4200-ECRIT-TYPE-START
               THRU 4200-ECRIT-TYPE-END
               VARYING IDX-TYPE FROM 1 BY 1
               UNTIL IDX-TYPE > TYPE-LGTH.
           PERFORM 4300-ECRIT-AGENCE-START
               THRU 4300-ECRIT-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           MOVE SPACES              TO REC-PNPHIST.
           MOVE WS-DATE-CLOTURE-NUM TO PNH-DATE-CLOTURE.
           MOVE 'G'                 TO PNH-AXE.
           MOVE WS-TOTAL-PNP        TO PNH-MONTANT.
           MOVE WS-NB-PROVISIONNES  TO PNH-NB.
           WRITE REC-PNPHIST.
           CLOSE FIC-HIST.
       4000-ECRIT-HIST-END.
           EXIT.

       4100-ECRIT-ANCIEN-START.
           MOVE SPACES                    TO REC-PNPHIST.
           MOVE TBL-HIS-DATE(IDX-HIST)    TO PNH-DATE-CLOTURE.
           MOVE TBL-HIS-AXE(IDX-HIST)     TO PNH-AXE.
           MOVE TBL-HIS-CLE(IDX-HIST)     TO PNH-CLE.
           MOVE TBL-HIS-MONTANT(IDX-HIST) TO PNH-MONTANT.
           MOVE TBL-HIS-NB(IDX-HIST)      TO PNH-NB.
           WRITE REC-PNPHIST.
       4100-ECRIT-ANCIEN-END.
           EXIT.

       4200-ECRIT-TYPE-START.
           MOVE SPACES                  TO REC-PNPHIST.
           MOVE WS-DATE-CLOTURE-NUM     TO PNH-DATE-CLOTURE.
           MOVE 'T'                     TO PNH-AXE.
           MOVE TBL-TYPE-ASSU(IDX-TYPE) TO PNH-CLE.
           MOVE TBL-TYP-PNP(IDX-TYPE)   TO PNH-MONTANT.
           MOVE TBL-TYP-NB(IDX-TYPE)    TO PNH-NB.
           WRITE REC-PNPHIST.
       4200-ECRIT-TYPE-END.
           EXIT.

       4300-ECRIT-AGENCE-START.
           IF TBL-AGC-NB(IDX-AGENCE) = 0
               GO TO 4300-ECRIT-AGENCE-END
           END-IF.
           MOVE SPACES                      TO REC-PNPHIST.
           MOVE WS-DATE-CLOTURE-NUM         TO PNH-DATE-CLOTURE.
           MOVE 'A'                         TO PNH-AXE.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE) TO PNH-CLE.
           MOVE TBL-AGC-PNP(IDX-AGENCE)     TO PNH-MONTANT.
           MOVE TBL-AGC-NB(IDX-AGENCE)      TO PNH-NB.
           WRITE REC-PNPHIST.
       4300-ECRIT-AGENCE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'CLOTURE              : ' WS-DATE-CLOTURE.
           DISPLAY 'CLOTURE PRECEDENTE   : ' WS-DATE-PRECEDENTE.
           DISPLAY 'CONTRATS LUS         : ' WS-NB-CONTRATS.
           DISPLAY 'CONTRATS PROVISIONNES: ' WS-NB-PROVISIONNES.
           DISPLAY 'PROVISION TOTALE     : ' WS-TOTAL-PNP.
           IF WS-NB-HIST-IGNORES > 0
               DISPLAY 'LIGNES D''HISTORIQUE NON CONSERVEES '
                   '(TABLE PLEINE) : ' WS-NB-HIST-IGNORES
           END-IF.
           DISPLAY 'RAPPORT ECRIT        : assurpnp.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.

           COPY 'DEVEUR.cpy'.
