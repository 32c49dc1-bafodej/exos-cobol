       IDENTIFICATION DIVISION.
       PROGRAM-ID. depseg.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Segmentation trimestrielle de la
      *                 clientele : chaque client de fichierclient.txt
      *                 (role 'E' exclu) recoit un score sur 100 et un
      *                 segment de valeur A a D (FSEGMENT.cpy). Bareme :
      *                 contrats ACTIF detenus (0/10/20/30 pour 0, 1, 2,
      *                 3 et plus), primes annuelles de ces contrats en
      *                 euros via DEVEUR.cpy (0/10/20/30 sous 500, 1500,
      *                 3000 et au-dela), anciennete depuis le premier
      *                 contrat souscrit (0/5/10/15 sous 1, 3, 5 ans et
      *                 au-dela ; debut pris au journal assumaj.jnl,
      *                 sinon echeance moins un an comme assurpcr),
      *                 comportement de paiement d'apres relances.dat
      *                 (15 sans relance, 5 au niveau 1, 0 au-dela) et
      *                 contacts des 365 derniers jours d'apres
      *                 contacts-clients.dat (0/5/10 pour 0, 1 a 2, 3 et
      *                 plus). Segment A a 70 points, B a 45, C a 20, D
      *                 en dessous. Le fichier du passage precedent
      *                 (segments.dat, facultatif) donne le segment
      *                 precedent de chaque client ; le nouveau est
      *                 ecrit dans segments.new, a basculer comme
      *                 relances.new. depseg.lis edite les effectifs
      *                 par segment, la matrice des mouvements depuis
      *                 le passage precedent (nouveaux clients et
      *                 clients sortis compris) et la liste des clients
      *                 ayant change de segment.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-DEVISES ASSIGN TO 'calc-devises.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS DV-DEVISES-STATUS.

      ***** Sources facultatives : absentes, la mesure vaut zero ******
           SELECT FIC-MVTJNL ASSIGN TO 'assumaj.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MVTJNL-STATUS.

           SELECT FIC-ETAT ASSIGN TO 'relances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ETAT-STATUS.

           SELECT FIC-CONTACT ASSIGN TO 'contacts-clients.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.

      ***** Segments du passage precedent, et ceux de ce passage ******
           SELECT FIC-SEGMENT ASSIGN TO 'segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SEGMENT-STATUS.

           SELECT FIC-SEGNEW ASSIGN TO 'segments.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SEGNEW-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'depseg.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

       FD  FIC-DEVISES
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEVISE.cpy'.

       FD  FIC-MVTJNL
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMVTJNL.cpy'.

      ***** Etat des relances tenu par assurrel.cbl ********************
       FD  FIC-ETAT
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ETAT.
           05  ETA-NUM-CONTRAT           PIC X(8).
           05  FILLER                    PIC X(1).
           05  ETA-NIVEAU                PIC 9(1).
           05  FILLER                    PIC X(1).
           05  ETA-DATE-NIVEAU           PIC 9(8).

       FD  FIC-CONTACT
           RECORD CONTAINS 85 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONTACT.cpy'.

       FD  FIC-SEGMENT
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FSEGMENT.cpy'.

       FD  FIC-SEGNEW
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
        01 REC-SEGNEW                     PIC X(51).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-MVTJNL-STATUS              PIC X(2).
            88  WS-MVTJNL-OK              VALUE 00.
            88  WS-MVTJNL-END             VALUE 10.
        01  WS-ETAT-STATUS                PIC X(2).
            88  WS-ETAT-OK                VALUE 00.
            88  WS-ETAT-END               VALUE 10.
        01  WS-CONTACT-STATUS             PIC X(2).
            88  WS-CONTACT-OK             VALUE 00.
            88  WS-CONTACT-END            VALUE 10.
        01  WS-SEGMENT-STATUS             PIC X(2).
            88  WS-SEGMENT-OK             VALUE 00.
            88  WS-SEGMENT-END            VALUE 10.
        01  WS-SEGNEW-STATUS              PIC X(2).
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-DATE-LIMITE-CONTACT        PIC 9(8).
        01  WS-DATE-PRECEDENTE            PIC 9(8) VALUE 0.
        01  WS-DEBUT                      PIC 9(8).
        01  WS-DEBUT-VUE REDEFINES WS-DEBUT.
            05  WS-DEB-ANNEE              PIC 9(4).
            05  WS-DEB-MM                 PIC 9(2).
            05  WS-DEB-JJ                 PIC 9(2).

      ***** Bareme : seuils des segments sur le score total ***********
        77  WS-SEUIL-A                    PIC 9(3) VALUE 70.
        77  WS-SEUIL-B                    PIC 9(3) VALUE 45.
        77  WS-SEUIL-C                    PIC 9(3) VALUE 20.
        77  WS-SCORE                      PIC 9(3).
        77  WS-PRIMES-EUR                 PIC 9(9)V99.

        01  WS-NB-LUS-CLIENTS             PIC 9(7) VALUE 0.
        01  WS-NB-CLIENTS                 PIC 9(7) VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-ORPHELINS               PIC 9(7) VALUE 0.
        01  WS-NB-JNL-LUS                 PIC 9(7) VALUE 0.
        01  WS-NB-RELANCES                PIC 9(7) VALUE 0.
        01  WS-NB-CONTACTS                PIC 9(7) VALUE 0.
        01  WS-NB-PRECEDENTS              PIC 9(7) VALUE 0.
        01  WS-NB-NOUVEAUX                PIC 9(7) VALUE 0.
        01  WS-NB-SORTIS                  PIC 9(7) VALUE 0.
        01  WS-NB-CHANGEMENTS             PIC 9(7) VALUE 0.

      ***** Clients segmentes et mesures cumulees par client **********
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-NOM-CLT           PIC X(20).
                10  TBL-PRENOM-CLT        PIC X(20).
                10  TBL-NB-ACTIFS         PIC 9(3).
                10  TBL-PRIMES            PIC 9(9)V99.
                10  TBL-DEBUT             PIC 9(8).
                10  TBL-ANCIENNETE        PIC 9(3).
                10  TBL-NIVEAU            PIC 9(1).
                10  TBL-NB-CONTACTS       PIC 9(3).
                10  TBL-SCORE             PIC 9(3).
                10  TBL-SEGMENT           PIC X(1).
                10  TBL-SEGMENT-PREC      PIC X(1).

      ***** Contrats, numero -> rang du client detenteur **************
        01  DATA-CONTRAT.
            05  CONTRAT-LGTH              PIC 9(5) VALUE 0.
            05  CONTRAT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CONTRAT-LGTH
                INDEXED BY IDX-CONTRAT.
                10  TBL-NUM-CONTRAT       PIC X(8).
                10  TBL-RANG-CLIENT       PIC 9(5).

      ***** Date de souscription par contrat, cf. assurpcr.cbl *********
        01  DATA-DEBUT.
            05  DEBUT-LGTH                PIC 9(5) VALUE 0.
            05  DEBUT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON DEBUT-LGTH
                INDEXED BY IDX-DEBUT.
                10  TBL-DEB-CONTRAT       PIC X(8).
                10  TBL-DEB-DATE          PIC 9(8).

      ***** Effectifs par segment et matrice des mouvements : rangs ***
      ***** 1 a 4 pour A a D, rang 5 pour les nouveaux clients (en  ***
      ***** ligne) et les clients sortis du fichier (en colonne)    ***
        01  WS-LETTRES-SEGMENT            PIC X(5) VALUE 'ABCD '.
        01  WS-LETTRES-TBL REDEFINES WS-LETTRES-SEGMENT.
            05  WS-LETTRE-RANG            PIC X(1) OCCURS 5 TIMES.
        01  WS-EFFECTIFS.
            05  WS-EFF-PREC               PIC 9(7) OCCURS 5 TIMES.
            05  WS-EFF-ACTUEL             PIC 9(7) OCCURS 5 TIMES.
        01  WS-MOUVEMENTS.
            05  WS-MVT-LIGNE              OCCURS 5 TIMES.
                10  WS-MVT-NB             PIC 9(7) OCCURS 5 TIMES.
        77  WS-LETTRE                     PIC X(1).
        77  WS-RANG                       PIC 9(1).
        77  WS-RANG-PREC                  PIC 9(1).
        77  WS-I                          PIC 9(1).
        77  WS-J                          PIC 9(1).
        77  WS-POS-CLIENT                 PIC 9(5).

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-EFF-ENTETE.
            05  FILLER                    PIC X(10) VALUE 'SEGMENT'.
            05  FILLER                    PIC X(12)
                VALUE '   PRECEDENT'.
            05  FILLER                    PIC X(12)
                VALUE '      ACTUEL'.
            05  FILLER                    PIC X(12)
                VALUE '       ECART'.

        01  WS-EDIT-EFF.
            05  WS-EDIT-EFF-LIB           PIC X(10).
            05  WS-EDIT-EFF-PREC          PIC Z(11)9.
            05  WS-EDIT-EFF-ACTUEL        PIC Z(11)9.
            05  WS-EDIT-EFF-ECART         PIC +(11)9.

        01  WS-EDIT-MVT-ENTETE.
            05  FILLER                    PIC X(12) VALUE 'MOUVEMENTS'.
            05  FILLER                    PIC X(10) VALUE '    VERS A'.
            05  FILLER                    PIC X(10) VALUE '    VERS B'.
            05  FILLER                    PIC X(10) VALUE '    VERS C'.
            05  FILLER                    PIC X(10) VALUE '    VERS D'.
            05  FILLER                    PIC X(10) VALUE '    SORTIS'.

        01  WS-EDIT-MVT.
            05  WS-EDIT-MVT-LIB           PIC X(12).
            05  WS-EDIT-MVT-NB            PIC Z(9)9 OCCURS 5 TIMES.

        01  WS-EDIT-CHG-ENTETE.
            05  FILLER                    PIC X(9)  VALUE 'CLIENT'.
            05  FILLER                    PIC X(41) VALUE 'NOM'.
            05  FILLER                    PIC X(10) VALUE 'PRECEDENT'.
            05  FILLER                    PIC X(8)  VALUE 'NOUVEAU'.
            05  FILLER                    PIC X(6)  VALUE ' SCORE'.
            05  FILLER                    PIC X(9)  VALUE ' CONTRATS'.
            05  FILLER                    PIC X(16)
                VALUE '     PRIMES EUR'.
            05  FILLER                    PIC X(5)  VALUE '  ANS'.
            05  FILLER                    PIC X(8)  VALUE ' RELANCE'.
            05  FILLER                    PIC X(9)  VALUE ' CONTACTS'.

        01  WS-EDIT-CHG.
            05  WS-EDIT-CHG-CODE          PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CHG-NOM           PIC X(20).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CHG-PRENOM        PIC X(20).
            05  FILLER                    PIC X(5) VALUE SPACES.
            05  WS-EDIT-CHG-PREC          PIC X(1).
            05  FILLER                    PIC X(11) VALUE SPACES.
            05  WS-EDIT-CHG-NOUVEAU       PIC X(1).
            05  FILLER                    PIC X(3) VALUE SPACES.
            05  WS-EDIT-CHG-SCORE         PIC ZZ9.
            05  WS-EDIT-CHG-CONTRATS      PIC Z(8)9.
            05  WS-EDIT-CHG-PRIMES        PIC Z(12)9,99.
            05  WS-EDIT-CHG-ANS           PIC Z(4)9.
            05  WS-EDIT-CHG-RELANCE       PIC Z(7)9.
            05  WS-EDIT-CHG-CONTACTS      PIC Z(8)9.

        01  WS-EDIT-DATE                  PIC X(10).
        01  WS-EDIT-NB                    PIC ZZZZZZ9.

           COPY 'DEVEUR-WS.cpy'.
           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO DV-DATE-JOUR.
           MOVE WS-DATE-JOUR TO DU-DATE-1.
           MOVE -365 TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-DATE-LIMITE-CONTACT.
           INITIALIZE WS-EFFECTIFS WS-MOUVEMENTS.

           PERFORM 1000-LOAD-CLIENT-START   THRU 1000-LOAD-CLIENT-END.
           PERFORM 1200-LOAD-JNL-START      THRU 1200-LOAD-JNL-END.
           PERFORM 1400-PORTEFEUILLE-START  THRU 1400-PORTEFEUILLE-END.
           PERFORM 1600-RELANCES-START      THRU 1600-RELANCES-END.
           PERFORM 1800-CONTACTS-START      THRU 1800-CONTACTS-END.
           PERFORM 2000-PRECEDENT-START     THRU 2000-PRECEDENT-END.
           PERFORM 3000-SEGMENTE-START      THRU 3000-SEGMENTE-END.
           PERFORM 4000-RAPPORT-START       THRU 4000-RAPPORT-END.
           PERFORM 9000-TERM-START          THRU 9000-TERM-END.

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
           MOVE 'depseg'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-CLIENTS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Chargement des clients ; les fiches d'employes seuls   ****
      ***** (role 'E') ne sont pas segmentees                      ****
       1000-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-CLIENT-LOOP-START
               THRU 1100-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1000-LOAD-CLIENT-END.
           EXIT.

       1100-LOAD-CLIENT-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS-CLIENTS
                   IF ROLE-CLT NOT = 'E'
                       AND CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE NOM-CLT    TO TBL-NOM-CLT(IDX-CLIENT)
                       MOVE PRENOM-CLT TO TBL-PRENOM-CLT(IDX-CLIENT)
                       MOVE 0     TO TBL-NB-ACTIFS(IDX-CLIENT)
                       MOVE 0     TO TBL-PRIMES(IDX-CLIENT)
                       MOVE 0     TO TBL-DEBUT(IDX-CLIENT)
                       MOVE 0     TO TBL-ANCIENNETE(IDX-CLIENT)
                       MOVE 0     TO TBL-NIVEAU(IDX-CLIENT)
                       MOVE 0     TO TBL-NB-CONTACTS(IDX-CLIENT)
                       MOVE 0     TO TBL-SCORE(IDX-CLIENT)
                       MOVE SPACE TO TBL-SEGMENT(IDX-CLIENT)
                       MOVE SPACE TO TBL-SEGMENT-PREC(IDX-CLIENT)
                   END-IF
           END-READ.
       1100-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Premier ajout de chaque contrat au journal des          ****
      ***** mouvements = date de souscription, cf. assurpcr.cbl     ****
       1200-LOAD-JNL-START.
           OPEN INPUT FIC-MVTJNL.
           IF NOT WS-MVTJNL-OK
               GO TO 1200-LOAD-JNL-END
           END-IF.
           PERFORM 1300-LOAD-JNL-LOOP-START
               THRU 1300-LOAD-JNL-LOOP-END
               UNTIL WS-MVTJNL-END.
           CLOSE FIC-MVTJNL.
       1200-LOAD-JNL-END.
           EXIT.

       1300-LOAD-JNL-LOOP-START.
           READ FIC-MVTJNL
               AT END
                   MOVE '10' TO WS-MVTJNL-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-JNL-LUS
                   IF MJN-AJOUT
                       AND MJN-DATE-EFFET IS NUMERIC
                       SET IDX-DEBUT TO 1
                       SEARCH DEBUT-TBL
                           AT END
                               IF DEBUT-LGTH < 20000
                                   SET DEBUT-LGTH UP BY 1
                                   SET IDX-DEBUT TO DEBUT-LGTH
                                   MOVE MJN-NUM-CONTRAT
                                       TO TBL-DEB-CONTRAT(IDX-DEBUT)
                                   MOVE MJN-DATE-EFFET
                                       TO TBL-DEB-DATE(IDX-DEBUT)
                               END-IF
                           WHEN TBL-DEB-CONTRAT(IDX-DEBUT)
                                   = MJN-NUM-CONTRAT
                               CONTINUE
                       END-SEARCH
                   END-IF
           END-READ.
       1300-LOAD-JNL-LOOP-END.
           EXIT.

      ***** Contrats : rapprochement du client detenteur, cumul des ***
      ***** contrats ACTIF et de leurs primes en euros, plus ancienne **
      ***** souscription tous statuts confondus                     ***
       1400-PORTEFEUILLE-START.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT '
                   '(STATUT ' WS-ASSU-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1500-PORTEFEUILLE-LOOP-START
               THRU 1500-PORTEFEUILLE-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       1400-PORTEFEUILLE-END.
           EXIT.

       1500-PORTEFEUILLE-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   SET IDX-CLIENT TO 1
                   SEARCH CLIENT-TBL
                       AT END
                           ADD 1 TO WS-NB-ORPHELINS
                       WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-NUM-CLIENT
                           PERFORM 1510-CUMUL-CLIENT-START
                               THRU 1510-CUMUL-CLIENT-END
                   END-SEARCH
           END-READ.
       1500-PORTEFEUILLE-LOOP-END.
           EXIT.

       1510-CUMUL-CLIENT-START.
           IF CONTRAT-LGTH < 20000
               SET CONTRAT-LGTH UP BY 1
               SET IDX-CONTRAT TO CONTRAT-LGTH
               MOVE WS-NUM-CONTRAT TO TBL-NUM-CONTRAT(IDX-CONTRAT)
               SET WS-POS-CLIENT TO IDX-CLIENT
               MOVE WS-POS-CLIENT  TO TBL-RANG-CLIENT(IDX-CONTRAT)
           END-IF.

           IF WS-STATUT = 'ACTIF'
               MOVE WS-DEVISE       TO DV-DEVISE
               MOVE WS-MONTANT-PAYE TO DV-MONTANT
               MOVE WS-NUM-CONTRAT  TO DV-CONTRAT
               PERFORM 9880-CONVERTIT-EUR-START
                   THRU 9880-CONVERTIT-EUR-END
               IF TBL-NB-ACTIFS(IDX-CLIENT) < 999
                   ADD 1 TO TBL-NB-ACTIFS(IDX-CLIENT)
               END-IF
               ADD DV-MONTANT-EUR TO TBL-PRIMES(IDX-CLIENT)
           END-IF.

           PERFORM 1520-DATE-DEBUT-START THRU 1520-DATE-DEBUT-END.
           IF TBL-DEBUT(IDX-CLIENT) = 0
               OR WS-DEBUT < TBL-DEBUT(IDX-CLIENT)
               MOVE WS-DEBUT TO TBL-DEBUT(IDX-CLIENT)
           END-IF.
       1510-CUMUL-CLIENT-END.
           EXIT.

      ***** Souscription : premier ajout journalise, a defaut       ****
      ***** l'echeance moins un an (29/02 ramene au 28)             ****
       1520-DATE-DEBUT-START.
           SET IDX-DEBUT TO 1.
           SEARCH DEBUT-TBL
               AT END
                   IF WS-DATE-ECHEANCE IS NUMERIC
                       AND WS-DATE-ECHEANCE > 0
                       MOVE WS-DATE-ECHEANCE TO WS-DEBUT
                       SUBTRACT 1 FROM WS-DEB-ANNEE
                       IF WS-DEB-MM = 2 AND WS-DEB-JJ = 29
                           MOVE 28 TO WS-DEB-JJ
                       END-IF
                   ELSE
                       MOVE WS-DATE-JOUR TO WS-DEBUT
                   END-IF
               WHEN TBL-DEB-CONTRAT(IDX-DEBUT) = WS-NUM-CONTRAT
                   MOVE TBL-DEB-DATE(IDX-DEBUT) TO WS-DEBUT
           END-SEARCH.
           IF WS-DEBUT > WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-DEBUT
           END-IF.
       1520-DATE-DEBUT-END.
           EXIT.

      ***** Comportement de paiement : niveau de relance le plus    ****
      ***** eleve atteint par un contrat du client                  ****
       1600-RELANCES-START.
           OPEN INPUT FIC-ETAT.
           IF NOT WS-ETAT-OK
               GO TO 1600-RELANCES-END
           END-IF.
           PERFORM 1700-RELANCES-LOOP-START
               THRU 1700-RELANCES-LOOP-END
               UNTIL WS-ETAT-END.
           CLOSE FIC-ETAT.
       1600-RELANCES-END.
           EXIT.

       1700-RELANCES-LOOP-START.
           READ FIC-ETAT
               AT END
                   MOVE '10' TO WS-ETAT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-RELANCES
                   IF ETA-NIVEAU IS NUMERIC
                       SET IDX-CONTRAT TO 1
                       SEARCH CONTRAT-TBL
                           AT END
                               CONTINUE
                           WHEN TBL-NUM-CONTRAT(IDX-CONTRAT)
                                   = ETA-NUM-CONTRAT
                               SET IDX-CLIENT
                                   TO TBL-RANG-CLIENT(IDX-CONTRAT)
                               IF ETA-NIVEAU > TBL-NIVEAU(IDX-CLIENT)
                                   MOVE ETA-NIVEAU
                                       TO TBL-NIVEAU(IDX-CLIENT)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.
       1700-RELANCES-LOOP-END.
           EXIT.

      ***** Frequence de contact : entrees du journal des contacts  ****
      ***** datees des 365 derniers jours                           ****
       1800-CONTACTS-START.
           OPEN INPUT FIC-CONTACT.
           IF NOT WS-CONTACT-OK
               GO TO 1800-CONTACTS-END
           END-IF.
           PERFORM 1900-CONTACTS-LOOP-START
               THRU 1900-CONTACTS-LOOP-END
               UNTIL WS-CONTACT-END.
           CLOSE FIC-CONTACT.
       1800-CONTACTS-END.
           EXIT.

       1900-CONTACTS-LOOP-START.
           READ FIC-CONTACT
               AT END
                   MOVE '10' TO WS-CONTACT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTACTS
                   IF CTC-DATE IS NUMERIC
                       AND CTC-DATE >= WS-DATE-LIMITE-CONTACT
                       AND CTC-DATE <= WS-DATE-JOUR
                       SET IDX-CLIENT TO 1
                       SEARCH CLIENT-TBL
                           AT END
                               CONTINUE
                           WHEN TBL-CODE-CLT(IDX-CLIENT) = CTC-CODE-CLT
                               IF TBL-NB-CONTACTS(IDX-CLIENT) < 999
                                   ADD 1 TO TBL-NB-CONTACTS(IDX-CLIENT)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.
       1900-CONTACTS-LOOP-END.
           EXIT.

      ***** Segments du passage precedent ; un client qui n'est plus ***
      ***** au fichier est compte dans la colonne des sortis         ***
       2000-PRECEDENT-START.
           OPEN INPUT FIC-SEGMENT.
           IF NOT WS-SEGMENT-OK
               GO TO 2000-PRECEDENT-END
           END-IF.
           PERFORM 2100-PRECEDENT-LOOP-START
               THRU 2100-PRECEDENT-LOOP-END
               UNTIL WS-SEGMENT-END.
           CLOSE FIC-SEGMENT.
       2000-PRECEDENT-END.
           EXIT.

       2100-PRECEDENT-LOOP-START.
           READ FIC-SEGMENT
               AT END
                   MOVE '10' TO WS-SEGMENT-STATUS
               NOT AT END
                   IF SEG-SEGMENT-VALIDE
                       PERFORM 2110-PRECEDENT-CLIENT-START
                           THRU 2110-PRECEDENT-CLIENT-END
                   END-IF
           END-READ.
       2100-PRECEDENT-LOOP-END.
           EXIT.

       2110-PRECEDENT-CLIENT-START.
           ADD 1 TO WS-NB-PRECEDENTS.
           IF SEG-DATE IS NUMERIC
               AND SEG-DATE > WS-DATE-PRECEDENTE
               MOVE SEG-DATE TO WS-DATE-PRECEDENTE
           END-IF.
           MOVE SEG-SEGMENT TO WS-LETTRE.
           PERFORM 8000-RANG-SEGMENT-START THRU 8000-RANG-SEGMENT-END.
           ADD 1 TO WS-EFF-PREC(WS-RANG).
           ADD 1 TO WS-EFF-PREC(5).
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   ADD 1 TO WS-NB-SORTIS
                   ADD 1 TO WS-MVT-NB(WS-RANG, 5)
               WHEN TBL-CODE-CLT(IDX-CLIENT) = SEG-CODE-CLT
                   MOVE SEG-SEGMENT TO TBL-SEGMENT-PREC(IDX-CLIENT)
           END-SEARCH.
       2110-PRECEDENT-CLIENT-END.
           EXIT.

      ***** Score et segment de chaque client, ecriture de           ***
      ***** segments.new et cumul des effectifs et mouvements        ***
       3000-SEGMENTE-START.
           OPEN OUTPUT FIC-SEGNEW.
           PERFORM 3100-SEGMENTE-CLIENT-START
               THRU 3100-SEGMENTE-CLIENT-END
               VARYING IDX-CLIENT FROM 1 BY 1
               UNTIL IDX-CLIENT > CLIENT-LGTH.
           CLOSE FIC-SEGNEW.
       3000-SEGMENTE-END.
           EXIT.

       3100-SEGMENTE-CLIENT-START.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE 0 TO WS-SCORE.

           EVALUATE TRUE
               WHEN TBL-NB-ACTIFS(IDX-CLIENT) >= 3
                   ADD 30 TO WS-SCORE
               WHEN TBL-NB-ACTIFS(IDX-CLIENT) = 2
                   ADD 20 TO WS-SCORE
               WHEN TBL-NB-ACTIFS(IDX-CLIENT) = 1
                   ADD 10 TO WS-SCORE
           END-EVALUATE.

           MOVE TBL-PRIMES(IDX-CLIENT) TO WS-PRIMES-EUR.
           EVALUATE TRUE
               WHEN WS-PRIMES-EUR >= 3000
                   ADD 30 TO WS-SCORE
               WHEN WS-PRIMES-EUR >= 1500
                   ADD 20 TO WS-SCORE
               WHEN WS-PRIMES-EUR >= 500
                   ADD 10 TO WS-SCORE
           END-EVALUATE.

           MOVE 0 TO TBL-ANCIENNETE(IDX-CLIENT).
           IF TBL-DEBUT(IDX-CLIENT) > 0
               MOVE TBL-DEBUT(IDX-CLIENT) TO DU-DATE-1
               MOVE WS-DATE-JOUR          TO DU-DATE-2
               PERFORM 9600-JOURS-ENTRE-START
                   THRU 9600-JOURS-ENTRE-END
               IF DU-NB-JOURS > 0
                   COMPUTE TBL-ANCIENNETE(IDX-CLIENT) =
                       DU-NB-JOURS / 365
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TBL-ANCIENNETE(IDX-CLIENT) >= 5
                   ADD 15 TO WS-SCORE
               WHEN TBL-ANCIENNETE(IDX-CLIENT) >= 3
                   ADD 10 TO WS-SCORE
               WHEN TBL-ANCIENNETE(IDX-CLIENT) >= 1
                   ADD 5 TO WS-SCORE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TBL-NIVEAU(IDX-CLIENT) = 0
                   ADD 15 TO WS-SCORE
               WHEN TBL-NIVEAU(IDX-CLIENT) = 1
                   ADD 5 TO WS-SCORE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TBL-NB-CONTACTS(IDX-CLIENT) >= 3
                   ADD 10 TO WS-SCORE
               WHEN TBL-NB-CONTACTS(IDX-CLIENT) >= 1
                   ADD 5 TO WS-SCORE
           END-EVALUATE.

           MOVE WS-SCORE TO TBL-SCORE(IDX-CLIENT).
           EVALUATE TRUE
               WHEN WS-SCORE >= WS-SEUIL-A
                   MOVE 'A' TO TBL-SEGMENT(IDX-CLIENT)
               WHEN WS-SCORE >= WS-SEUIL-B
                   MOVE 'B' TO TBL-SEGMENT(IDX-CLIENT)
               WHEN WS-SCORE >= WS-SEUIL-C
                   MOVE 'C' TO TBL-SEGMENT(IDX-CLIENT)
               WHEN OTHER
                   MOVE 'D' TO TBL-SEGMENT(IDX-CLIENT)
           END-EVALUATE.

           PERFORM 3200-ECRIT-SEGMENT-START THRU 3200-ECRIT-SEGMENT-END.

           MOVE TBL-SEGMENT(IDX-CLIENT) TO WS-LETTRE.
           PERFORM 8000-RANG-SEGMENT-START THRU 8000-RANG-SEGMENT-END.
           MOVE WS-RANG TO WS-J.
           ADD 1 TO WS-EFF-ACTUEL(WS-J).
           ADD 1 TO WS-EFF-ACTUEL(5).
           MOVE TBL-SEGMENT-PREC(IDX-CLIENT) TO WS-LETTRE.
           PERFORM 8000-RANG-SEGMENT-START THRU 8000-RANG-SEGMENT-END.
           MOVE WS-RANG TO WS-I.
           ADD 1 TO WS-MVT-NB(WS-I, WS-J).
           IF WS-I = 5
               ADD 1 TO WS-NB-NOUVEAUX
           ELSE
               IF WS-I NOT = WS-J
                   ADD 1 TO WS-NB-CHANGEMENTS
               END-IF
           END-IF.
       3100-SEGMENTE-CLIENT-END.
           EXIT.

       3200-ECRIT-SEGMENT-START.
           MOVE SPACES TO REC-SEGMENT.
           MOVE TBL-CODE-CLT(IDX-CLIENT)     TO SEG-CODE-CLT.
           MOVE TBL-SEGMENT(IDX-CLIENT)      TO SEG-SEGMENT.
           MOVE TBL-SCORE(IDX-CLIENT)        TO SEG-SCORE.
           MOVE WS-DATE-JOUR                 TO SEG-DATE.
           MOVE TBL-SEGMENT-PREC(IDX-CLIENT) TO SEG-SEGMENT-PREC.
           MOVE TBL-NB-ACTIFS(IDX-CLIENT)    TO SEG-NB-CONTRATS.
           MOVE TBL-PRIMES(IDX-CLIENT)       TO SEG-PRIMES.
           MOVE TBL-ANCIENNETE(IDX-CLIENT)   TO SEG-ANCIENNETE.
           MOVE TBL-NIVEAU(IDX-CLIENT)       TO SEG-NIVEAU-RELANCE.
           MOVE TBL-NB-CONTACTS(IDX-CLIENT)  TO SEG-NB-CONTACTS.
           WRITE REC-SEGNEW FROM REC-SEGMENT.
       3200-ECRIT-SEGMENT-END.
           EXIT.

      ***** Edition : effectifs, matrice des mouvements, clients    ****
      ***** ayant change de segment                                 ****
       4000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
                   WS-DATE-JOUR(1:4) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'SEGMENTATION DE LA CLIENTELE AU ' DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-DATE-PRECEDENTE = 0
               MOVE 'PREMIER PASSAGE : AUCUN SEGMENT PRECEDENT'
                   TO REC-RAPPORT
           ELSE
               MOVE SPACES TO WS-EDIT-DATE
               STRING WS-DATE-PRECEDENTE(7:2) '/'
                       WS-DATE-PRECEDENTE(5:2) '/'
                       WS-DATE-PRECEDENTE(1:4) DELIMITED BY SIZE
                   INTO WS-EDIT-DATE
               STRING 'MOUVEMENTS DEPUIS LE PASSAGE DU '
                       DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   INTO REC-RAPPORT
           END-IF.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'SEUILS : A >= 70, B >= 45, C >= 20, D EN DESSOUS '
                   DELIMITED BY SIZE
               '(SCORE SUR 100)' DELIMITED BY SIZE
               INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-EFF-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4100-EDITE-EFFECTIF-START
               THRU 4100-EDITE-EFFECTIF-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 5.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-MVT-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4200-EDITE-MOUVEMENT-START
               THRU 4200-EDITE-MOUVEMENT-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 5.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           MOVE 'CLIENTS AYANT CHANGE DE SEGMENT' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-CHG-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4300-EDITE-CHANGEMENT-START
               THRU 4300-EDITE-CHANGEMENT-END
               VARYING IDX-CLIENT FROM 1 BY 1
               UNTIL IDX-CLIENT > CLIENT-LGTH.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-CHANGEMENTS TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CHANGEMENTS DE SEGMENT : ' DELIMITED BY SIZE
               WS-EDIT-NB DELIMITED BY SIZE
               INTO REC-RAPPORT.
           WRITE REC-RAPPORT.

           CLOSE FIC-RAPPORT.
       4000-RAPPORT-END.
           EXIT.

       4100-EDITE-EFFECTIF-START.
           MOVE SPACES TO WS-EDIT-EFF-LIB.
           IF WS-I = 5
               MOVE 'TOTAL' TO WS-EDIT-EFF-LIB
           ELSE
               MOVE WS-LETTRE-RANG(WS-I) TO WS-EDIT-EFF-LIB
           END-IF.
           MOVE WS-EFF-PREC(WS-I)   TO WS-EDIT-EFF-PREC.
           MOVE WS-EFF-ACTUEL(WS-I) TO WS-EDIT-EFF-ACTUEL.
           COMPUTE WS-EDIT-EFF-ECART =
               WS-EFF-ACTUEL(WS-I) - WS-EFF-PREC(WS-I).
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-EFF TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4100-EDITE-EFFECTIF-END.
           EXIT.

       4200-EDITE-MOUVEMENT-START.
           MOVE SPACES TO WS-EDIT-MVT-LIB.
           IF WS-I = 5
               MOVE 'NOUVEAUX' TO WS-EDIT-MVT-LIB
           ELSE
               STRING 'DEPUIS ' WS-LETTRE-RANG(WS-I) DELIMITED BY SIZE
                   INTO WS-EDIT-MVT-LIB
           END-IF.
           PERFORM 4210-EDITE-CASE-START THRU 4210-EDITE-CASE-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > 5.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-MVT TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4200-EDITE-MOUVEMENT-END.
           EXIT.

       4210-EDITE-CASE-START.
           MOVE WS-MVT-NB(WS-I, WS-J) TO WS-EDIT-MVT-NB(WS-J).
       4210-EDITE-CASE-END.
           EXIT.

       4300-EDITE-CHANGEMENT-START.
           IF TBL-SEGMENT-PREC(IDX-CLIENT) = SPACE
               OR TBL-SEGMENT-PREC(IDX-CLIENT) = TBL-SEGMENT(IDX-CLIENT)
               GO TO 4300-EDITE-CHANGEMENT-END
           END-IF.
           MOVE TBL-CODE-CLT(IDX-CLIENT)     TO WS-EDIT-CHG-CODE.
           MOVE TBL-NOM-CLT(IDX-CLIENT)      TO WS-EDIT-CHG-NOM.
           MOVE TBL-PRENOM-CLT(IDX-CLIENT)   TO WS-EDIT-CHG-PRENOM.
           MOVE TBL-SEGMENT-PREC(IDX-CLIENT) TO WS-EDIT-CHG-PREC.
           MOVE TBL-SEGMENT(IDX-CLIENT)      TO WS-EDIT-CHG-NOUVEAU.
           MOVE TBL-SCORE(IDX-CLIENT)        TO WS-EDIT-CHG-SCORE.
           MOVE TBL-NB-ACTIFS(IDX-CLIENT)    TO WS-EDIT-CHG-CONTRATS.
           MOVE TBL-PRIMES(IDX-CLIENT)       TO WS-EDIT-CHG-PRIMES.
           MOVE TBL-ANCIENNETE(IDX-CLIENT)   TO WS-EDIT-CHG-ANS.
           MOVE TBL-NIVEAU(IDX-CLIENT)       TO WS-EDIT-CHG-RELANCE.
           MOVE TBL-NB-CONTACTS(IDX-CLIENT)  TO WS-EDIT-CHG-CONTACTS.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-CHG TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4300-EDITE-CHANGEMENT-END.
           EXIT.

      ***** Rang d'une lettre de segment : 1 a 4 pour A a D, 5 pour  **
      ***** un segment a blanc (client nouveau)                       **
       8000-RANG-SEGMENT-START.
           EVALUATE WS-LETTRE
               WHEN 'A'
                   MOVE 1 TO WS-RANG
               WHEN 'B'
                   MOVE 2 TO WS-RANG
               WHEN 'C'
                   MOVE 3 TO WS-RANG
               WHEN 'D'
                   MOVE 4 TO WS-RANG
               WHEN OTHER
                   MOVE 5 TO WS-RANG
           END-EVALUATE.
       8000-RANG-SEGMENT-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'FICHES CLIENT LUES        : ' WS-NB-LUS-CLIENTS.
           DISPLAY 'CLIENTS SEGMENTES         : ' WS-NB-CLIENTS.
           DISPLAY 'CONTRATS LUS              : ' WS-NB-CONTRATS.
           DISPLAY 'CONTRATS SANS CLIENT      : ' WS-NB-ORPHELINS.
           DISPLAY 'MOUVEMENTS JOURNAL LUS    : ' WS-NB-JNL-LUS.
           DISPLAY 'RELANCES LUES             : ' WS-NB-RELANCES.
           DISPLAY 'CONTACTS LUS              : ' WS-NB-CONTACTS.
           DISPLAY 'SEGMENTS PRECEDENTS LUS   : ' WS-NB-PRECEDENTS.
           DISPLAY 'CLIENTS NOUVEAUX          : ' WS-NB-NOUVEAUX.
           DISPLAY 'CLIENTS SORTIS            : ' WS-NB-SORTIS.
           DISPLAY 'CHANGEMENTS DE SEGMENT    : ' WS-NB-CHANGEMENTS.
           DISPLAY 'SEGMENTS ECRITS           : segments.new'.
           DISPLAY 'RAPPORT ECRIT             : depseg.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DEVEUR.cpy'.
           COPY 'DATEUTIL.cpy'.
