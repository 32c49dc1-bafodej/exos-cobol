       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcepa.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Projection d'epargne d'un contrat
      *                 d'assurance vie, pour remplacer la calculette
      *                 de poche des conseillers : le capital de depart
      *                 est le WS-MONTANT-PAYE du contrat lu dans
      *                 assurances.dat (FASSU.cpy, dans la devise du
      *                 contrat), ou un montant saisi pour un prospect.
      *                 Sont ensuite saisis le versement periodique, le
      *                 nombre de versements par an (1, 2, 4 ou 12), la
      *                 duree en annees, le taux annuel suppose et les
      *                 frais d'entree (en % de chaque versement ; le
      *                 montant deja paye d'un contrat n'en supporte
      *                 pas, le versement initial d'un prospect si).
      *                 Chaque versement net de frais est place en
      *                 debut de periode, les interets etant capitalises
      *                 a chaque periode au taux annuel / versements par
      *                 an. Le tableau annee par annee (versements,
      *                 frais, interets, capital acquis) est affiche et
      *                 ecrit dans calcepa.lis ; la projection est
      *                 tracee dans calculs.log (operateur "e" : capital
      *                 de depart, versement periodique, capital
      *                 final). Selection depuis calcmenu.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-LOG ASSIGN TO 'calculs.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'calcepa.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-LOG.
           COPY CALCLOG.

       FD FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FASSU.cpy'.

       FD FIC-RAPPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT     PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-LOG-STATUS     PIC X(2).
        01 WS-ASSU-STATUS    PIC X(2).
        01 WS-ASSU-FIN       PIC X(1) VALUE 'N'.
        01 WS-RAPPORT-STATUS PIC X(2).

      *    Contrat projete (a blanc pour un prospect).
        01 WS-CONTRAT        PIC X(8) VALUE SPACES.
        01 WS-TROUVE         PIC X(1) VALUE 'N'.
        01 WS-TYPE-CONTRAT   PIC X(13) VALUE SPACES.
        01 WS-DEVISE-CONTRAT PIC X(3) VALUE SPACES.

      *    Parametres de la projection.
        01 MONTANT-DEPART    PIC 9(8)V99 VALUE ZEROS.
        01 VERSEMENT         PIC 9(7)V99 VALUE ZEROS.
        01 NB-PAR-AN         PIC 9(2) VALUE ZEROS.
           88 NB-PAR-AN-VALIDE VALUE 1 2 4 12.
        01 DUREE             PIC 9(2) VALUE ZEROS.
        01 TAUX-ANNUEL       PIC 9(2)V99 VALUE ZEROS.
        01 FRAIS-ENTREE      PIC 9(2)V99 VALUE ZEROS.

      *    Calcul : le capital garde quatre decimales entre deux
      *    periodes, l'edition est arrondie au centime.
        01 WS-ANNEE          PIC 9(2) VALUE ZEROS.
        01 WS-CAPITAL        PIC 9(11)V9(4) VALUE ZEROS.
        01 WS-VERS-NET       PIC 9(9)V9(4) VALUE ZEROS.
        01 WS-FRAIS-VERS     PIC 9(9)V9(4) VALUE ZEROS.
        01 WS-INTERET-PER    PIC 9(11)V9(4) VALUE ZEROS.
        01 WS-AN-VERSE       PIC 9(11)V9(4) VALUE ZEROS.
        01 WS-AN-FRAIS       PIC 9(11)V9(4) VALUE ZEROS.
        01 WS-AN-INTERETS    PIC 9(11)V9(4) VALUE ZEROS.
        01 WS-TOT-VERSE      PIC 9(11)V9(4) VALUE ZEROS.
        01 WS-TOT-FRAIS      PIC 9(11)V9(4) VALUE ZEROS.
        01 WS-TOT-INTERETS   PIC 9(11)V9(4) VALUE ZEROS.
        01 RESULTAT          PIC 9(11)V99 VALUE ZEROS.

        01 WS-ED-ANNEE       PIC Z9.
        01 WS-ED-MONTANT     PIC Z(10)9.99.
        01 WS-ED-TAUX        PIC Z9.99.
        01 WS-ED-FRAIS       PIC Z9.99.

      *    Ligne du tableau annuel.
        01 WS-LIGNE-AN.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-LA-ANNEE    PIC Z9.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 WS-LA-VERSE    PIC Z(10)9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-LA-FRAIS    PIC Z(10)9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-LA-INTERETS PIC Z(10)9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-LA-CAPITAL  PIC Z(10)9.99.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY "Projection d'epargne (assurance vie)."
           DISPLAY "Numero de contrat (vide pour un prospect) : ".
           ACCEPT WS-CONTRAT.

           IF WS-CONTRAT NOT = SPACES
               PERFORM CHERCHE-CONTRAT
               IF WS-TROUVE = 'N'
                   DISPLAY "Contrat inconnu de assurances.dat : "
                       WS-CONTRAT
                   STOP RUN
               END-IF
               MOVE MONTANT-DEPART TO WS-ED-MONTANT
               DISPLAY "Contrat " WS-CONTRAT " " WS-TYPE-CONTRAT
                   " : montant paye " WS-ED-MONTANT " "
                   WS-DEVISE-CONTRAT
           ELSE
               DISPLAY "Versement initial du prospect : "
               ACCEPT MONTANT-DEPART
           END-IF.

           DISPLAY "Versement periodique : ".
           ACCEPT VERSEMENT.
           DISPLAY "Versements par an (1, 2, 4 ou 12) : ".
           ACCEPT NB-PAR-AN.
           IF NOT NB-PAR-AN-VALIDE
               DISPLAY "Periodicite refusee : " NB-PAR-AN
                   " (1, 2, 4 ou 12 versements par an)."
               STOP RUN
           END-IF.
           DISPLAY "Duree en annees (1 a 50) : ".
           ACCEPT DUREE.
           IF DUREE < 1 OR DUREE > 50
               DISPLAY "Duree refusee : " DUREE " (1 a 50 ans)."
               STOP RUN
           END-IF.
           DISPLAY "Taux annuel suppose en % (ex: 2.50) : ".
           ACCEPT TAUX-ANNUEL.
           DISPLAY "Frais d'entree en % des versements (ex: 3.00) : ".
           ACCEPT FRAIS-ENTREE.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM EDITE-ENTETE.

      *    Capital de depart : montant deja paye du contrat, ou
      *    versement initial du prospect diminue des frais d'entree.
           MOVE MONTANT-DEPART TO WS-CAPITAL.
           MOVE MONTANT-DEPART TO WS-TOT-VERSE.
           IF WS-CONTRAT = SPACES
               COMPUTE WS-TOT-FRAIS ROUNDED =
                   MONTANT-DEPART * FRAIS-ENTREE / 100
               SUBTRACT WS-TOT-FRAIS FROM WS-CAPITAL
           END-IF.

           PERFORM PROJETTE-ANNEE
               VARYING WS-ANNEE FROM 1 BY 1
               UNTIL WS-ANNEE > DUREE.

           PERFORM EDITE-TOTAL.
           CLOSE FIC-RAPPORT.

           COMPUTE RESULTAT ROUNDED = WS-CAPITAL.
           PERFORM JOURNAL-PROJECTION.
           DISPLAY "Tableau ecrit dans calcepa.lis".
           STOP RUN.

      ***** Montant paye et devise du contrat demande *****
       CHERCHE-CONTRAT.
           MOVE 'N' TO WS-TROUVE.
           OPEN INPUT FIC-ASSU.
           IF WS-ASSU-STATUS NOT = '00'
               DISPLAY "Fichier assurances.dat absent (statut "
                   WS-ASSU-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM LIT-UN-CONTRAT
               UNTIL WS-ASSU-FIN = 'O' OR WS-TROUVE = 'O'.
           CLOSE FIC-ASSU.
           EXIT.

       LIT-UN-CONTRAT.
           READ FIC-ASSU
               AT END MOVE 'O' TO WS-ASSU-FIN
               NOT AT END
                   IF WS-NUM-CONTRAT = WS-CONTRAT
                       MOVE 'O' TO WS-TROUVE
                       MOVE WS-MONTANT-PAYE TO MONTANT-DEPART
                       MOVE WS-TYPE-ASSU    TO WS-TYPE-CONTRAT
                       MOVE WS-DEVISE       TO WS-DEVISE-CONTRAT
                   END-IF
           END-READ.
           EXIT.

      ***** Une annee : versements de l'annee, puis ligne du tableau *
       PROJETTE-ANNEE.
           MOVE ZEROS TO WS-AN-VERSE WS-AN-FRAIS WS-AN-INTERETS.
           PERFORM PROJETTE-PERIODE NB-PAR-AN TIMES.
           ADD WS-AN-VERSE    TO WS-TOT-VERSE.
           ADD WS-AN-FRAIS    TO WS-TOT-FRAIS.
           ADD WS-AN-INTERETS TO WS-TOT-INTERETS.

           MOVE WS-ANNEE       TO WS-LA-ANNEE.
           MOVE WS-AN-VERSE    TO WS-LA-VERSE.
           MOVE WS-AN-FRAIS    TO WS-LA-FRAIS.
           MOVE WS-AN-INTERETS TO WS-LA-INTERETS.
           MOVE WS-CAPITAL     TO WS-LA-CAPITAL.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-LIGNE-AN TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.
           EXIT.

      ***** Une periode : versement net de frais en debut de periode,
      *     puis interets de la periode capitalises.
       PROJETTE-PERIODE.
           COMPUTE WS-FRAIS-VERS ROUNDED =
               VERSEMENT * FRAIS-ENTREE / 100.
           COMPUTE WS-VERS-NET = VERSEMENT - WS-FRAIS-VERS.
           ADD VERSEMENT     TO WS-AN-VERSE.
           ADD WS-FRAIS-VERS TO WS-AN-FRAIS.
           ADD WS-VERS-NET   TO WS-CAPITAL.
           COMPUTE WS-INTERET-PER ROUNDED =
               WS-CAPITAL * TAUX-ANNUEL / 100 / NB-PAR-AN.
           ADD WS-INTERET-PER TO WS-AN-INTERETS.
           ADD WS-INTERET-PER TO WS-CAPITAL.
           EXIT.

      ***** Entete du tableau : contrat ou prospect et parametres *****
       EDITE-ENTETE.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-CONTRAT = SPACES
               MOVE "PROJECTION D'EPARGNE - PROSPECT" TO REC-RAPPORT
           ELSE
               STRING "PROJECTION D'EPARGNE - CONTRAT "
                       DELIMITED BY SIZE
                   WS-CONTRAT      DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-TYPE-CONTRAT DELIMITED BY SIZE
                   " DEVISE "      DELIMITED BY SIZE
                   WS-DEVISE-CONTRAT DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.

           MOVE MONTANT-DEPART TO WS-ED-MONTANT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "CAPITAL DE DEPART    : " DELIMITED BY SIZE
               WS-ED-MONTANT DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.

           MOVE VERSEMENT TO WS-ED-MONTANT.
           MOVE NB-PAR-AN TO WS-ED-ANNEE.
           MOVE SPACES TO REC-RAPPORT.
           STRING "VERSEMENT PERIODIQUE : " DELIMITED BY SIZE
               WS-ED-MONTANT DELIMITED BY SIZE
               " X "         DELIMITED BY SIZE
               WS-ED-ANNEE   DELIMITED BY SIZE
               " PAR AN"     DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.

           MOVE DUREE TO WS-ED-ANNEE.
           MOVE TAUX-ANNUEL TO WS-ED-TAUX.
           MOVE FRAIS-ENTREE TO WS-ED-FRAIS.
           MOVE SPACES TO REC-RAPPORT.
           STRING "DUREE " DELIMITED BY SIZE
               WS-ED-ANNEE  DELIMITED BY SIZE
               " ANS, TAUX ANNUEL " DELIMITED BY SIZE
               WS-ED-TAUX   DELIMITED BY SIZE
               " %, FRAIS D'ENTREE " DELIMITED BY SIZE
               WS-ED-FRAIS  DELIMITED BY SIZE
               " %"         DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.

           MOVE ALL "-" TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE "ANNEE" TO REC-RAPPORT(1:5).
           MOVE "VERSEMENTS" TO REC-RAPPORT(11:10).
           MOVE "FRAIS" TO REC-RAPPORT(31:5).
           MOVE "INTERETS" TO REC-RAPPORT(44:8).
           MOVE "CAPITAL ACQUIS" TO REC-RAPPORT(60:14).
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.
           EXIT.

      ***** Totaux de la projection *****
       EDITE-TOTAL.
           MOVE ALL "-" TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ZERO TO WS-LA-ANNEE.
           MOVE WS-TOT-VERSE    TO WS-LA-VERSE.
           MOVE WS-TOT-FRAIS    TO WS-LA-FRAIS.
           MOVE WS-TOT-INTERETS TO WS-LA-INTERETS.
           MOVE WS-CAPITAL      TO WS-LA-CAPITAL.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-LIGNE-AN TO REC-RAPPORT.
           MOVE "TOT" TO REC-RAPPORT(1:3).
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.
           EXIT.

      ***** Trace de la projection dans calculs.log *****
       JOURNAL-PROJECTION.
           OPEN EXTEND FIC-LOG.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT FIC-LOG
           END-IF.
           MOVE SPACES TO REC-CALCLOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-HEURE.
           MOVE "calcepa"      TO LOG-PROGRAMME.
           MOVE MONTANT-DEPART TO LOG-OPERANDE1.
           MOVE "e"            TO LOG-OPERATEUR.
           MOVE VERSEMENT      TO LOG-OPERANDE2.
           MOVE RESULTAT       TO LOG-RESULTAT.
           WRITE REC-CALCLOG.
           CLOSE FIC-LOG.
           EXIT.
