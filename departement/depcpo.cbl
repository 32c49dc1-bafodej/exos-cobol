       IDENTIFICATION DIVISION.
       PROGRAM-ID. depcpo.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Controle des adresses postales des
      *                 clients (adresses.dat, tenu par depadr.cbl)
      *                 contre le referentiel officiel des codes postaux
      *                 (codes-postaux.txt, FCPOSTAL.cpy), sur le modele
      *                 de depagv.cbl. Pour chaque client de
      *                 fichierclient.txt (role 'C', 'B' ou a blanc) :
      *                 code postal absent du referentiel (CPOINC),
      *                 commune ne correspondant pas au code postal
      *                 (CPOVIL, comparaison en majuscules, tirets et
      *                 apostrophes ramenes a des blancs, sur le nom de
      *                 la commune ou le libelle d'acheminement), puis
      *                 departement de l'adresse (tire du code INSEE de
      *                 la commune) compare au departement de l'agence
      *                 AGENCE-CLT (AGC-DEPT d'agences.dat, a defaut le
      *                 code agence lui-meme). Un client servi par une
      *                 agence d'un autre departement est signale
      *                 (CPODEP) et une mutation 'T' vers la premiere
      *                 agence ouverte de son departement est proposee
      *                 dans depcpo-mut.dat, au format de depmut.dat,
      *                 a verser dans depmut.dat apres validation. Pas
      *                 de proposition sur un code postal inconnu.
      *                 Anomalies dans la liste depcpo.lis et dans
      *                 exceptions.dat ; clients sans adresse comptes.
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

           SELECT FIC-ADRESSE ASSIGN TO 'adresses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ADRESSE-STATUS.

           SELECT FIC-CPOSTAL ASSIGN TO 'codes-postaux.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CPOSTAL-STATUS.

      ***** Fichier maitre des agences (facultatif, AGENCE.cpy) ********
           SELECT FIC-AGENCE ASSIGN TO 'agences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS AG-AGENCE-STATUS.

           SELECT FIC-LISTE ASSIGN TO 'depcpo.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LISTE-STATUS.

           SELECT FIC-PROPOSE ASSIGN TO 'depcpo-mut.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PROPOSE-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

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

       FD  FIC-ADRESSE
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FADRESSE.cpy'.

       FD  FIC-CPOSTAL
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCPOSTAL.cpy'.

       FD  FIC-AGENCE
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FAGENCE.cpy'.

       FD  FIC-LISTE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-LISTE                      PIC X(132).

      ***** Mutations proposees : mouvement 'T' au layout de           *
      *     depmut.dat (action, employe, agence, date d'effet).
       FD  FIC-PROPOSE
           RECORD CONTAINS 124 CHARACTERS
           RECORDING MODE IS F.
        01 REC-PROPOSE.
              06     PRO-ACTION           PIC X.
              06     FILLER               PIC X.
              06     PRO-EMPLOYE-ID       PIC X(8).
              06     FILLER               PIC X.
              06     PRO-AGENCE           PIC X(3).
              06     FILLER               PIC X.
              06     PRO-DATE             PIC 9(8).
              06     FILLER               PIC X(101).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-ADRESSE-STATUS    PIC X(2).
            88       WS-ADRESSE-OK        VALUE 00.
            88       WS-ADRESSE-END       VALUE 10.
        01           WS-CPOSTAL-STATUS    PIC X(2).
            88       WS-CPOSTAL-OK        VALUE 00.
            88       WS-CPOSTAL-END       VALUE 10.
        01           WS-LISTE-STATUS      PIC X(2).
        01           WS-PROPOSE-STATUS    PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01           WS-EXCSTD-STATUS     PIC X(2).
            88       WS-EXCSTD-ABSENT     VALUE 35.
        01           WS-EXC-CLE           PIC X(18).
        01           WS-EXC-CODE          PIC X(6).
        01           WS-EXC-DESC          PIC X(60).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01           WS-EVENEMENT-STAMP   PIC X(6).
        01           WS-BATCH-STATUS      PIC X(2).

      ***** Referentiel postal en memoire, noms de commune et libelles *
      ***** d'acheminement ramenes a la forme de comparaison           *
        01  DATA-CPR.
            05  CPR-LGTH                  PIC 9(5) VALUE 0.
            05  CPR-TBL
                OCCURS 1 TO 40000 TIMES
                DEPENDING ON CPR-LGTH
                INDEXED BY IDX-CPR.
                10  TBL-CPR-CP            PIC X(5).
                10  TBL-CPR-INSEE         PIC X(5).
                10  TBL-CPR-COMMUNE       PIC X(32).
                10  TBL-CPR-ACHEM         PIC X(32).

      ***** Adresses des clients en memoire ***************************
        01  DATA-ADR.
            05  ADR-LGTH                  PIC 9(5) VALUE 0.
            05  ADR-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON ADR-LGTH
                INDEXED BY IDX-ADR.
                10  TBL-ADR-CLT           PIC X(8).
                10  TBL-ADR-CP            PIC X(5).
                10  TBL-ADR-VILLE         PIC X(25).

      ***** Forme de comparaison d'un nom de commune ******************
        01  WS-VILLE-NORME                PIC X(32).
        01  WS-MINUSCULES                 PIC X(28)
            VALUE 'abcdefghijklmnopqrstuvwxyz-'''.
        01  WS-MAJUSCULES                 PIC X(28)
            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.

        01  WS-CP-CONNU                   PIC X(1).
            88  WS-EST-CP-CONNU           VALUE 'O'.
        01  WS-VILLE-CONNUE               PIC X(1).
            88  WS-EST-VILLE-CONNUE       VALUE 'O'.
        01  WS-INSEE                      PIC X(5).
        01  WS-COMMUNE-ATTENDUE           PIC X(32).
        01  WS-DEPT-ADRESSE               PIC X(3).
        01  WS-DEPT-AGENCE                PIC X(3).
        01  WS-DATE-JOUR                  PIC 9(8).

      ***** Ligne de detail de la liste depcpo.lis ********************
        01  WS-LIGNE-DETAIL.
            05  FILLER                    PIC X(7) VALUE 'CLIENT '.
            05  LD-CODE-CLT               PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  LD-NOM                    PIC X(20).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  LD-CODE-POSTAL            PIC X(5).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  LD-VILLE                  PIC X(25).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  LD-CODE                   PIC X(6).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  LD-TEXTE                  PIC X(56).

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-CLIENTS                 PIC 9(7) VALUE 0.
        01  WS-NB-SANS-ADRESSE            PIC 9(7) VALUE 0.
        01  WS-NB-CP-INCONNUS             PIC 9(7) VALUE 0.
        01  WS-NB-VILLES                  PIC 9(7) VALUE 0.
        01  WS-NB-ELOIGNES                PIC 9(7) VALUE 0.
        01  WS-NB-PROPOSES                PIC 9(7) VALUE 0.

           COPY 'AGENCE-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-LOAD-CPOSTAL-START THRU 1000-LOAD-CPOSTAL-END.
           PERFORM 1200-LOAD-ADRESSE-START THRU 1200-LOAD-ADRESSE-END.
           PERFORM 2000-CONTROLE-START     THRU 2000-CONTROLE-END.
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
           MOVE 'depcpo'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-LUS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Chargement du referentiel postal en table memoire *********
       1000-LOAD-CPOSTAL-START.
           OPEN INPUT FIC-CPOSTAL.
           IF NOT WS-CPOSTAL-OK
               DISPLAY 'FICHIER codes-postaux.txt ABSENT '
                   '(STATUT ' WS-CPOSTAL-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-CPOSTAL-LOOP-START
               THRU 1100-LOAD-CPOSTAL-LOOP-END
               UNTIL WS-CPOSTAL-END.
           CLOSE FIC-CPOSTAL.
       1000-LOAD-CPOSTAL-END.
           EXIT.

       1100-LOAD-CPOSTAL-LOOP-START.
           READ FIC-CPOSTAL
               AT END
                   MOVE '10' TO WS-CPOSTAL-STATUS
               NOT AT END
                   IF CPR-LGTH < 40000
                       SET CPR-LGTH UP BY 1
                       SET IDX-CPR TO CPR-LGTH
                       MOVE CPR-CODE-POSTAL TO TBL-CPR-CP(IDX-CPR)
                       MOVE CPR-CODE-INSEE  TO TBL-CPR-INSEE(IDX-CPR)
                       MOVE CPR-COMMUNE     TO WS-VILLE-NORME
                       PERFORM 2500-NORME-VILLE-START
                           THRU 2500-NORME-VILLE-END
                       MOVE WS-VILLE-NORME  TO TBL-CPR-COMMUNE(IDX-CPR)
                       MOVE CPR-LIBELLE-ACHEM TO WS-VILLE-NORME
                       PERFORM 2500-NORME-VILLE-START
                           THRU 2500-NORME-VILLE-END
                       MOVE WS-VILLE-NORME  TO TBL-CPR-ACHEM(IDX-CPR)
                   END-IF
           END-READ.
       1100-LOAD-CPOSTAL-LOOP-END.
           EXIT.

      ***** Adresses des clients en table ; sans fichier, tous les   **
      ***** clients sont comptes sans adresse                        **
       1200-LOAD-ADRESSE-START.
           OPEN INPUT FIC-ADRESSE.
           IF NOT WS-ADRESSE-OK
               DISPLAY '*** FICHIER adresses.dat ABSENT (STATUT '
                   WS-ADRESSE-STATUS ') : AUCUNE ADRESSE CONNUE'
               GO TO 1200-LOAD-ADRESSE-END
           END-IF.
           PERFORM 1300-LOAD-ADRESSE-LOOP-START
               THRU 1300-LOAD-ADRESSE-LOOP-END
               UNTIL WS-ADRESSE-END.
           CLOSE FIC-ADRESSE.
       1200-LOAD-ADRESSE-END.
           EXIT.

       1300-LOAD-ADRESSE-LOOP-START.
           READ FIC-ADRESSE
               AT END
                   MOVE '10' TO WS-ADRESSE-STATUS
               NOT AT END
                   IF ADR-LGTH < 20000
                       SET ADR-LGTH UP BY 1
                       SET IDX-ADR TO ADR-LGTH
                       MOVE ADR-CODE-CLT    TO TBL-ADR-CLT(IDX-ADR)
                       MOVE ADR-CODE-POSTAL TO TBL-ADR-CP(IDX-ADR)
                       MOVE ADR-VILLE       TO TBL-ADR-VILLE(IDX-ADR)
                   END-IF
           END-READ.
       1300-LOAD-ADRESSE-LOOP-END.
           EXIT.

      ***** Lecture des clients et controle de leur adresse **********
       2000-CONTROLE-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-LISTE.
           OPEN OUTPUT FIC-PROPOSE.

           MOVE SPACES TO REC-LISTE.
           STRING 'CONTROLE DES ADRESSES CLIENTS CONTRE LE '
               'REFERENTIEL POSTAL DU ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO REC-LISTE.
           WRITE REC-LISTE.
           MOVE SPACES TO REC-LISTE.
           WRITE REC-LISTE.

           PERFORM 2100-CONTROLE-LOOP-START
               THRU 2100-CONTROLE-LOOP-END
               UNTIL WS-CLIENT-END.

           MOVE SPACES TO REC-LISTE.
           WRITE REC-LISTE.
           MOVE SPACES TO REC-LISTE.
           STRING 'CLIENTS CONTROLES : ' WS-NB-CLIENTS
               '   SANS ADRESSE : ' WS-NB-SANS-ADRESSE
               '   CODES INCONNUS : ' WS-NB-CP-INCONNUS
               '   COMMUNES : ' WS-NB-VILLES
               '   AGENCES ELOIGNEES : ' WS-NB-ELOIGNES
               DELIMITED BY SIZE INTO REC-LISTE.
           WRITE REC-LISTE.

           CLOSE FIC-CLIENT.
           CLOSE FIC-LISTE.
           CLOSE FIC-PROPOSE.
       2000-CONTROLE-END.
           EXIT.

       2100-CONTROLE-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF ROLE-CLT NOT = 'E'
                       ADD 1 TO WS-NB-CLIENTS
                       PERFORM 2200-ADRESSE-START
                           THRU 2200-ADRESSE-END
                   END-IF
           END-READ.
       2100-CONTROLE-LOOP-END.
           EXIT.

      ***** Code postal et commune du client contre le referentiel ****
       2200-ADRESSE-START.
           IF ADR-LGTH = 0
               ADD 1 TO WS-NB-SANS-ADRESSE
               GO TO 2200-ADRESSE-END
           END-IF.
           SET IDX-ADR TO 1.
           SEARCH ADR-TBL
               AT END
                   ADD 1 TO WS-NB-SANS-ADRESSE
                   GO TO 2200-ADRESSE-END
               WHEN TBL-ADR-CLT(IDX-ADR) = CODE-CLT
                   CONTINUE
           END-SEARCH.

           MOVE CODE-CLT               TO LD-CODE-CLT.
           MOVE NOM-CLT                TO LD-NOM.
           MOVE TBL-ADR-CP(IDX-ADR)    TO LD-CODE-POSTAL.
           MOVE TBL-ADR-VILLE(IDX-ADR) TO LD-VILLE.
           MOVE TBL-ADR-VILLE(IDX-ADR) TO WS-VILLE-NORME.
           PERFORM 2500-NORME-VILLE-START THRU 2500-NORME-VILLE-END.

           MOVE 'N' TO WS-CP-CONNU WS-VILLE-CONNUE.
           MOVE SPACES TO WS-INSEE WS-COMMUNE-ATTENDUE.
           IF CPR-LGTH > 0
               SET IDX-CPR TO 1
               SEARCH CPR-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CPR-CP(IDX-CPR) = TBL-ADR-CP(IDX-ADR)
                       AND (TBL-CPR-COMMUNE(IDX-CPR) = WS-VILLE-NORME
                       OR TBL-CPR-ACHEM(IDX-CPR) = WS-VILLE-NORME)
                       MOVE 'O' TO WS-CP-CONNU WS-VILLE-CONNUE
                       MOVE TBL-CPR-INSEE(IDX-CPR) TO WS-INSEE
               END-SEARCH
           END-IF.
           IF NOT WS-EST-VILLE-CONNUE AND CPR-LGTH > 0
               SET IDX-CPR TO 1
               SEARCH CPR-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CPR-CP(IDX-CPR) = TBL-ADR-CP(IDX-ADR)
                       MOVE 'O' TO WS-CP-CONNU
                       MOVE TBL-CPR-INSEE(IDX-CPR)   TO WS-INSEE
                       MOVE TBL-CPR-COMMUNE(IDX-CPR)
                           TO WS-COMMUNE-ATTENDUE
               END-SEARCH
           END-IF.

           IF NOT WS-EST-CP-CONNU
               ADD 1 TO WS-NB-CP-INCONNUS
               MOVE 'CPOINC' TO LD-CODE WS-EXC-CODE
               MOVE 'CODE POSTAL ABSENT DU REFERENTIEL' TO LD-TEXTE
               MOVE SPACES TO WS-EXC-DESC
               STRING 'CODE POSTAL ' TBL-ADR-CP(IDX-ADR)
                   ' ABSENT DU REFERENTIEL POSTAL'
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 2400-ANOMALIE-START THRU 2400-ANOMALIE-END
               GO TO 2200-ADRESSE-END
           END-IF.
           IF NOT WS-EST-VILLE-CONNUE
               ADD 1 TO WS-NB-VILLES
               MOVE 'CPOVIL' TO LD-CODE WS-EXC-CODE
               MOVE SPACES TO LD-TEXTE WS-EXC-DESC
               STRING 'COMMUNE ATTENDUE : ' WS-COMMUNE-ATTENDUE
                   DELIMITED BY SIZE INTO LD-TEXTE
               END-STRING
               STRING 'COMMUNE ' TBL-ADR-VILLE(IDX-ADR)
                   ' HORS CODE ' TBL-ADR-CP(IDX-ADR)
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 2400-ANOMALIE-START THRU 2400-ANOMALIE-END
           END-IF.
           PERFORM 2300-DEPT-START THRU 2300-DEPT-END.
       2200-ADRESSE-END.
           EXIT.

      ***** Departement de l'adresse (code INSEE : 2 caracteres,     **
      ***** 3 outre-mer) contre celui de l'agence du client ; une    **
      ***** agence eloignee donne lieu a une mutation proposee       **
       2300-DEPT-START.
           IF AGENCE-CLT = SPACES
               GO TO 2300-DEPT-END
           END-IF.
           IF WS-INSEE(1:2) = '97' OR WS-INSEE(1:2) = '98'
               MOVE WS-INSEE(1:3) TO WS-DEPT-ADRESSE
           ELSE
               MOVE WS-INSEE(1:2) TO WS-DEPT-ADRESSE
           END-IF.
           MOVE AGENCE-CLT TO AG-CODE.
           PERFORM 9920-AGENCE-START THRU 9920-AGENCE-END.
           IF AG-CONNUE
               MOVE AG-DEPT    TO WS-DEPT-AGENCE
           ELSE
               MOVE AGENCE-CLT TO WS-DEPT-AGENCE
           END-IF.
           IF WS-DEPT-ADRESSE = WS-DEPT-AGENCE
               GO TO 2300-DEPT-END
           END-IF.

           ADD 1 TO WS-NB-ELOIGNES.
           IF AGM-LGTH = 0
               MOVE WS-DEPT-ADRESSE TO AG-CODE-PROPOSE
           ELSE
               MOVE WS-DEPT-ADRESSE TO AG-DEPT-RECH
               PERFORM 9924-AGENCE-DU-DEPT-START
                   THRU 9924-AGENCE-DU-DEPT-END
           END-IF.
           MOVE 'CPODEP' TO LD-CODE WS-EXC-CODE.
           MOVE SPACES TO LD-TEXTE WS-EXC-DESC.
           IF AG-CODE-PROPOSE = SPACES
               STRING 'DEPT ' WS-DEPT-ADRESSE ' AGENCE ' AGENCE-CLT
                   ' DEPT ' WS-DEPT-AGENCE ' : AUCUNE AGENCE OUVERTE'
                   DELIMITED BY SIZE INTO LD-TEXTE
               END-STRING
           ELSE
               STRING 'DEPT ' WS-DEPT-ADRESSE ' AGENCE ' AGENCE-CLT
                   ' DEPT ' WS-DEPT-AGENCE ' : MUTATION VERS '
                   AG-CODE-PROPOSE
                   DELIMITED BY SIZE INTO LD-TEXTE
               END-STRING
               MOVE SPACES TO REC-PROPOSE
               MOVE 'T'             TO PRO-ACTION
               MOVE CODE-CLT        TO PRO-EMPLOYE-ID
               MOVE AG-CODE-PROPOSE TO PRO-AGENCE
               MOVE WS-DATE-JOUR    TO PRO-DATE
               WRITE REC-PROPOSE
               ADD 1 TO WS-NB-PROPOSES
           END-IF.
           STRING 'ADRESSE DANS LE ' WS-DEPT-ADRESSE
               ', AGENCE ' AGENCE-CLT ' DU ' WS-DEPT-AGENCE
               ', PROPOSEE : ' AG-CODE-PROPOSE
               DELIMITED BY SIZE INTO WS-EXC-DESC
           END-STRING.
           PERFORM 2400-ANOMALIE-START THRU 2400-ANOMALIE-END.
       2300-DEPT-END.
           EXIT.

      ***** Anomalie courante : ligne de liste et exception commune ***
       2400-ANOMALIE-START.
           MOVE WS-LIGNE-DETAIL TO REC-LISTE.
           WRITE REC-LISTE.
           MOVE CODE-CLT TO WS-EXC-CLE.
           PERFORM 9600-EXCEPTION-STD-START
               THRU 9600-EXCEPTION-STD-END.
       2400-ANOMALIE-END.
           EXIT.

      ***** Nom de commune ramene a la forme de comparaison : ********
      ***** majuscules, tirets et apostrophes remplaces par blancs ****
       2500-NORME-VILLE-START.
           INSPECT WS-VILLE-NORME
               CONVERTING WS-MINUSCULES TO WS-MAJUSCULES.
       2500-NORME-VILLE-END.
           EXIT.

      ***** Ajout de l'anomalie courante au fichier commun des        **
      ***** exceptions (exceptions.dat, FEXCEPT.cpy), cle/code/       **
      ***** description renseignes par l'appelant                     **
       9600-EXCEPTION-STD-START.
           OPEN EXTEND FIC-EXCSTD.
           IF WS-EXCSTD-ABSENT
               OPEN OUTPUT FIC-EXCSTD
           END-IF.
           MOVE SPACES TO REC-EXCEPTION.
           MOVE 'depcpo'     TO EXC-PROGRAMME.
           MOVE WS-EXC-CLE   TO EXC-CLE.
           MOVE WS-EXC-CODE  TO EXC-CODE-ANOMALIE.
           MOVE WS-EXC-DESC  TO EXC-DESCRIPTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE-PREMIERE
                                              EXC-DATE-DERNIERE.
           MOVE 'N'          TO EXC-STATUT.
           WRITE REC-EXCEPTION.
           CLOSE FIC-EXCSTD.
       9600-EXCEPTION-STD-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'ENREGISTREMENTS LUS   : ' WS-NB-LUS.
           DISPLAY 'CLIENTS CONTROLES     : ' WS-NB-CLIENTS.
           DISPLAY 'SANS ADRESSE          : ' WS-NB-SANS-ADRESSE.
           DISPLAY 'CODES POSTAUX INCONNUS: ' WS-NB-CP-INCONNUS.
           DISPLAY 'COMMUNES DISCORDANTES : ' WS-NB-VILLES.
           DISPLAY 'AGENCES ELOIGNEES     : ' WS-NB-ELOIGNES.
           DISPLAY 'MUTATIONS PROPOSEES   : ' WS-NB-PROPOSES
               ' (depcpo-mut.dat)'.
       9000-TERM-END.
           EXIT.

           COPY 'AGENCE.cpy'.
