       IDENTIFICATION DIVISION.
       PROGRAM-ID. depgsr.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Reequilibrage des portefeuilles des
      *                 gestionnaires de compte (gestionnaires.dat,
      *                 FGESTION.cpy). Par agence et par gestionnaire :
      *                 nombre de clients affectes, de contrats ACTIF de
      *                 ces clients et total de leurs primes en euros
      *                 (assurances.dat via DEVEUR.cpy). Les
      *                 gestionnaires d'une agence sont les employes qui
      *                 y suivent deja au moins un client ; une agence
      *                 qui n'en a encore aucun prend tous ses employes
      *                 (role autre que 'C'). La moyenne de l'agence est
      *                 le nombre de ses clients divise par le nombre de
      *                 gestionnaires presents ; un gestionnaire au-dela
      *                 de WS-SEUIL-SURCHARGE % de cette moyenne est en
      *                 SURCHARGE, un gestionnaire dont une absence
      *                 d'absences.dat d'au moins WS-JOURS-ABSENCE jours
      *                 couvre la date du jour est en ABSENCE LONGUE.
      *                 Sont proposes a la reaffectation, vers le
      *                 gestionnaire present le moins charge de l'agence
      *                 du client : les clients sans gestionnaire, ceux
      *                 d'un gestionnaire inconnu, d'une autre agence ou
      *                 en absence longue, et ceux d'un gestionnaire en
      *                 surcharge au-dela du plafond (moyenne arrondie
      *                 au superieur). Les propositions sont ecrites au
      *                 format des mouvements de depgst.cbl dans
      *                 depgsr-mut.dat (a verser dans gestionmaj.dat
      *                 apres validation) et editees dans depgsr.lis.
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

      ***** Sources facultatives : sans affectations tous les clients **
      ***** sont a affecter, sans absences personne n'est absent     **
           SELECT FIC-GESTION ASSIGN TO 'gestionnaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-GESTION-STATUS.

           SELECT FIC-ABSENCE ASSIGN TO 'absences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT FIC-MUTATION ASSIGN TO 'depgsr-mut.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MUTATION-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'depgsr.lis'
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

       FD  FIC-GESTION
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FGESTION.cpy'.

       FD  FIC-ABSENCE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FABSENCE.cpy'.

      ***** Reaffectations proposees, au format des mouvements de    **
      ***** depgst.cbl (gestionmaj.dat)                              **
       FD  FIC-MUTATION
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MUTATION.
              06     MUT-ACTION           PIC X.
              06     FILLER               PIC X.
              06     MUT-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     MUT-EMPLOYE-ID       PIC X(8).
              06     FILLER               PIC X.
              06     MUT-DATE             PIC 9(8).

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
        01  WS-GESTION-STATUS             PIC X(2).
            88  WS-GESTION-OK             VALUE 00.
            88  WS-GESTION-END            VALUE 10.
        01  WS-ABSENCE-STATUS             PIC X(2).
            88  WS-ABSENCE-OK             VALUE 00.
            88  WS-ABSENCE-END            VALUE 10.
        01  WS-MUTATION-STATUS            PIC X(2).
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

        01  WS-DATE-JOUR                  PIC 9(8).

      ***** Bareme : surcharge en % de la moyenne de l'agence, duree **
      ***** minimale d'une absence longue en jours                   **
        77  WS-SEUIL-SURCHARGE            PIC 9(3) VALUE 150.
        77  WS-JOURS-ABSENCE              PIC 9(3) VALUE 30.

        01  WS-NB-LUS-CLIENTS             PIC 9(7) VALUE 0.
        01  WS-NB-CLIENTS                 PIC 9(7) VALUE 0.
        01  WS-NB-EMPLOYES                PIC 9(7) VALUE 0.
        01  WS-NB-AFFECT-LUES             PIC 9(7) VALUE 0.
        01  WS-NB-AFFECT-ORPHELINES       PIC 9(7) VALUE 0.
        01  WS-NB-ABSENCES                PIC 9(7) VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-CONTRATS-SANS           PIC 9(7) VALUE 0.
        01  WS-NB-PROPOSITIONS            PIC 9(7) VALUE 0.
        01  WS-NB-SANS-CIBLE              PIC 9(7) VALUE 0.

      ***** Clients du fichier maitre (role 'E' exclu), gestionnaire **
      ***** actuel et son rang dans la table des employes (0 : aucun  **
      ***** ou inconnu)                                               **
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).
                10  TBL-GEST-CLT          PIC X(8).
                10  TBL-RANG-GEST         PIC 9(5).

      ***** Employes du fichier maitre (role 'C' exclu) et leur       **
      ***** portefeuille ; TBL-EMP-CHARGE suit les propositions       **
        01  DATA-EMPLOYE.
            05  EMPLOYE-LGTH              PIC 9(5) VALUE 0.
            05  EMPLOYE-TBL
                OCCURS 1 TO 5000 TIMES
                DEPENDING ON EMPLOYE-LGTH
                INDEXED BY IDX-EMPLOYE.
                10  TBL-EMPLOYE-ID        PIC X(8).
                10  TBL-NOM-EMP           PIC X(20).
                10  TBL-PRENOM-EMP        PIC X(20).
                10  TBL-AGENCE-EMP        PIC X(3).
                10  TBL-EMP-CLIENTS       PIC 9(5).
                10  TBL-EMP-CONTRATS      PIC 9(5).
                10  TBL-EMP-PRIMES        PIC 9(11)V99.
                10  TBL-EMP-CHARGE        PIC 9(5).
                10  TBL-EMP-GEST          PIC X(1).
                    88  TBL-EST-GESTIONNAIRE  VALUE 'O'.
                10  TBL-EMP-ABSENT        PIC X(1).
                    88  TBL-EST-ABSENT        VALUE 'O'.
                10  TBL-EMP-FIN-ABS       PIC 9(8).
                10  TBL-EMP-SURCHARGE     PIC X(1).
                    88  TBL-EST-SURCHARGE     VALUE 'O'.

      ***** Agences rencontrees (clients et employes), moyenne et    **
      ***** plafond de portefeuille                                  **
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(3) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 500 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-CODE-AGENCE       PIC X(3).
                10  TBL-AG-NB-CLIENTS     PIC 9(5).
                10  TBL-AG-NB-SANS        PIC 9(5).
                10  TBL-AG-NB-GEST        PIC 9(5).
                10  TBL-AG-NB-PRESENTS    PIC 9(5).
                10  TBL-AG-MOYENNE        PIC 9(5)V9.
                10  TBL-AG-SEUIL          PIC 9(5)V9.
                10  TBL-AG-PLAFOND        PIC 9(5).
                10  TBL-AG-NB-PROP        PIC 9(5).
                10  TBL-AG-INITIAL        PIC X(1).
                    88  TBL-AG-SANS-GESTIONNAIRE VALUE 'O'.

      ***** Reaffectations proposees, dans l'ordre des clients      ***
        01  DATA-PROPOSITION.
            05  PROP-LGTH                 PIC 9(5) VALUE 0.
            05  PROP-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON PROP-LGTH
                INDEXED BY IDX-PROP.
                10  TBL-PRP-CODE-CLT      PIC X(8).
                10  TBL-PRP-AGENCE        PIC X(3).
                10  TBL-PRP-AVANT         PIC X(8).
                10  TBL-PRP-APRES         PIC X(8).
                10  TBL-PRP-MOTIF         PIC X(20).

        01  WS-AGENCE-RECH                PIC X(3).
        01  WS-MOTIF                      PIC X(20).
        01  WS-RANG-ACTUEL                PIC 9(5).
        01  WS-RANG-CIBLE                 PIC 9(5).
        01  WS-POS-EMPLOYE                PIC 9(5).
        01  WS-CHARGE-MIN                 PIC 9(5).
        01  WS-DUREE-ABSENCE              PIC S9(6).
        01  WS-RESTE                      PIC 9(5).

        01           WS-SORT-I            PIC 9(5).
        01           WS-SORT-J            PIC 9(5).
        01           WS-SORT-SWAPPED      PIC X(01) VALUE 'N'.
            88       WS-SORT-DID-SWAP     VALUE 'Y'.
        01           WS-SORT-HOLD         PIC X(46).

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-AGENCE.
            05  FILLER                    PIC X(7)  VALUE 'AGENCE '.
            05  WS-EDIT-AG-CODE           PIC X(3).
            05  FILLER                    PIC X(10) VALUE '  CLIENTS '.
            05  WS-EDIT-AG-CLIENTS        PIC ZZZZ9.
            05  FILLER                    PIC X(20)
                VALUE '  SANS GESTIONNAIRE '.
            05  WS-EDIT-AG-SANS           PIC ZZZZ9.
            05  FILLER                    PIC X(11) VALUE '  PRESENTS '.
            05  WS-EDIT-AG-PRESENTS       PIC ZZZZ9.
            05  FILLER                    PIC X(10) VALUE '  MOYENNE '.
            05  WS-EDIT-AG-MOYENNE        PIC ZZZZ9,9.
            05  FILLER                    PIC X(10) VALUE '  PLAFOND '.
            05  WS-EDIT-AG-PLAFOND        PIC ZZZZ9.
            05  FILLER                    PIC X(14)
                VALUE '  PROPOSITIONS'.
            05  WS-EDIT-AG-PROP           PIC ZZZZ9.

        01  WS-EDIT-GEST-ENTETE.
            05  FILLER                    PIC X(14) VALUE
                '  GESTIONNAIRE'.
            05  FILLER                    PIC X(41) VALUE ' NOM'.
            05  FILLER                    PIC X(8)  VALUE ' CLIENTS'.
            05  FILLER                    PIC X(9)  VALUE ' CONTRATS'.
            05  FILLER                    PIC X(17)
                VALUE '       PRIMES EUR'.
            05  FILLER                    PIC X(8)  VALUE '   APRES'.
            05  FILLER                    PIC X(7)  VALUE '  ETAT'.

        01  WS-EDIT-GEST.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-GST-ID            PIC X(8).
            05  FILLER                    PIC X(5) VALUE SPACES.
            05  WS-EDIT-GST-NOM           PIC X(20).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-GST-PRENOM        PIC X(19).
            05  WS-EDIT-GST-CLIENTS       PIC Z(7)9.
            05  WS-EDIT-GST-CONTRATS      PIC Z(8)9.
            05  WS-EDIT-GST-PRIMES        PIC Z(13)9,99.
            05  WS-EDIT-GST-APRES         PIC Z(7)9.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-GST-ETAT          PIC X(32).

        01  WS-EDIT-PROP-ENTETE.
            05  FILLER                    PIC X(10) VALUE 'CLIENT'.
            05  FILLER                    PIC X(8)  VALUE 'AGENCE'.
            05  FILLER                    PIC X(14) VALUE 'ACTUEL'.
            05  FILLER                    PIC X(14) VALUE 'PROPOSE'.
            05  FILLER                    PIC X(20) VALUE 'MOTIF'.

        01  WS-EDIT-PROP.
            05  WS-EDIT-PRP-CLIENT        PIC X(8).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-PRP-AGENCE        PIC X(3).
            05  FILLER                    PIC X(5) VALUE SPACES.
            05  WS-EDIT-PRP-AVANT         PIC X(8).
            05  FILLER                    PIC X(6) VALUE SPACES.
            05  WS-EDIT-PRP-APRES         PIC X(12).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-PRP-MOTIF         PIC X(20).

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

           PERFORM 1000-LOAD-CLIENT-START   THRU 1000-LOAD-CLIENT-END.
           PERFORM 1200-LOAD-GESTION-START  THRU 1200-LOAD-GESTION-END.
           PERFORM 1400-ABSENCES-START      THRU 1400-ABSENCES-END.
           PERFORM 1600-RATTACHE-START      THRU 1600-RATTACHE-END.
           PERFORM 1800-PORTEFEUILLE-START  THRU 1800-PORTEFEUILLE-END.
           PERFORM 2000-CHARGE-AGENCE-START THRU 2000-CHARGE-AGENCE-END.
           PERFORM 3000-PROPOSE-START       THRU 3000-PROPOSE-END.
           PERFORM 4000-SORT-START          THRU 4000-SORT-END.
           PERFORM 5000-RAPPORT-START       THRU 5000-RAPPORT-END.
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
           MOVE 'depgsr'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-PROPOSITIONS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Clients et employes en tables ; un role a blanc figure   ****
      ***** dans les deux                                            ****
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
                   MOVE AGENCE-CLT TO WS-AGENCE-RECH
                   PERFORM 1150-AGENCE-START THRU 1150-AGENCE-END
                   IF ROLE-CLT NOT = 'E'
                       AND CLIENT-LGTH < 20000
                       ADD 1 TO WS-NB-CLIENTS
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE AGENCE-CLT TO TBL-AGENCE-CLT(IDX-CLIENT)
                       MOVE SPACES     TO TBL-GEST-CLT(IDX-CLIENT)
                       MOVE 0          TO TBL-RANG-GEST(IDX-CLIENT)
                       ADD 1 TO TBL-AG-NB-CLIENTS(IDX-AGENCE)
                   END-IF
                   IF ROLE-CLT NOT = 'C'
                       AND EMPLOYE-LGTH < 5000
                       ADD 1 TO WS-NB-EMPLOYES
                       SET EMPLOYE-LGTH UP BY 1
                       SET IDX-EMPLOYE TO EMPLOYE-LGTH
                       MOVE CODE-CLT   TO TBL-EMPLOYE-ID(IDX-EMPLOYE)
                       MOVE NOM-CLT    TO TBL-NOM-EMP(IDX-EMPLOYE)
                       MOVE PRENOM-CLT TO TBL-PRENOM-EMP(IDX-EMPLOYE)
                       MOVE AGENCE-CLT TO TBL-AGENCE-EMP(IDX-EMPLOYE)
                       MOVE 0     TO TBL-EMP-CLIENTS(IDX-EMPLOYE)
                       MOVE 0     TO TBL-EMP-CONTRATS(IDX-EMPLOYE)
                       MOVE 0     TO TBL-EMP-PRIMES(IDX-EMPLOYE)
                       MOVE 0     TO TBL-EMP-CHARGE(IDX-EMPLOYE)
                       MOVE 'N'   TO TBL-EMP-GEST(IDX-EMPLOYE)
                       MOVE 'N'   TO TBL-EMP-ABSENT(IDX-EMPLOYE)
                       MOVE 0     TO TBL-EMP-FIN-ABS(IDX-EMPLOYE)
                       MOVE 'N'   TO TBL-EMP-SURCHARGE(IDX-EMPLOYE)
                   END-IF
           END-READ.
       1100-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Rang de l'agence WS-AGENCE-RECH dans IDX-AGENCE, creee a **
      ***** la premiere rencontre                                    **
       1150-AGENCE-START.
           SET IDX-AGENCE TO 1.
           SEARCH AGENCE-TBL
               AT END
                   IF AGENCE-LGTH NOT < 500
                       DISPLAY 'TABLE DES AGENCES PLEINE (500), ARRET'
                       STOP RUN
                   END-IF
                   SET AGENCE-LGTH UP BY 1
                   SET IDX-AGENCE TO AGENCE-LGTH
                   MOVE WS-AGENCE-RECH TO TBL-CODE-AGENCE(IDX-AGENCE)
                   MOVE 0   TO TBL-AG-NB-CLIENTS(IDX-AGENCE)
                               TBL-AG-NB-SANS(IDX-AGENCE)
                               TBL-AG-NB-GEST(IDX-AGENCE)
                               TBL-AG-NB-PRESENTS(IDX-AGENCE)
                               TBL-AG-MOYENNE(IDX-AGENCE)
                               TBL-AG-SEUIL(IDX-AGENCE)
                               TBL-AG-PLAFOND(IDX-AGENCE)
                               TBL-AG-NB-PROP(IDX-AGENCE)
                   MOVE 'N' TO TBL-AG-INITIAL(IDX-AGENCE)
               WHEN TBL-CODE-AGENCE(IDX-AGENCE) = WS-AGENCE-RECH
                   CONTINUE
           END-SEARCH.
       1150-AGENCE-END.
           EXIT.

      ***** Gestionnaire actuel de chaque client ; une affectation   ****
      ***** d'un client absent du fichier maitre est ignoree         ****
       1200-LOAD-GESTION-START.
           OPEN INPUT FIC-GESTION.
           IF NOT WS-GESTION-OK
               DISPLAY 'FICHIER gestionnaires.dat ABSENT (STATUT '
                   WS-GESTION-STATUS ') : AUCUN CLIENT AFFECTE'
               GO TO 1200-LOAD-GESTION-END
           END-IF.
           PERFORM 1300-LOAD-GESTION-LOOP-START
               THRU 1300-LOAD-GESTION-LOOP-END
               UNTIL WS-GESTION-END.
           CLOSE FIC-GESTION.
       1200-LOAD-GESTION-END.
           EXIT.

       1300-LOAD-GESTION-LOOP-START.
           READ FIC-GESTION
               AT END
                   MOVE '10' TO WS-GESTION-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-AFFECT-LUES
                   SET IDX-CLIENT TO 1
                   SEARCH CLIENT-TBL
                       AT END
                           ADD 1 TO WS-NB-AFFECT-ORPHELINES
                       WHEN TBL-CODE-CLT(IDX-CLIENT) = GST-CODE-CLT
                           MOVE GST-EMPLOYE-ID
                               TO TBL-GEST-CLT(IDX-CLIENT)
                   END-SEARCH
           END-READ.
       1300-LOAD-GESTION-LOOP-END.
           EXIT.

      ***** Absences longues en cours : une absence qui couvre la    ****
      ***** date du jour et dure au moins WS-JOURS-ABSENCE jours     ****
       1400-ABSENCES-START.
           OPEN INPUT FIC-ABSENCE.
           IF NOT WS-ABSENCE-OK
               GO TO 1400-ABSENCES-END
           END-IF.
           PERFORM 1500-ABSENCES-LOOP-START
               THRU 1500-ABSENCES-LOOP-END
               UNTIL WS-ABSENCE-END.
           CLOSE FIC-ABSENCE.
       1400-ABSENCES-END.
           EXIT.

       1500-ABSENCES-LOOP-START.
           READ FIC-ABSENCE
               AT END
                   MOVE '10' TO WS-ABSENCE-STATUS
                   GO TO 1500-ABSENCES-LOOP-END
           END-READ.
           IF ABS-DATE-DEBUT IS NOT NUMERIC
               OR ABS-DATE-FIN IS NOT NUMERIC
               OR ABS-DATE-DEBUT > WS-DATE-JOUR
               OR ABS-DATE-FIN < WS-DATE-JOUR
               GO TO 1500-ABSENCES-LOOP-END
           END-IF.
           MOVE ABS-DATE-DEBUT TO DU-DATE-1.
           MOVE ABS-DATE-FIN   TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           COMPUTE WS-DUREE-ABSENCE = DU-NB-JOURS + 1.
           IF WS-DUREE-ABSENCE < WS-JOURS-ABSENCE
               GO TO 1500-ABSENCES-LOOP-END
           END-IF.
           IF EMPLOYE-LGTH = 0
               GO TO 1500-ABSENCES-LOOP-END
           END-IF.
           SET IDX-EMPLOYE TO 1.
           SEARCH EMPLOYE-TBL
               AT END
                   CONTINUE
               WHEN TBL-EMPLOYE-ID(IDX-EMPLOYE) = ABS-EMPLOYE-ID
                   IF NOT TBL-EST-ABSENT(IDX-EMPLOYE)
                       ADD 1 TO WS-NB-ABSENCES
                   END-IF
                   MOVE 'O' TO TBL-EMP-ABSENT(IDX-EMPLOYE)
                   IF ABS-DATE-FIN > TBL-EMP-FIN-ABS(IDX-EMPLOYE)
                       MOVE ABS-DATE-FIN TO TBL-EMP-FIN-ABS(IDX-EMPLOYE)
                   END-IF
           END-SEARCH.
       1500-ABSENCES-LOOP-END.
           EXIT.

      ***** Rattachement de chaque client a son gestionnaire : rang  ****
      ***** dans la table des employes et compte des portefeuilles   ****
       1600-RATTACHE-START.
           PERFORM 1610-RATTACHE-CLIENT-START
               THRU 1610-RATTACHE-CLIENT-END
               VARYING IDX-CLIENT FROM 1 BY 1
               UNTIL IDX-CLIENT > CLIENT-LGTH.
       1600-RATTACHE-END.
           EXIT.

       1610-RATTACHE-CLIENT-START.
           IF TBL-GEST-CLT(IDX-CLIENT) = SPACES
               MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-AGENCE-RECH
               PERFORM 1150-AGENCE-START THRU 1150-AGENCE-END
               ADD 1 TO TBL-AG-NB-SANS(IDX-AGENCE)
               GO TO 1610-RATTACHE-CLIENT-END
           END-IF.
           IF EMPLOYE-LGTH = 0
               GO TO 1610-RATTACHE-CLIENT-END
           END-IF.
           SET IDX-EMPLOYE TO 1.
           SEARCH EMPLOYE-TBL
               AT END
                   CONTINUE
               WHEN TBL-EMPLOYE-ID(IDX-EMPLOYE)
                       = TBL-GEST-CLT(IDX-CLIENT)
                   SET WS-POS-EMPLOYE TO IDX-EMPLOYE
                   MOVE WS-POS-EMPLOYE TO TBL-RANG-GEST(IDX-CLIENT)
                   ADD 1 TO TBL-EMP-CLIENTS(IDX-EMPLOYE)
                   ADD 1 TO TBL-EMP-CHARGE(IDX-EMPLOYE)
           END-SEARCH.
       1610-RATTACHE-CLIENT-END.
           EXIT.

      ***** Contrats ACTIF et primes en euros au gestionnaire du     ****
      ***** client detenteur                                         ****
       1800-PORTEFEUILLE-START.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT '
                   '(STATUT ' WS-ASSU-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1900-PORTEFEUILLE-LOOP-START
               THRU 1900-PORTEFEUILLE-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       1800-PORTEFEUILLE-END.
           EXIT.

       1900-PORTEFEUILLE-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
                   GO TO 1900-PORTEFEUILLE-LOOP-END
           END-READ.
           IF WS-STATUT NOT = 'ACTIF' OR CLIENT-LGTH = 0
               GO TO 1900-PORTEFEUILLE-LOOP-END
           END-IF.
           ADD 1 TO WS-NB-CONTRATS.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   GO TO 1900-PORTEFEUILLE-LOOP-END
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-NUM-CLIENT
                   CONTINUE
           END-SEARCH.
           IF TBL-RANG-GEST(IDX-CLIENT) = 0
               ADD 1 TO WS-NB-CONTRATS-SANS
               GO TO 1900-PORTEFEUILLE-LOOP-END
           END-IF.
           SET IDX-EMPLOYE TO TBL-RANG-GEST(IDX-CLIENT).
           MOVE WS-DEVISE       TO DV-DEVISE.
           MOVE WS-MONTANT-PAYE TO DV-MONTANT.
           MOVE WS-NUM-CONTRAT  TO DV-CONTRAT.
           PERFORM 9880-CONVERTIT-EUR-START
               THRU 9880-CONVERTIT-EUR-END.
           ADD 1 TO TBL-EMP-CONTRATS(IDX-EMPLOYE).
           ADD DV-MONTANT-EUR TO TBL-EMP-PRIMES(IDX-EMPLOYE).
       1900-PORTEFEUILLE-LOOP-END.
           EXIT.

      ***** Gestionnaires de chaque agence, moyenne, seuil de       ****
      ***** surcharge et plafond                                     ****
       2000-CHARGE-AGENCE-START.
           PERFORM 2010-GEST-ACTIF-START
               THRU 2010-GEST-ACTIF-END
               VARYING IDX-EMPLOYE FROM 1 BY 1
               UNTIL IDX-EMPLOYE > EMPLOYE-LGTH.
           PERFORM 2020-AGENCE-INITIALE-START
               THRU 2020-AGENCE-INITIALE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           PERFORM 2030-GEST-INITIAL-START
               THRU 2030-GEST-INITIAL-END
               VARYING IDX-EMPLOYE FROM 1 BY 1
               UNTIL IDX-EMPLOYE > EMPLOYE-LGTH.
           PERFORM 2040-MOYENNE-START
               THRU 2040-MOYENNE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           PERFORM 2050-SURCHARGE-START
               THRU 2050-SURCHARGE-END
               VARYING IDX-EMPLOYE FROM 1 BY 1
               UNTIL IDX-EMPLOYE > EMPLOYE-LGTH.
       2000-CHARGE-AGENCE-END.
           EXIT.

      *    Gestionnaire : employe qui suit deja au moins un client
       2010-GEST-ACTIF-START.
           IF TBL-EMP-CLIENTS(IDX-EMPLOYE) = 0
               GO TO 2010-GEST-ACTIF-END
           END-IF.
           MOVE 'O' TO TBL-EMP-GEST(IDX-EMPLOYE).
           MOVE TBL-AGENCE-EMP(IDX-EMPLOYE) TO WS-AGENCE-RECH.
           PERFORM 1150-AGENCE-START THRU 1150-AGENCE-END.
           ADD 1 TO TBL-AG-NB-GEST(IDX-AGENCE).
           IF NOT TBL-EST-ABSENT(IDX-EMPLOYE)
               ADD 1 TO TBL-AG-NB-PRESENTS(IDX-AGENCE)
           END-IF.
       2010-GEST-ACTIF-END.
           EXIT.

      *    Agence sans aucun gestionnaire : premiere repartition
       2020-AGENCE-INITIALE-START.
           IF TBL-AG-NB-GEST(IDX-AGENCE) = 0
               MOVE 'O' TO TBL-AG-INITIAL(IDX-AGENCE)
           END-IF.
       2020-AGENCE-INITIALE-END.
           EXIT.

       2030-GEST-INITIAL-START.
           MOVE TBL-AGENCE-EMP(IDX-EMPLOYE) TO WS-AGENCE-RECH.
           PERFORM 1150-AGENCE-START THRU 1150-AGENCE-END.
           IF NOT TBL-AG-SANS-GESTIONNAIRE(IDX-AGENCE)
               GO TO 2030-GEST-INITIAL-END
           END-IF.
           MOVE 'O' TO TBL-EMP-GEST(IDX-EMPLOYE).
           ADD 1 TO TBL-AG-NB-GEST(IDX-AGENCE).
           IF NOT TBL-EST-ABSENT(IDX-EMPLOYE)
               ADD 1 TO TBL-AG-NB-PRESENTS(IDX-AGENCE)
           END-IF.
       2030-GEST-INITIAL-END.
           EXIT.

       2040-MOYENNE-START.
           IF TBL-AG-NB-PRESENTS(IDX-AGENCE) = 0
               GO TO 2040-MOYENNE-END
           END-IF.
           COMPUTE TBL-AG-MOYENNE(IDX-AGENCE) ROUNDED =
               TBL-AG-NB-CLIENTS(IDX-AGENCE)
               / TBL-AG-NB-PRESENTS(IDX-AGENCE).
           COMPUTE TBL-AG-SEUIL(IDX-AGENCE) =
               TBL-AG-NB-CLIENTS(IDX-AGENCE) * WS-SEUIL-SURCHARGE
               / (TBL-AG-NB-PRESENTS(IDX-AGENCE) * 100).
           DIVIDE TBL-AG-NB-PRESENTS(IDX-AGENCE)
               INTO TBL-AG-NB-CLIENTS(IDX-AGENCE)
               GIVING TBL-AG-PLAFOND(IDX-AGENCE)
               REMAINDER WS-RESTE.
           IF WS-RESTE > 0
               ADD 1 TO TBL-AG-PLAFOND(IDX-AGENCE)
           END-IF.
       2040-MOYENNE-END.
           EXIT.

       2050-SURCHARGE-START.
           IF NOT TBL-EST-GESTIONNAIRE(IDX-EMPLOYE)
               OR TBL-EST-ABSENT(IDX-EMPLOYE)
               GO TO 2050-SURCHARGE-END
           END-IF.
           MOVE TBL-AGENCE-EMP(IDX-EMPLOYE) TO WS-AGENCE-RECH.
           PERFORM 1150-AGENCE-START THRU 1150-AGENCE-END.
           IF TBL-EMP-CLIENTS(IDX-EMPLOYE) > TBL-AG-SEUIL(IDX-AGENCE)
               AND TBL-EMP-CLIENTS(IDX-EMPLOYE)
                   > TBL-AG-PLAFOND(IDX-AGENCE)
               MOVE 'O' TO TBL-EMP-SURCHARGE(IDX-EMPLOYE)
           END-IF.
       2050-SURCHARGE-END.
           EXIT.

      ***** Propositions de reaffectation, client par client, vers  ****
      ***** le gestionnaire present le moins charge de son agence    ****
       3000-PROPOSE-START.
           OPEN OUTPUT FIC-MUTATION.
           PERFORM 3100-PROPOSE-CLIENT-START
               THRU 3100-PROPOSE-CLIENT-END
               VARYING IDX-CLIENT FROM 1 BY 1
               UNTIL IDX-CLIENT > CLIENT-LGTH.
           CLOSE FIC-MUTATION.
       3000-PROPOSE-END.
           EXIT.

       3100-PROPOSE-CLIENT-START.
           MOVE SPACES TO WS-MOTIF.
           MOVE TBL-RANG-GEST(IDX-CLIENT) TO WS-RANG-ACTUEL.
           EVALUATE TRUE
               WHEN TBL-GEST-CLT(IDX-CLIENT) = SPACES
                   MOVE 'SANS GESTIONNAIRE'    TO WS-MOTIF
               WHEN WS-RANG-ACTUEL = 0
                   MOVE 'GESTIONNAIRE INCONNU' TO WS-MOTIF
               WHEN OTHER
                   SET IDX-EMPLOYE TO WS-RANG-ACTUEL
                   EVALUATE TRUE
                       WHEN TBL-AGENCE-EMP(IDX-EMPLOYE)
                               NOT = TBL-AGENCE-CLT(IDX-CLIENT)
                           MOVE 'AUTRE AGENCE'   TO WS-MOTIF
                       WHEN TBL-EST-ABSENT(IDX-EMPLOYE)
                           MOVE 'ABSENCE LONGUE' TO WS-MOTIF
                       WHEN TBL-EST-SURCHARGE(IDX-EMPLOYE)
                           PERFORM 3110-PLAFOND-START
                               THRU 3110-PLAFOND-END
                   END-EVALUATE
           END-EVALUATE.
           IF WS-MOTIF = SPACES
               GO TO 3100-PROPOSE-CLIENT-END
           END-IF.

           PERFORM 3200-CIBLE-START THRU 3200-CIBLE-END.
           IF WS-RANG-CIBLE = 0
               ADD 1 TO WS-NB-SANS-CIBLE
           ELSE
               SET IDX-EMPLOYE TO WS-RANG-CIBLE
               ADD 1 TO TBL-EMP-CHARGE(IDX-EMPLOYE)
               MOVE SPACES TO REC-MUTATION
               MOVE 'A'                         TO MUT-ACTION
               MOVE TBL-CODE-CLT(IDX-CLIENT)    TO MUT-CODE-CLT
               MOVE TBL-EMPLOYE-ID(IDX-EMPLOYE) TO MUT-EMPLOYE-ID
               MOVE WS-DATE-JOUR                TO MUT-DATE
               WRITE REC-MUTATION
               IF WS-RANG-ACTUEL > 0
                   SET IDX-EMPLOYE TO WS-RANG-ACTUEL
                   SUBTRACT 1 FROM TBL-EMP-CHARGE(IDX-EMPLOYE)
               END-IF
           END-IF.

           IF PROP-LGTH < 20000
               SET PROP-LGTH UP BY 1
               SET IDX-PROP TO PROP-LGTH
               MOVE TBL-CODE-CLT(IDX-CLIENT)
                   TO TBL-PRP-CODE-CLT(IDX-PROP)
               MOVE TBL-AGENCE-CLT(IDX-CLIENT)
                   TO TBL-PRP-AGENCE(IDX-PROP)
               MOVE TBL-GEST-CLT(IDX-CLIENT)
                   TO TBL-PRP-AVANT(IDX-PROP)
               MOVE WS-MOTIF TO TBL-PRP-MOTIF(IDX-PROP)
               IF WS-RANG-CIBLE = 0
                   MOVE SPACES TO TBL-PRP-APRES(IDX-PROP)
               ELSE
                   SET IDX-EMPLOYE TO WS-RANG-CIBLE
                   MOVE TBL-EMPLOYE-ID(IDX-EMPLOYE)
                       TO TBL-PRP-APRES(IDX-PROP)
               END-IF
           END-IF.
           MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-AGENCE-RECH.
           PERFORM 1150-AGENCE-START THRU 1150-AGENCE-END.
           ADD 1 TO TBL-AG-NB-PROP(IDX-AGENCE).
           ADD 1 TO WS-NB-PROPOSITIONS.
       3100-PROPOSE-CLIENT-END.
           EXIT.

      *    Gestionnaire en surcharge : ses clients sont proposes tant
      *    que sa charge depasse le plafond de l'agence
       3110-PLAFOND-START.
           MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-AGENCE-RECH.
           PERFORM 1150-AGENCE-START THRU 1150-AGENCE-END.
           IF TBL-EMP-CHARGE(IDX-EMPLOYE) > TBL-AG-PLAFOND(IDX-AGENCE)
               MOVE 'SURCHARGE' TO WS-MOTIF
           END-IF.
       3110-PLAFOND-END.
           EXIT.

      ***** Gestionnaire present le moins charge de l'agence du     ****
      ***** client, autre que l'actuel (rang 0 : aucun)             ****
       3200-CIBLE-START.
           MOVE 0     TO WS-RANG-CIBLE.
           MOVE 99999 TO WS-CHARGE-MIN.
           PERFORM 3210-CIBLE-EMPLOYE-START
               THRU 3210-CIBLE-EMPLOYE-END
               VARYING IDX-EMPLOYE FROM 1 BY 1
               UNTIL IDX-EMPLOYE > EMPLOYE-LGTH.
       3200-CIBLE-END.
           EXIT.

       3210-CIBLE-EMPLOYE-START.
           SET WS-POS-EMPLOYE TO IDX-EMPLOYE.
           IF NOT TBL-EST-GESTIONNAIRE(IDX-EMPLOYE)
               OR TBL-EST-ABSENT(IDX-EMPLOYE)
               OR TBL-AGENCE-EMP(IDX-EMPLOYE)
                   NOT = TBL-AGENCE-CLT(IDX-CLIENT)
               OR WS-POS-EMPLOYE = WS-RANG-ACTUEL
               GO TO 3210-CIBLE-EMPLOYE-END
           END-IF.
           IF TBL-EMP-CHARGE(IDX-EMPLOYE) < WS-CHARGE-MIN
               MOVE TBL-EMP-CHARGE(IDX-EMPLOYE) TO WS-CHARGE-MIN
               MOVE WS-POS-EMPLOYE TO WS-RANG-CIBLE
           END-IF.
       3210-CIBLE-EMPLOYE-END.
           EXIT.

      ***** Agences triees par code pour l'edition ********************
       4000-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 4010-SORT-PASS-START
               THRU 4010-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= AGENCE-LGTH
               OR NOT WS-SORT-DID-SWAP.
       4000-SORT-END.
           EXIT.

       4010-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 4020-SORT-COMPARE-START
               THRU 4020-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (AGENCE-LGTH - WS-SORT-I + 1).
       4010-SORT-PASS-END.
           EXIT.

       4020-SORT-COMPARE-START.
           SET IDX-AGENCE TO WS-SORT-J.
           IF TBL-CODE-AGENCE(IDX-AGENCE)
               > TBL-CODE-AGENCE(IDX-AGENCE + 1)
               MOVE AGENCE-TBL(IDX-AGENCE)     TO WS-SORT-HOLD
               MOVE AGENCE-TBL(IDX-AGENCE + 1) TO AGENCE-TBL(IDX-AGENCE)
               MOVE WS-SORT-HOLD TO AGENCE-TBL(IDX-AGENCE + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       4020-SORT-COMPARE-END.
           EXIT.

      ***** Edition : une section par agence (gestionnaires et       ***
      ***** portefeuilles), puis la liste des propositions           ***
       5000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'REEQUILIBRAGE DES PORTEFEUILLES CLIENTS AU '
               WS-DATE-JOUR
               ' - SURCHARGE AU-DELA DE ' WS-SEUIL-SURCHARGE
               ' % DE LA MOYENNE, ABSENCE LONGUE DE '
               WS-JOURS-ABSENCE ' JOURS ET PLUS'
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           PERFORM 5100-AGENCE-START
               THRU 5100-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'PROPOSITIONS DE REAFFECTATION (depgsr-mut.dat, '
               'A VERSER DANS gestionmaj.dat APRES VALIDATION)'
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           WRITE REC-RAPPORT FROM WS-EDIT-PROP-ENTETE.
           PERFORM 5200-PROPOSITION-START
               THRU 5200-PROPOSITION-END
               VARYING IDX-PROP FROM 1 BY 1
               UNTIL IDX-PROP > PROP-LGTH.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-PROPOSITIONS TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'TOTAL PROPOSITIONS : ' WS-EDIT-NB
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-NB-SANS-CIBLE TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'DONT SANS GESTIONNAIRE PRESENT DANS L''AGENCE : '
               WS-EDIT-NB
               DELIMITED BY SIZE INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.
       5000-RAPPORT-END.
           EXIT.

       5100-AGENCE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE)    TO WS-EDIT-AG-CODE.
           MOVE TBL-AG-NB-CLIENTS(IDX-AGENCE)  TO WS-EDIT-AG-CLIENTS.
           MOVE TBL-AG-NB-SANS(IDX-AGENCE)     TO WS-EDIT-AG-SANS.
           MOVE TBL-AG-NB-PRESENTS(IDX-AGENCE) TO WS-EDIT-AG-PRESENTS.
           MOVE TBL-AG-MOYENNE(IDX-AGENCE)     TO WS-EDIT-AG-MOYENNE.
           MOVE TBL-AG-PLAFOND(IDX-AGENCE)     TO WS-EDIT-AG-PLAFOND.
           MOVE TBL-AG-NB-PROP(IDX-AGENCE)     TO WS-EDIT-AG-PROP.
           WRITE REC-RAPPORT FROM WS-EDIT-AGENCE.
           IF TBL-AG-SANS-GESTIONNAIRE(IDX-AGENCE)
               MOVE SPACES TO REC-RAPPORT
               STRING '  AUCUN GESTIONNAIRE ENCORE AFFECTE : '
                   'REPARTITION PROPOSEE ENTRE TOUS LES EMPLOYES'
                   DELIMITED BY SIZE INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.
           IF TBL-AG-NB-GEST(IDX-AGENCE) = 0
               GO TO 5100-AGENCE-END
           END-IF.
           WRITE REC-RAPPORT FROM WS-EDIT-GEST-ENTETE.
           PERFORM 5110-GESTIONNAIRE-START
               THRU 5110-GESTIONNAIRE-END
               VARYING IDX-EMPLOYE FROM 1 BY 1
               UNTIL IDX-EMPLOYE > EMPLOYE-LGTH.
       5100-AGENCE-END.
           EXIT.

      *    Gestionnaires rattaches a l'agence editee (un gestionnaire
      *    qui suit des clients d'une autre agence reste sous la sienne)
       5110-GESTIONNAIRE-START.
           IF NOT TBL-EST-GESTIONNAIRE(IDX-EMPLOYE)
               OR TBL-AGENCE-EMP(IDX-EMPLOYE)
                   NOT = TBL-CODE-AGENCE(IDX-AGENCE)
               GO TO 5110-GESTIONNAIRE-END
           END-IF.
           MOVE TBL-EMPLOYE-ID(IDX-EMPLOYE)   TO WS-EDIT-GST-ID.
           MOVE TBL-NOM-EMP(IDX-EMPLOYE)      TO WS-EDIT-GST-NOM.
           MOVE TBL-PRENOM-EMP(IDX-EMPLOYE)   TO WS-EDIT-GST-PRENOM.
           MOVE TBL-EMP-CLIENTS(IDX-EMPLOYE)  TO WS-EDIT-GST-CLIENTS.
           MOVE TBL-EMP-CONTRATS(IDX-EMPLOYE) TO WS-EDIT-GST-CONTRATS.
           MOVE TBL-EMP-PRIMES(IDX-EMPLOYE)   TO WS-EDIT-GST-PRIMES.
           MOVE TBL-EMP-CHARGE(IDX-EMPLOYE)   TO WS-EDIT-GST-APRES.
           MOVE SPACES TO WS-EDIT-GST-ETAT.
           IF TBL-EST-ABSENT(IDX-EMPLOYE)
               STRING 'ABSENCE LONGUE JUSQU''AU '
                   TBL-EMP-FIN-ABS(IDX-EMPLOYE)
                   DELIMITED BY SIZE INTO WS-EDIT-GST-ETAT
               END-STRING
           END-IF.
           IF TBL-EST-SURCHARGE(IDX-EMPLOYE)
               MOVE 'SURCHARGE' TO WS-EDIT-GST-ETAT
           END-IF.
           WRITE REC-RAPPORT FROM WS-EDIT-GEST.
       5110-GESTIONNAIRE-END.
           EXIT.

       5200-PROPOSITION-START.
           MOVE TBL-PRP-CODE-CLT(IDX-PROP) TO WS-EDIT-PRP-CLIENT.
           MOVE TBL-PRP-AGENCE(IDX-PROP)   TO WS-EDIT-PRP-AGENCE.
           MOVE TBL-PRP-AVANT(IDX-PROP)    TO WS-EDIT-PRP-AVANT.
           MOVE TBL-PRP-APRES(IDX-PROP)    TO WS-EDIT-PRP-APRES.
           IF TBL-PRP-APRES(IDX-PROP) = SPACES
               MOVE '(AUCUN)' TO WS-EDIT-PRP-APRES
           END-IF.
           MOVE TBL-PRP-MOTIF(IDX-PROP)    TO WS-EDIT-PRP-MOTIF.
           WRITE REC-RAPPORT FROM WS-EDIT-PROP.
       5200-PROPOSITION-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'FICHES LUES           : ' WS-NB-LUS-CLIENTS.
           DISPLAY 'CLIENTS               : ' WS-NB-CLIENTS.
           DISPLAY 'EMPLOYES              : ' WS-NB-EMPLOYES.
           DISPLAY 'AFFECTATIONS LUES     : ' WS-NB-AFFECT-LUES.
           DISPLAY 'AFFECTATIONS IGNOREES : ' WS-NB-AFFECT-ORPHELINES
               ' (CLIENT ABSENT DU FICHIER MAITRE)'.
           DISPLAY 'ABSENCES LONGUES      : ' WS-NB-ABSENCES.
           DISPLAY 'CONTRATS ACTIFS       : ' WS-NB-CONTRATS.
           DISPLAY 'DONT SANS GESTIONNAIRE: ' WS-NB-CONTRATS-SANS.
           DISPLAY 'PROPOSITIONS          : ' WS-NB-PROPOSITIONS.
           DISPLAY 'DONT SANS CIBLE       : ' WS-NB-SANS-CIBLE.
           DISPLAY 'MOUVEMENTS PROPOSES   : depgsr-mut.dat'.
           DISPLAY 'EDITION               : depgsr.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DEVEUR.cpy'.
           COPY 'DATEUTIL.cpy'.
