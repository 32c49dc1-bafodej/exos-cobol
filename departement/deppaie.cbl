       IDENTIFICATION DIVISION.
       PROGRAM-ID. deppaie.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Paie mensuelle du personnel, periode
      *                 AAAAMM en ligne de commande (mois en cours par
      *                 defaut). Le salaire brut part d'EMPLOYE-SALAIRE
      *                 (fichierclient.txt, role 'C' ecarte, salaire a
      *                 zero = hors paie), diminue des absences
      *                 SANS-SOLDE d'absences.dat tombant dans le mois
      *                 (au prorata des jours calendaires du mois).
      *                 Les cotisations salariales et patronales sont
      *                 calculees sur ce brut, plafonne rubrique par
      *                 rubrique, d'apres la reference paie-taux.txt.
      *                 Sorties : un bulletin par employe dans
      *                 bulletins-paie.lis, le journal de paie par
      *                 agence avec totaux dans paie-journal.lis, le
      *                 virement des nets dans virements-paie.dat
      *                 (FVIREMT.cpy, manifeste virements-paie.dat.man
      *                 au format de fluxctl) vers l'IBAN de
      *                 comptes-salaries.dat controle par IBANCHK, et
      *                 les cumuls annuels (FCUMPAIE.cpy) reecrits dans
      *                 paie-cumuls.new. Un employe sans coordonnees
      *                 bancaires valides n'est ni vire ni cumule (trace
      *                 dans exceptions.dat) : il sera paye au passage
      *                 suivant sur la meme periode, les autres
      *                 employes, deja cumules pour le mois, recevant
      *                 alors un duplicata de bulletin sans virement.
      *    2026-10-15  Table des cumuls annuels pleine au chargement de
      *                 paie-cumuls.dat : arret avec code retour 8 au
      *                 lieu de perdre les cumuls en trop ; code retour
      *                 8 aussi sur table du personnel ou des cumuls
      *                 pleine en cours de paie. Manifeste des
      *                 virements renomme virements-paie.dat.man, du nom
      *                 du fichier qu'il accompagne.
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

           SELECT FIC-ABSENCE ASSIGN TO 'absences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ABSENCE-STATUS.

      ***** Taux de cotisation salariaux et patronaux ****************
           SELECT FIC-TAUX ASSIGN TO 'paie-taux.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-TAUX-STATUS.

      ***** Coordonnees bancaires des salaries ***********************
           SELECT FIC-COMPTE ASSIGN TO 'comptes-salaries.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-COMPTE-STATUS.

           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-CUMUL ASSIGN TO 'paie-cumuls.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CUMUL-STATUS.

           SELECT FIC-CUMNEW ASSIGN TO 'paie-cumuls.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CUMNEW-STATUS.

           SELECT FIC-BULLETIN ASSIGN TO 'bulletins-paie.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BULLETIN-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'paie-journal.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-VIREMT ASSIGN TO 'virements-paie.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-VIREMT-STATUS.

           SELECT FIC-MANIFESTE ASSIGN TO 'virements-paie.dat.man'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANIFESTE-STATUS.

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
           COPY 'FEMPLOYE.cpy'.

       FD  FIC-ABSENCE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FABSENCE.cpy'.

      ***** Une ligne par rubrique de cotisation : taux en pourcent ***
      *     (4 decimales) et plafond mensuel de l'assiette, a zero
      *     pour une rubrique assise sur la totalite du brut.
       FD  FIC-TAUX
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
        01 REC-TAUX.
           05  TXP-CODE                  PIC X(6).
           05  FILLER                    PIC X(1).
           05  TXP-LIBELLE               PIC X(30).
           05  FILLER                    PIC X(1).
           05  TXP-TAUX-SAL              PIC 9(2)V9(4).
           05  FILLER                    PIC X(1).
           05  TXP-TAUX-PAT              PIC 9(2)V9(4).
           05  FILLER                    PIC X(1).
           05  TXP-PLAFOND               PIC 9(7)V99.

       FD  FIC-COMPTE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
        01 REC-COMPTE.
           05  CPS-EMPLOYE-ID            PIC X(8).
           05  FILLER                    PIC X(1).
           05  CPS-IBAN                  PIC X(34).
           05  FILLER                    PIC X(1).
           05  CPS-BIC                   PIC X(11).

       FD  FIC-DEPT
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-CUMUL
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCUMPAIE.cpy'.

       FD  FIC-CUMNEW
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
        01 REC-CUMNEW                     PIC X(73).

       FD  FIC-BULLETIN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-BULLETIN                   PIC X(132).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-VIREMT
           RECORD CONTAINS 170 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FVIREMT.cpy'.

       FD  FIC-MANIFESTE
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MANIFESTE.
           05  MAN-NB-ENREG              PIC 9(7).
           05  FILLER                    PIC X(1).
           05  MAN-MONTANT               PIC 9(8)V99.
           05  FILLER                    PIC X(1).
           05  MAN-DATE                  PIC 9(8).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-ABSENCE-STATUS             PIC X(2).
            88  WS-ABSENCE-OK             VALUE 00.
            88  WS-ABSENCE-END            VALUE 10.
        01  WS-TAUX-STATUS                PIC X(2).
            88  WS-TAUX-OK                VALUE 00.
            88  WS-TAUX-END               VALUE 10.
        01  WS-COMPTE-STATUS              PIC X(2).
            88  WS-COMPTE-OK              VALUE 00.
            88  WS-COMPTE-END             VALUE 10.
        01  WS-DEPT-STATUS                PIC X(2).
            88  WS-DEPT-OK                VALUE 00.
            88  WS-DEPT-END               VALUE 10.
        01  WS-CUMUL-STATUS               PIC X(2).
            88  WS-CUMUL-OK               VALUE 00.
            88  WS-CUMUL-END              VALUE 10.
        01  WS-CUMNEW-STATUS              PIC X(2).
        01  WS-BULLETIN-STATUS            PIC X(2).
        01  WS-RAPPORT-STATUS             PIC X(2).
        01  WS-VIREMT-STATUS              PIC X(2).
        01  WS-MANIFESTE-STATUS           PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Periode de paie demandee en ligne de commande (AAAAMM) ****
        01  WS-CMD-LINE                   PIC X(60) VALUE SPACES.
        01  WS-PERIODE-PARM               PIC X(8)  VALUE SPACES.
        01  WS-PERIODE                    PIC 9(6).
        01  WS-PERIODE-R REDEFINES WS-PERIODE.
            05  WS-PER-ANNEE              PIC 9(4).
            05  WS-PER-MOIS               PIC 9(2).
        01  WS-DEBUT-MOIS                 PIC 9(8).
        01  WS-FIN-MOIS                   PIC 9(8).
        01  WS-JOURS-MOIS                 PIC 9(2).
        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-EDIT-PERIODE               PIC X(7).
        01  WS-EDIT-DATE-JOUR             PIC X(10).

      ***** Agences connues *********************************************
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(5) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-CODE-AGENCE       PIC X(3).
                10  TBL-LIBELLE-AGENCE    PIC X(30).

      ***** Rubriques de cotisation de paie-taux.txt ******************
        01  DATA-TAUX.
            05  TAUX-LGTH                 PIC 9(5) VALUE 0.
            05  TAUX-TBL
                OCCURS 1 TO 30 TIMES
                DEPENDING ON TAUX-LGTH
                INDEXED BY IDX-TAUX.
                10  TBL-TXP-LIBELLE       PIC X(30).
                10  TBL-TXP-TAUX-SAL      PIC 9(2)V9(4).
                10  TBL-TXP-TAUX-PAT      PIC 9(2)V9(4).
                10  TBL-TXP-PLAFOND       PIC 9(7)V99.

      ***** Coordonnees bancaires des salaries *************************
        01  DATA-COMPTE.
            05  COMPTE-LGTH               PIC 9(5) VALUE 0.
            05  COMPTE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON COMPTE-LGTH
                INDEXED BY IDX-COMPTE.
                10  TBL-CPS-ID            PIC X(8).
                10  TBL-CPS-IBAN          PIC X(34).
                10  TBL-CPS-BIC           PIC X(11).

      ***** Absences sans solde tombant dans le mois, bornees au mois **
        01  DATA-ABS.
            05  ABS-LGTH                  PIC 9(5) VALUE 0.
            05  ABS-TBL
                OCCURS 1 TO 10000 TIMES
                DEPENDING ON ABS-LGTH
                INDEXED BY IDX-ABS.
                10  TBL-ABS-ID            PIC X(8).
                10  TBL-ABS-DEBUT         PIC 9(8).
                10  TBL-ABS-FIN           PIC 9(8).

      ***** Cumuls annuels : fichier actuel puis creations du mois ****
        01  DATA-CUMUL.
            05  CUMUL-LGTH                PIC 9(5) VALUE 0.
            05  CUMUL-TBL
                OCCURS 1 TO 40000 TIMES
                DEPENDING ON CUMUL-LGTH
                INDEXED BY IDX-CUMUL.
                10  TBL-CUM-REC           PIC X(73).

      ***** Personnel paye et elements de paie calcules du mois *******
        01  DATA-EMP.
            05  EMP-LGTH                  PIC 9(5) VALUE 0.
            05  EMP-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON EMP-LGTH
                INDEXED BY IDX-EMP.
                10  TBL-EMP-ID            PIC X(8).
                10  TBL-EMP-NOM           PIC X(20).
                10  TBL-EMP-PRENOM        PIC X(20).
                10  TBL-EMP-POSTE         PIC X(14).
                10  TBL-EMP-AGENCE        PIC X(3).
                10  TBL-EMP-AG-CONNUE     PIC X(1).
                10  TBL-EMP-SALAIRE       PIC 9(5)V99.
                10  TBL-EMP-JOURS-SS      PIC 9(2).
                10  TBL-EMP-RETENUE       PIC 9(5)V99.
                10  TBL-EMP-BRUT          PIC 9(5)V99.
                10  TBL-EMP-COT-SAL       PIC 9(5)V99.
                10  TBL-EMP-COT-PAT       PIC 9(5)V99.
                10  TBL-EMP-NET           PIC 9(5)V99.
      *         'V' vire et cumule, 'B' bloque (coordonnees bancaires),
      *         'D' periode deja payee (duplicata).
                10  TBL-EMP-STATUT        PIC X(1).

        01  WS-JOURS-SS                   PIC 9(3).
        01  WS-BORNE-DEBUT                PIC 9(8).
        01  WS-BORNE-FIN                  PIC 9(8).
        01  WS-BASE                       PIC 9(7)V99.
        01  WS-MNT-SAL                    PIC 9(7)V99.
        01  WS-MNT-PAT                    PIC 9(7)V99.
        01  WS-NOM-BENEF                  PIC X(40).
        01  WS-LIBELLE-AGENCE             PIC X(30).
        01  WS-CUMUL-TROUVE               PIC X(1).
            88  WS-CUMUL-EXISTE           VALUE 'O'.
        01  WS-NB-AGENCE-LIGNES           PIC 9(7) VALUE 0.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-HORS-PAIE               PIC 9(7) VALUE 0.
        01  WS-NB-SALAIRE-KO              PIC 9(7) VALUE 0.
        01  WS-NB-PAYES                   PIC 9(7) VALUE 0.
        01  WS-NB-VIREMENTS               PIC 9(7) VALUE 0.
        01  WS-NB-BLOQUES                 PIC 9(7) VALUE 0.
        01  WS-NB-DEJA                    PIC 9(7) VALUE 0.
        01  WS-NB-CUMULS                  PIC 9(7) VALUE 0.

      ***** Totaux d'agence et generaux du journal (employes vires) ***
        01  WS-AGT-SALAIRE                PIC 9(9)V99.
        01  WS-AGT-RETENUE                PIC 9(9)V99.
        01  WS-AGT-BRUT                   PIC 9(9)V99.
        01  WS-AGT-COT-SAL                PIC 9(9)V99.
        01  WS-AGT-COT-PAT                PIC 9(9)V99.
        01  WS-AGT-NET                    PIC 9(9)V99.
        01  WS-TOT-SALAIRE                PIC 9(9)V99 VALUE 0.
        01  WS-TOT-RETENUE                PIC 9(9)V99 VALUE 0.
        01  WS-TOT-BRUT                   PIC 9(9)V99 VALUE 0.
        01  WS-TOT-COT-SAL                PIC 9(9)V99 VALUE 0.
        01  WS-TOT-COT-PAT                PIC 9(9)V99 VALUE 0.
        01  WS-TOT-NET                    PIC 9(9)V99 VALUE 0.
        01  WS-TOT-VIRE                   PIC 9(8)V99 VALUE 0.
        01  WS-COUT-EMPLOYEUR             PIC 9(9)V99.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-BUL.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-BUL-LIBELLE            PIC X(30).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-BUL-BASE               PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-BUL-TAUX-SAL           PIC Z9,9999.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-BUL-GAIN               PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-BUL-RETENUE            PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-BUL-TAUX-PAT           PIC Z9,9999.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-BUL-PATRONAL           PIC Z(8)9,99.

        01  WS-BUL-TITRE.
            05  FILLER                    PIC X(32)
                VALUE '  RUBRIQUE'.
            05  FILLER                    PIC X(13)
                VALUE '         BASE'.
            05  FILLER                    PIC X(8)
                VALUE '  TX SAL'.
            05  FILLER                    PIC X(13)
                VALUE '      A PAYER'.
            05  FILLER                    PIC X(13)
                VALUE '    A DEDUIRE'.
            05  FILLER                    PIC X(8)
                VALUE '  TX PAT'.
            05  FILLER                    PIC X(13)
                VALUE '   CHARGE PAT'.

        01  WS-EDIT-JNL.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-JNL-ID                 PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-NOM                PIC X(20).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-SALAIRE            PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-RETENUE            PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-BRUT               PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-COT-SAL            PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-COT-PAT            PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-NET                PIC Z(8)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-JNL-STATUT             PIC X(18).

        01  WS-JNL-TITRE.
            05  FILLER                    PIC X(32)
                VALUE '  EMPLOYE  NOM'.
            05  FILLER                    PIC X(13)
                VALUE '      SALAIRE'.
            05  FILLER                    PIC X(13)
                VALUE '      RETENUE'.
            05  FILLER                    PIC X(13)
                VALUE '         BRUT'.
            05  FILLER                    PIC X(13)
                VALUE '    COTIS.SAL'.
            05  FILLER                    PIC X(13)
                VALUE '    COTIS.PAT'.
            05  FILLER                    PIC X(13)
                VALUE '          NET'.
            05  FILLER                    PIC X(7)
                VALUE ' STATUT'.

        01  WS-EDIT-MNT-1                 PIC Z(8)9,99.
        01  WS-EDIT-MNT-2                 PIC Z(8)9,99.
        01  WS-EDIT-MNT-3                 PIC Z(8)9,99.
        01  WS-EDIT-JOURS                 PIC Z9.
        01  WS-EDIT-NB                    PIC Z(6)9.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'IBANCHK-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 0100-PARM-START         THRU 0100-PARM-END.
           PERFORM 0200-PERIODE-START      THRU 0200-PERIODE-END.

           PERFORM 1000-LOAD-DEPT-START    THRU 1000-LOAD-DEPT-END.
           PERFORM 1200-LOAD-EMP-START     THRU 1200-LOAD-EMP-END.
           PERFORM 1400-LOAD-TAUX-START    THRU 1400-LOAD-TAUX-END.
           PERFORM 1600-LOAD-COMPTE-START  THRU 1600-LOAD-COMPTE-END.
           PERFORM 1800-LOAD-ABS-START     THRU 1800-LOAD-ABS-END.
           PERFORM 2000-LOAD-CUMUL-START   THRU 2000-LOAD-CUMUL-END.
           PERFORM 3000-PAIE-START         THRU 3000-PAIE-END.
           PERFORM 4000-JOURNAL-START      THRU 4000-JOURNAL-END.
           PERFORM 5000-ECRIT-CUMUL-START  THRU 5000-ECRIT-CUMUL-END.
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
           MOVE 'deppaie'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-PAYES TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Periode AAAAMM en ligne de commande, mois en cours a    ***
      ***** defaut ; une periode mal formee arrete le traitement    ***
       0100-PARM-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PERIODE-PARM
           END-UNSTRING.
           IF WS-PERIODE-PARM = SPACES
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
               GO TO 0100-PARM-END
           END-IF.
           IF WS-PERIODE-PARM(1:6) IS NOT NUMERIC
               OR WS-PERIODE-PARM(7:2) NOT = SPACES
               DISPLAY 'PERIODE INVALIDE : ' WS-PERIODE-PARM
                   ' (ATTENDU AAAAMM), ARRET'
               STOP RUN
           END-IF.
           MOVE WS-PERIODE-PARM(1:6) TO WS-PERIODE.
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY 'PERIODE INVALIDE : ' WS-PERIODE-PARM
                   ' (MOIS 01 A 12), ARRET'
               STOP RUN
           END-IF.
       0100-PARM-END.
           EXIT.

      ***** Bornes du mois de paie : premier jour, dernier jour     ***
      ***** (veille du premier jour du mois suivant) et nombre de   ***
      ***** jours calendaires                                       ***
       0200-PERIODE-START.
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1.
           IF WS-PER-MOIS = 12
               COMPUTE DU-DATE-1 = (WS-PER-ANNEE + 1) * 10000 + 101
           ELSE
               COMPUTE DU-DATE-1 = WS-DEBUT-MOIS + 100
           END-IF.
           MOVE -1 TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-FIN-MOIS.
           MOVE WS-FIN-MOIS(7:2) TO WS-JOURS-MOIS.

           MOVE SPACES TO WS-EDIT-PERIODE.
           STRING WS-PER-MOIS '/' WS-PER-ANNEE
               DELIMITED BY SIZE INTO WS-EDIT-PERIODE.
           MOVE SPACES TO WS-EDIT-DATE-JOUR.
           STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
               WS-DATE-JOUR(1:4)
               DELIMITED BY SIZE INTO WS-EDIT-DATE-JOUR.
       0200-PERIODE-END.
           EXIT.

      ***** Chargement des agences/departements en table memoire *******
       1000-LOAD-DEPT-START.
           OPEN INPUT FIC-DEPT.
           IF NOT WS-DEPT-OK
               GO TO 1000-LOAD-DEPT-END
           END-IF.
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
                       MOVE CODE-DEPT    TO TBL-CODE-AGENCE(IDX-AGENCE)
                       MOVE LIBELLE-DEPT
                           TO TBL-LIBELLE-AGENCE(IDX-AGENCE)
                   END-IF
           END-READ.
       1100-LOAD-DEPT-LOOP-END.
           EXIT.

      ***** Personnel paye : role 'C' ecarte, salaire a zero hors    **
      ***** paie, salaire non numerique signale en exception         **
       1200-LOAD-EMP-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-EMP-LOOP-START
               THRU 1300-LOAD-EMP-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1200-LOAD-EMP-END.
           EXIT.

       1300-LOAD-EMP-LOOP-START.
           READ FIC-CLIENT INTO F-EMPLOYE
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF EMPLOYE-ROLE NOT = 'C'
                       ADD 1 TO WS-NB-LUS
                       PERFORM 1310-RETIENT-EMP-START
                           THRU 1310-RETIENT-EMP-END
                   END-IF
           END-READ.
       1300-LOAD-EMP-LOOP-END.
           EXIT.

       1310-RETIENT-EMP-START.
           IF EMPLOYE-SALAIRE IS NOT NUMERIC
               ADD 1 TO WS-NB-SALAIRE-KO
               MOVE EMPLOYE-ID TO WS-EXC-CLE
               MOVE 'PAISAL'   TO WS-EXC-CODE
               MOVE 'SALAIRE NON NUMERIQUE, EMPLOYE NON PAYE'
                   TO WS-EXC-DESC
               PERFORM 9700-EXCEPTION-STD-START
                   THRU 9700-EXCEPTION-STD-END
               GO TO 1310-RETIENT-EMP-END
           END-IF.
           IF EMPLOYE-SALAIRE = 0
               ADD 1 TO WS-NB-HORS-PAIE
               GO TO 1310-RETIENT-EMP-END
           END-IF.
           IF EMP-LGTH NOT < 20000
               DISPLAY 'TABLE DU PERSONNEL PLEINE (20000), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EMP-LGTH UP BY 1.
           SET IDX-EMP TO EMP-LGTH.
           MOVE EMPLOYE-ID      TO TBL-EMP-ID(IDX-EMP).
           MOVE EMPLOYE-NOM     TO TBL-EMP-NOM(IDX-EMP).
           MOVE EMPLOYE-PRENOM  TO TBL-EMP-PRENOM(IDX-EMP).
           MOVE EMPLOYE-POSTE   TO TBL-EMP-POSTE(IDX-EMP).
           MOVE EMPLOYE-AGENCE  TO TBL-EMP-AGENCE(IDX-EMP).
           MOVE EMPLOYE-SALAIRE TO TBL-EMP-SALAIRE(IDX-EMP).
           MOVE 'N'             TO TBL-EMP-AG-CONNUE(IDX-EMP).
           IF AGENCE-LGTH > 0
               SET IDX-AGENCE TO 1
               SEARCH AGENCE-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CODE-AGENCE(IDX-AGENCE) = EMPLOYE-AGENCE
                       MOVE 'O' TO TBL-EMP-AG-CONNUE(IDX-EMP)
               END-SEARCH
           END-IF.
       1310-RETIENT-EMP-END.
           EXIT.

      ***** Rubriques de cotisation : reference obligatoire, une    ***
      ***** ligne aux taux non numeriques est ignoree et signalee   ***
       1400-LOAD-TAUX-START.
           OPEN INPUT FIC-TAUX.
           IF NOT WS-TAUX-OK
               DISPLAY 'FICHIER paie-taux.txt ABSENT '
                   '(STATUT ' WS-TAUX-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-TAUX-LOOP-START
               THRU 1500-LOAD-TAUX-LOOP-END
               UNTIL WS-TAUX-END.
           CLOSE FIC-TAUX.
           IF TAUX-LGTH = 0
               DISPLAY 'AUCUNE RUBRIQUE VALIDE DANS paie-taux.txt, '
                   'ARRET'
               STOP RUN
           END-IF.
       1400-LOAD-TAUX-END.
           EXIT.

       1500-LOAD-TAUX-LOOP-START.
           READ FIC-TAUX
               AT END
                   MOVE '10' TO WS-TAUX-STATUS
               NOT AT END
                   IF TXP-TAUX-SAL IS NOT NUMERIC
                       OR TXP-TAUX-PAT IS NOT NUMERIC
                       OR TXP-PLAFOND IS NOT NUMERIC
                       DISPLAY '*** RUBRIQUE ' TXP-CODE
                           ' IGNOREE : TAUX OU PLAFOND NON NUMERIQUE'
                   ELSE
                       IF TAUX-LGTH < 30
                           SET TAUX-LGTH UP BY 1
                           SET IDX-TAUX TO TAUX-LGTH
                           MOVE TXP-LIBELLE
                               TO TBL-TXP-LIBELLE(IDX-TAUX)
                           MOVE TXP-TAUX-SAL
                               TO TBL-TXP-TAUX-SAL(IDX-TAUX)
                           MOVE TXP-TAUX-PAT
                               TO TBL-TXP-TAUX-PAT(IDX-TAUX)
                           MOVE TXP-PLAFOND
                               TO TBL-TXP-PLAFOND(IDX-TAUX)
                       END-IF
                   END-IF
           END-READ.
       1500-LOAD-TAUX-LOOP-END.
           EXIT.

      ***** Coordonnees bancaires : sans fichier, tous les virements **
      ***** sont bloques                                             **
       1600-LOAD-COMPTE-START.
           OPEN INPUT FIC-COMPTE.
           IF NOT WS-COMPTE-OK
               DISPLAY '*** FICHIER comptes-salaries.dat ABSENT '
                   '(STATUT ' WS-COMPTE-STATUS ') : AUCUN VIREMENT'
               GO TO 1600-LOAD-COMPTE-END
           END-IF.
           PERFORM 1700-LOAD-COMPTE-LOOP-START
               THRU 1700-LOAD-COMPTE-LOOP-END
               UNTIL WS-COMPTE-END.
           CLOSE FIC-COMPTE.
       1600-LOAD-COMPTE-END.
           EXIT.

       1700-LOAD-COMPTE-LOOP-START.
           READ FIC-COMPTE
               AT END
                   MOVE '10' TO WS-COMPTE-STATUS
               NOT AT END
                   IF COMPTE-LGTH < 20000
                       SET COMPTE-LGTH UP BY 1
                       SET IDX-COMPTE TO COMPTE-LGTH
                       MOVE CPS-EMPLOYE-ID TO TBL-CPS-ID(IDX-COMPTE)
                       MOVE CPS-IBAN       TO TBL-CPS-IBAN(IDX-COMPTE)
                       MOVE CPS-BIC        TO TBL-CPS-BIC(IDX-COMPTE)
                   END-IF
           END-READ.
       1700-LOAD-COMPTE-LOOP-END.
           EXIT.

      ***** Absences sans solde recoupant le mois, ramenees aux      **
      ***** bornes du mois ; sans fichier, aucune retenue            **
       1800-LOAD-ABS-START.
           OPEN INPUT FIC-ABSENCE.
           IF NOT WS-ABSENCE-OK
               DISPLAY '*** FICHIER absences.dat ABSENT '
                   '(STATUT ' WS-ABSENCE-STATUS ') : AUCUNE RETENUE'
               GO TO 1800-LOAD-ABS-END
           END-IF.
           PERFORM 1900-LOAD-ABS-LOOP-START
               THRU 1900-LOAD-ABS-LOOP-END
               UNTIL WS-ABSENCE-END.
           CLOSE FIC-ABSENCE.
       1800-LOAD-ABS-END.
           EXIT.

       1900-LOAD-ABS-LOOP-START.
           READ FIC-ABSENCE
               AT END
                   MOVE '10' TO WS-ABSENCE-STATUS
               NOT AT END
                   IF ABS-SANS-SOLDE
                       AND ABS-DATE-DEBUT IS NUMERIC
                       AND ABS-DATE-FIN IS NUMERIC
                       AND ABS-DATE-DEBUT NOT > WS-FIN-MOIS
                       AND ABS-DATE-FIN NOT < WS-DEBUT-MOIS
                       AND ABS-LGTH < 10000
                       SET ABS-LGTH UP BY 1
                       SET IDX-ABS TO ABS-LGTH
                       MOVE ABS-EMPLOYE-ID TO TBL-ABS-ID(IDX-ABS)
                       MOVE ABS-DATE-DEBUT TO TBL-ABS-DEBUT(IDX-ABS)
                       MOVE ABS-DATE-FIN   TO TBL-ABS-FIN(IDX-ABS)
                       IF ABS-DATE-DEBUT < WS-DEBUT-MOIS
                           MOVE WS-DEBUT-MOIS TO TBL-ABS-DEBUT(IDX-ABS)
                       END-IF
                       IF ABS-DATE-FIN > WS-FIN-MOIS
                           MOVE WS-FIN-MOIS TO TBL-ABS-FIN(IDX-ABS)
                       END-IF
                   END-IF
           END-READ.
       1900-LOAD-ABS-LOOP-END.
           EXIT.

      ***** Cumuls annuels : fichier absent au premier passage ********
       2000-LOAD-CUMUL-START.
           OPEN INPUT FIC-CUMUL.
           IF NOT WS-CUMUL-OK
               DISPLAY 'FICHIER paie-cumuls.dat ABSENT (STATUT '
                   WS-CUMUL-STATUS ') : CUMULS REPARTANT DE ZERO'
               GO TO 2000-LOAD-CUMUL-END
           END-IF.
           PERFORM 2100-LOAD-CUMUL-LOOP-START
               THRU 2100-LOAD-CUMUL-LOOP-END
               UNTIL WS-CUMUL-END.
           CLOSE FIC-CUMUL.
       2000-LOAD-CUMUL-END.
           EXIT.

       2100-LOAD-CUMUL-LOOP-START.
           READ FIC-CUMUL
               AT END
                   MOVE '10' TO WS-CUMUL-STATUS
               NOT AT END
                   IF CUMUL-LGTH NOT < 40000
                       DISPLAY 'TABLE DES CUMULS PLEINE (40000), ARRET'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET CUMUL-LGTH UP BY 1
                   SET IDX-CUMUL TO CUMUL-LGTH
                   MOVE REC-CUMUL TO TBL-CUM-REC(IDX-CUMUL)
           END-READ.
       2100-LOAD-CUMUL-LOOP-END.
           EXIT.

      ***** Calcul de la paie, bulletins et virements des nets ********
       3000-PAIE-START.
           OPEN OUTPUT FIC-BULLETIN.
           OPEN OUTPUT FIC-VIREMT.
           PERFORM 3100-EMPLOYE-START THRU 3100-EMPLOYE-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
           CLOSE FIC-VIREMT.
           CLOSE FIC-BULLETIN.

           OPEN OUTPUT FIC-MANIFESTE.
           MOVE SPACES TO REC-MANIFESTE.
           MOVE WS-NB-VIREMENTS TO MAN-NB-ENREG.
           MOVE WS-TOT-VIRE     TO MAN-MONTANT.
           MOVE WS-DATE-JOUR    TO MAN-DATE.
           WRITE REC-MANIFESTE.
           CLOSE FIC-MANIFESTE.
       3000-PAIE-END.
           EXIT.

      ***** Un employe : retenue sans solde, brut, cotisations, net, ***
      ***** statut de paiement, puis bulletin, cumul et virement     ***
       3100-EMPLOYE-START.
           ADD 1 TO WS-NB-PAYES.
           MOVE 0 TO WS-JOURS-SS.
           PERFORM 3150-JOURS-SS-START THRU 3150-JOURS-SS-END
               VARYING IDX-ABS FROM 1 BY 1
               UNTIL IDX-ABS > ABS-LGTH.
           IF WS-JOURS-SS > WS-JOURS-MOIS
               MOVE WS-JOURS-MOIS TO WS-JOURS-SS
           END-IF.
           MOVE WS-JOURS-SS TO TBL-EMP-JOURS-SS(IDX-EMP).
           COMPUTE TBL-EMP-RETENUE(IDX-EMP) ROUNDED =
               TBL-EMP-SALAIRE(IDX-EMP) * WS-JOURS-SS / WS-JOURS-MOIS.
           COMPUTE TBL-EMP-BRUT(IDX-EMP) =
               TBL-EMP-SALAIRE(IDX-EMP) - TBL-EMP-RETENUE(IDX-EMP).
           MOVE 0 TO TBL-EMP-COT-SAL(IDX-EMP)
                     TBL-EMP-COT-PAT(IDX-EMP).

           PERFORM 3300-CHERCHE-CUMUL-START
               THRU 3300-CHERCHE-CUMUL-END.
           MOVE 'V' TO TBL-EMP-STATUT(IDX-EMP).
           IF WS-CUMUL-EXISTE
               AND CUM-DERNIER-MOIS NOT < WS-PER-MOIS
               MOVE 'D' TO TBL-EMP-STATUT(IDX-EMP)
               ADD 1 TO WS-NB-DEJA
           ELSE
               PERFORM 3400-CHERCHE-COMPTE-START
                   THRU 3400-CHERCHE-COMPTE-END
           END-IF.

           PERFORM 3110-ENTETE-BULLETIN-START
               THRU 3110-ENTETE-BULLETIN-END.
           PERFORM 3200-COTISATION-START THRU 3200-COTISATION-END
               VARYING IDX-TAUX FROM 1 BY 1
               UNTIL IDX-TAUX > TAUX-LGTH.
           COMPUTE TBL-EMP-NET(IDX-EMP) =
               TBL-EMP-BRUT(IDX-EMP) - TBL-EMP-COT-SAL(IDX-EMP).

           IF TBL-EMP-STATUT(IDX-EMP) = 'V'
               PERFORM 3500-CUMULE-START THRU 3500-CUMULE-END
               PERFORM 3600-VIREMENT-START THRU 3600-VIREMENT-END
           END-IF.
           PERFORM 3700-PIED-BULLETIN-START
               THRU 3700-PIED-BULLETIN-END.
       3100-EMPLOYE-END.
           EXIT.

      ***** En-tete du bulletin et lignes de salaire de base,       ***
      ***** retenue sans solde et brut                              ***
       3110-ENTETE-BULLETIN-START.
           MOVE '(AGENCE INCONNUE)' TO WS-LIBELLE-AGENCE.
           IF TBL-EMP-AG-CONNUE(IDX-EMP) = 'O'
               SET IDX-AGENCE TO 1
               SEARCH AGENCE-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CODE-AGENCE(IDX-AGENCE)
                           = TBL-EMP-AGENCE(IDX-EMP)
                       MOVE TBL-LIBELLE-AGENCE(IDX-AGENCE)
                           TO WS-LIBELLE-AGENCE
               END-SEARCH
           END-IF.

           MOVE ALL '=' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE SPACES TO REC-BULLETIN.
           STRING 'BULLETIN DE PAIE - PERIODE ' WS-EDIT-PERIODE
               '                    EDITE LE ' WS-EDIT-DATE-JOUR
               DELIMITED BY SIZE INTO REC-BULLETIN.
           WRITE REC-BULLETIN.
           IF TBL-EMP-STATUT(IDX-EMP) = 'D'
               MOVE SPACES TO REC-BULLETIN
               STRING 'DUPLICATA - PERIODE DEJA PAYEE, '
                   'NI VIREMENT NI CUMUL'
                   DELIMITED BY SIZE INTO REC-BULLETIN
               WRITE REC-BULLETIN
           END-IF.
           MOVE SPACES TO REC-BULLETIN.
           STRING 'EMPLOYE : ' TBL-EMP-ID(IDX-EMP) ' '
                   DELIMITED BY SIZE
               TBL-EMP-NOM(IDX-EMP) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               TBL-EMP-PRENOM(IDX-EMP) DELIMITED BY SPACE
               INTO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE SPACES TO REC-BULLETIN.
           STRING 'POSTE   : ' TBL-EMP-POSTE(IDX-EMP)
               '   AGENCE : ' TBL-EMP-AGENCE(IDX-EMP) ' '
               WS-LIBELLE-AGENCE
               DELIMITED BY SIZE INTO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE ALL '-' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE WS-BUL-TITRE TO REC-BULLETIN.
           WRITE REC-BULLETIN.

           MOVE SPACES TO WS-EDIT-BUL.
           MOVE 'SALAIRE DE BASE' TO WS-BUL-LIBELLE.
           MOVE TBL-EMP-SALAIRE(IDX-EMP) TO WS-BUL-GAIN.
           PERFORM 3800-LIGNE-BULLETIN-START
               THRU 3800-LIGNE-BULLETIN-END.
           IF TBL-EMP-JOURS-SS(IDX-EMP) > 0
               MOVE SPACES TO WS-EDIT-BUL
               MOVE TBL-EMP-JOURS-SS(IDX-EMP) TO WS-EDIT-JOURS
               STRING 'ABSENCE SANS SOLDE ' WS-EDIT-JOURS ' J/'
                   WS-JOURS-MOIS
                   DELIMITED BY SIZE INTO WS-BUL-LIBELLE
               MOVE TBL-EMP-SALAIRE(IDX-EMP) TO WS-BUL-BASE
               MOVE TBL-EMP-RETENUE(IDX-EMP) TO WS-BUL-RETENUE
               PERFORM 3800-LIGNE-BULLETIN-START
                   THRU 3800-LIGNE-BULLETIN-END
           END-IF.
           MOVE SPACES TO WS-EDIT-BUL.
           MOVE 'SALAIRE BRUT' TO WS-BUL-LIBELLE.
           MOVE TBL-EMP-BRUT(IDX-EMP) TO WS-BUL-GAIN.
           PERFORM 3800-LIGNE-BULLETIN-START
               THRU 3800-LIGNE-BULLETIN-END.
       3110-ENTETE-BULLETIN-END.
           EXIT.

      ***** Jours sans solde de l'employe courant dans le mois ********
       3150-JOURS-SS-START.
           IF TBL-ABS-ID(IDX-ABS) NOT = TBL-EMP-ID(IDX-EMP)
               GO TO 3150-JOURS-SS-END
           END-IF.
           MOVE TBL-ABS-DEBUT(IDX-ABS) TO DU-DATE-1.
           MOVE TBL-ABS-FIN(IDX-ABS)   TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS NOT < 0
               COMPUTE WS-JOURS-SS = WS-JOURS-SS + DU-NB-JOURS + 1
           END-IF.
       3150-JOURS-SS-END.
           EXIT.

      ***** Une rubrique : assiette = brut, plafonnee si la rubrique **
      ***** porte un plafond ; ligne de bulletin                     **
       3200-COTISATION-START.
           MOVE TBL-EMP-BRUT(IDX-EMP) TO WS-BASE.
           IF TBL-TXP-PLAFOND(IDX-TAUX) > 0
               AND WS-BASE > TBL-TXP-PLAFOND(IDX-TAUX)
               MOVE TBL-TXP-PLAFOND(IDX-TAUX) TO WS-BASE
           END-IF.
           COMPUTE WS-MNT-SAL ROUNDED =
               WS-BASE * TBL-TXP-TAUX-SAL(IDX-TAUX) / 100.
           COMPUTE WS-MNT-PAT ROUNDED =
               WS-BASE * TBL-TXP-TAUX-PAT(IDX-TAUX) / 100.
           ADD WS-MNT-SAL TO TBL-EMP-COT-SAL(IDX-EMP).
           ADD WS-MNT-PAT TO TBL-EMP-COT-PAT(IDX-EMP).

           MOVE SPACES TO WS-EDIT-BUL.
           MOVE TBL-TXP-LIBELLE(IDX-TAUX) TO WS-BUL-LIBELLE.
           MOVE WS-BASE TO WS-BUL-BASE.
           IF TBL-TXP-TAUX-SAL(IDX-TAUX) > 0
               MOVE TBL-TXP-TAUX-SAL(IDX-TAUX) TO WS-BUL-TAUX-SAL
               MOVE WS-MNT-SAL TO WS-BUL-RETENUE
           END-IF.
           IF TBL-TXP-TAUX-PAT(IDX-TAUX) > 0
               MOVE TBL-TXP-TAUX-PAT(IDX-TAUX) TO WS-BUL-TAUX-PAT
               MOVE WS-MNT-PAT TO WS-BUL-PATRONAL
           END-IF.
           PERFORM 3800-LIGNE-BULLETIN-START
               THRU 3800-LIGNE-BULLETIN-END.
       3200-COTISATION-END.
           EXIT.

      ***** Cumul de l'annee de paie de l'employe, depose dans      ***
      ***** REC-CUMUL quand il existe                               ***
       3300-CHERCHE-CUMUL-START.
           MOVE 'N' TO WS-CUMUL-TROUVE.
           IF CUMUL-LGTH = 0
               GO TO 3300-CHERCHE-CUMUL-END
           END-IF.
           SET IDX-CUMUL TO 1.
           SEARCH CUMUL-TBL
               AT END
                   CONTINUE
               WHEN TBL-CUM-REC(IDX-CUMUL)(1:8) = TBL-EMP-ID(IDX-EMP)
                   AND TBL-CUM-REC(IDX-CUMUL)(10:4) = WS-PER-ANNEE
                   MOVE 'O' TO WS-CUMUL-TROUVE
                   MOVE TBL-CUM-REC(IDX-CUMUL) TO REC-CUMUL
           END-SEARCH.
       3300-CHERCHE-CUMUL-END.
           EXIT.

      ***** Coordonnees bancaires de l'employe : absentes ou IBAN   ***
      ***** invalide, le virement est bloque et signale             ***
       3400-CHERCHE-COMPTE-START.
           MOVE SPACES TO IB-IBAN.
           IF COMPTE-LGTH > 0
               SET IDX-COMPTE TO 1
               SEARCH COMPTE-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CPS-ID(IDX-COMPTE) = TBL-EMP-ID(IDX-EMP)
                       MOVE TBL-CPS-IBAN(IDX-COMPTE) TO IB-IBAN
               END-SEARCH
           END-IF.
           IF IB-IBAN = SPACES
               MOVE 'PAIRIB' TO WS-EXC-CODE
               MOVE 'COORDONNEES BANCAIRES ABSENTES, VIREMENT BLOQUE'
                   TO WS-EXC-DESC
           ELSE
               PERFORM 9800-CONTROLE-IBAN-START
                   THRU 9800-CONTROLE-IBAN-END
               IF IB-IBAN-VALIDE
                   GO TO 3400-CHERCHE-COMPTE-END
               END-IF
               MOVE 'PAIIBN' TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-DESC
               STRING 'IBAN INVALIDE (comptes-salaries.dat), '
                   'VIREMENT BLOQUE'
                   DELIMITED BY SIZE INTO WS-EXC-DESC
           END-IF.
           MOVE 'B' TO TBL-EMP-STATUT(IDX-EMP).
           ADD 1 TO WS-NB-BLOQUES.
           MOVE TBL-EMP-ID(IDX-EMP) TO WS-EXC-CLE.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       3400-CHERCHE-COMPTE-END.
           EXIT.

      ***** Report du mois dans le cumul annuel, cree au premier    ***
      ***** mois paye de l'annee                                    ***
       3500-CUMULE-START.
           IF NOT WS-CUMUL-EXISTE
               IF CUMUL-LGTH NOT < 40000
                   DISPLAY 'TABLE DES CUMULS PLEINE (40000), ARRET'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET CUMUL-LGTH UP BY 1
               SET IDX-CUMUL TO CUMUL-LGTH
               MOVE SPACES TO REC-CUMUL
               MOVE TBL-EMP-ID(IDX-EMP) TO CUM-EMPLOYE-ID
               MOVE WS-PER-ANNEE        TO CUM-ANNEE
               MOVE 0 TO CUM-NB-MOIS CUM-BRUT CUM-RETENUE CUM-COTIS-SAL
                         CUM-COTIS-PAT CUM-NET CUM-JOURS-SS
               MOVE 'O' TO WS-CUMUL-TROUVE
           END-IF.
           MOVE WS-PER-MOIS TO CUM-DERNIER-MOIS.
           ADD 1 TO CUM-NB-MOIS.
           ADD TBL-EMP-BRUT(IDX-EMP)     TO CUM-BRUT.
           ADD TBL-EMP-RETENUE(IDX-EMP)  TO CUM-RETENUE.
           ADD TBL-EMP-COT-SAL(IDX-EMP)  TO CUM-COTIS-SAL.
           ADD TBL-EMP-COT-PAT(IDX-EMP)  TO CUM-COTIS-PAT.
           ADD TBL-EMP-NET(IDX-EMP)      TO CUM-NET.
           ADD TBL-EMP-JOURS-SS(IDX-EMP) TO CUM-JOURS-SS.
           MOVE REC-CUMUL TO TBL-CUM-REC(IDX-CUMUL).
           ADD 1 TO WS-NB-CUMULS.
       3500-CUMULE-END.
           EXIT.

      ***** Virement du net vers l'IBAN controle en 3400 *************
       3600-VIREMENT-START.
           ADD 1 TO WS-NB-VIREMENTS.
           ADD TBL-EMP-NET(IDX-EMP) TO WS-TOT-VIRE.
           MOVE SPACES TO WS-NOM-BENEF.
           STRING TBL-EMP-NOM(IDX-EMP) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               TBL-EMP-PRENOM(IDX-EMP) DELIMITED BY SPACE
               INTO WS-NOM-BENEF.

           MOVE SPACES TO REC-VIREMT.
           MOVE WS-NB-VIREMENTS          TO VIR-NUM-ORDRE.
           MOVE TBL-EMP-ID(IDX-EMP)      TO VIR-CODE-CLT.
           MOVE TBL-CPS-IBAN(IDX-COMPTE) TO VIR-IBAN.
           MOVE TBL-CPS-BIC(IDX-COMPTE)  TO VIR-BIC.
           MOVE TBL-EMP-NET(IDX-EMP)     TO VIR-MONTANT.
           MOVE WS-DATE-JOUR             TO VIR-DATE-EMISSION.
           MOVE WS-NOM-BENEF             TO VIR-NOM-BENEF.
           STRING 'SALAIRE ' WS-EDIT-PERIODE
               DELIMITED BY SIZE INTO VIR-LIBELLE.
           WRITE REC-VIREMT.
       3600-VIREMENT-END.
           EXIT.

      ***** Pied du bulletin : totaux, net, paiement et cumuls ********
       3700-PIED-BULLETIN-START.
           MOVE SPACES TO WS-EDIT-BUL.
           MOVE 'TOTAL DES COTISATIONS' TO WS-BUL-LIBELLE.
           MOVE TBL-EMP-COT-SAL(IDX-EMP) TO WS-BUL-RETENUE.
           MOVE TBL-EMP-COT-PAT(IDX-EMP) TO WS-BUL-PATRONAL.
           PERFORM 3800-LIGNE-BULLETIN-START
               THRU 3800-LIGNE-BULLETIN-END.
           MOVE ALL '-' TO REC-BULLETIN.
           WRITE REC-BULLETIN.
           MOVE SPACES TO WS-EDIT-BUL.
           MOVE 'NET A PAYER' TO WS-BUL-LIBELLE.
           MOVE TBL-EMP-NET(IDX-EMP) TO WS-BUL-GAIN.
           PERFORM 3800-LIGNE-BULLETIN-START
               THRU 3800-LIGNE-BULLETIN-END.
           MOVE SPACES TO WS-EDIT-BUL.
           MOVE 'COUT EMPLOYEUR' TO WS-BUL-LIBELLE.
           COMPUTE WS-COUT-EMPLOYEUR =
               TBL-EMP-BRUT(IDX-EMP) + TBL-EMP-COT-PAT(IDX-EMP).
           MOVE WS-COUT-EMPLOYEUR TO WS-BUL-PATRONAL.
           PERFORM 3800-LIGNE-BULLETIN-START
               THRU 3800-LIGNE-BULLETIN-END.

           MOVE SPACES TO REC-BULLETIN.
           EVALUATE TBL-EMP-STATUT(IDX-EMP)
               WHEN 'V'
                   STRING 'PAIEMENT PAR VIREMENT SUR '
                           DELIMITED BY SIZE
                       TBL-CPS-IBAN(IDX-COMPTE) DELIMITED BY SPACE
                       ' LE ' WS-EDIT-DATE-JOUR DELIMITED BY SIZE
                       INTO REC-BULLETIN
               WHEN 'B'
                   STRING 'PAIEMENT EN ATTENTE : COORDONNEES '
                       'BANCAIRES A COMPLETER'
                       DELIMITED BY SIZE INTO REC-BULLETIN
               WHEN OTHER
                   MOVE 'PAIEMENT DEJA EFFECTUE POUR CETTE PERIODE'
                       TO REC-BULLETIN
           END-EVALUATE.
           WRITE REC-BULLETIN.

           IF WS-CUMUL-EXISTE
               MOVE CUM-BRUT      TO WS-EDIT-MNT-1
               MOVE CUM-COTIS-SAL TO WS-EDIT-MNT-2
               MOVE CUM-NET       TO WS-EDIT-MNT-3
               MOVE SPACES TO REC-BULLETIN
               STRING 'CUMULS ' CUM-ANNEE ' A FIN ' CUM-DERNIER-MOIS
                   ' - BRUT : ' WS-EDIT-MNT-1
                   '  COTISATIONS : ' WS-EDIT-MNT-2
                   '  NET : ' WS-EDIT-MNT-3
                   DELIMITED BY SIZE INTO REC-BULLETIN
               WRITE REC-BULLETIN
           END-IF.
           MOVE SPACES TO REC-BULLETIN.
           WRITE REC-BULLETIN.
       3700-PIED-BULLETIN-END.
           EXIT.

       3800-LIGNE-BULLETIN-START.
           MOVE SPACES TO REC-BULLETIN.
           MOVE WS-EDIT-BUL TO REC-BULLETIN.
           WRITE REC-BULLETIN.
       3800-LIGNE-BULLETIN-END.
           EXIT.

      ***** Journal de paie par agence, totaux des employes vires ****
       4000-JOURNAL-START.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'JOURNAL DE PAIE - PERIODE ' WS-EDIT-PERIODE
               ' - EDITE LE ' WS-EDIT-DATE-JOUR
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-JNL-TITRE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 4100-SECTION-AGENCE-START
               THRU 4100-SECTION-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           PERFORM 4200-SECTION-INCONNUE-START
               THRU 4200-SECTION-INCONNUE-END.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-TOT-SALAIRE TO WS-AGT-SALAIRE.
           MOVE WS-TOT-RETENUE TO WS-AGT-RETENUE.
           MOVE WS-TOT-BRUT    TO WS-AGT-BRUT.
           MOVE WS-TOT-COT-SAL TO WS-AGT-COT-SAL.
           MOVE WS-TOT-COT-PAT TO WS-AGT-COT-PAT.
           MOVE WS-TOT-NET     TO WS-AGT-NET.
           PERFORM 4300-LIGNE-TOTAL-START THRU 4300-LIGNE-TOTAL-END.
           MOVE 'TOTAL GENERAL' TO WS-JNL-NOM.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-JNL TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-VIREMENTS TO WS-EDIT-NB.
           MOVE WS-TOT-VIRE     TO WS-EDIT-MNT-1.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'VIREMENTS EMIS (virements-paie.dat) : ' WS-EDIT-NB
               ' POUR ' WS-EDIT-MNT-1 ' EUROS'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           COMPUTE WS-COUT-EMPLOYEUR = WS-TOT-BRUT + WS-TOT-COT-PAT.
           MOVE WS-COUT-EMPLOYEUR TO WS-EDIT-MNT-1.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'COUT EMPLOYEUR DU MOIS : ' WS-EDIT-MNT-1 ' EUROS'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-BLOQUES TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'VIREMENTS BLOQUES (HORS TOTAUX, VOIR '
               'exceptions.dat) : ' WS-EDIT-NB
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-DEJA TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'PERIODE DEJA PAYEE (HORS TOTAUX) : ' WS-EDIT-NB
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.
       4000-JOURNAL-END.
           EXIT.

       4100-SECTION-AGENCE-START.
           MOVE 0 TO WS-NB-AGENCE-LIGNES.
           MOVE 0 TO WS-AGT-SALAIRE WS-AGT-RETENUE WS-AGT-BRUT
                     WS-AGT-COT-SAL WS-AGT-COT-PAT WS-AGT-NET.
           PERFORM 4110-LIGNE-EMPLOYE-START
               THRU 4110-LIGNE-EMPLOYE-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
           IF WS-NB-AGENCE-LIGNES > 0
               PERFORM 4300-LIGNE-TOTAL-START
                   THRU 4300-LIGNE-TOTAL-END
               MOVE SPACES TO WS-JNL-NOM
               STRING 'TOTAL AGENCE ' TBL-CODE-AGENCE(IDX-AGENCE)
                   DELIMITED BY SIZE INTO WS-JNL-NOM
               MOVE SPACES TO REC-RAPPORT
               MOVE WS-EDIT-JNL TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       4100-SECTION-AGENCE-END.
           EXIT.

       4110-LIGNE-EMPLOYE-START.
           IF TBL-EMP-AG-CONNUE(IDX-EMP) NOT = 'O'
               OR TBL-EMP-AGENCE(IDX-EMP)
                   NOT = TBL-CODE-AGENCE(IDX-AGENCE)
               GO TO 4110-LIGNE-EMPLOYE-END
           END-IF.
           IF WS-NB-AGENCE-LIGNES = 0
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE SPACES TO REC-RAPPORT
               STRING 'AGENCE ' DELIMITED BY SIZE
                   TBL-CODE-AGENCE(IDX-AGENCE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TBL-LIBELLE-AGENCE(IDX-AGENCE) DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.
           PERFORM 4150-DETAIL-START THRU 4150-DETAIL-END.
       4110-LIGNE-EMPLOYE-END.
           EXIT.

      ***** Detail d'un employe et report dans les totaux ; seuls    **
      ***** les employes vires entrent dans les totaux               **
       4150-DETAIL-START.
           ADD 1 TO WS-NB-AGENCE-LIGNES.
           MOVE TBL-EMP-ID(IDX-EMP)      TO WS-JNL-ID.
           MOVE TBL-EMP-NOM(IDX-EMP)     TO WS-JNL-NOM.
           MOVE TBL-EMP-SALAIRE(IDX-EMP) TO WS-JNL-SALAIRE.
           MOVE TBL-EMP-RETENUE(IDX-EMP) TO WS-JNL-RETENUE.
           MOVE TBL-EMP-BRUT(IDX-EMP)    TO WS-JNL-BRUT.
           MOVE TBL-EMP-COT-SAL(IDX-EMP) TO WS-JNL-COT-SAL.
           MOVE TBL-EMP-COT-PAT(IDX-EMP) TO WS-JNL-COT-PAT.
           MOVE TBL-EMP-NET(IDX-EMP)     TO WS-JNL-NET.
           EVALUATE TBL-EMP-STATUT(IDX-EMP)
               WHEN 'V'
                   MOVE 'VIRE' TO WS-JNL-STATUT
                   ADD TBL-EMP-SALAIRE(IDX-EMP) TO WS-AGT-SALAIRE
                                                   WS-TOT-SALAIRE
                   ADD TBL-EMP-RETENUE(IDX-EMP) TO WS-AGT-RETENUE
                                                   WS-TOT-RETENUE
                   ADD TBL-EMP-BRUT(IDX-EMP)    TO WS-AGT-BRUT
                                                   WS-TOT-BRUT
                   ADD TBL-EMP-COT-SAL(IDX-EMP) TO WS-AGT-COT-SAL
                                                   WS-TOT-COT-SAL
                   ADD TBL-EMP-COT-PAT(IDX-EMP) TO WS-AGT-COT-PAT
                                                   WS-TOT-COT-PAT
                   ADD TBL-EMP-NET(IDX-EMP)     TO WS-AGT-NET
                                                   WS-TOT-NET
               WHEN 'B'
                   MOVE 'BLOQUE HORS TOTAL' TO WS-JNL-STATUT
               WHEN OTHER
                   MOVE 'DEJA PAYE HORS TOT' TO WS-JNL-STATUT
           END-EVALUATE.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-JNL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4150-DETAIL-END.
           EXIT.

      ***** Employes dont l'agence est absente de fr-liste-dept.txt **
       4200-SECTION-INCONNUE-START.
           MOVE 0 TO WS-NB-AGENCE-LIGNES.
           MOVE 0 TO WS-AGT-SALAIRE WS-AGT-RETENUE WS-AGT-BRUT
                     WS-AGT-COT-SAL WS-AGT-COT-PAT WS-AGT-NET.
           PERFORM 4210-LIGNE-INCONNUE-START
               THRU 4210-LIGNE-INCONNUE-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
           IF WS-NB-AGENCE-LIGNES > 0
               PERFORM 4300-LIGNE-TOTAL-START
                   THRU 4300-LIGNE-TOTAL-END
               MOVE 'TOTAL HORS AGENCE' TO WS-JNL-NOM
               MOVE SPACES TO REC-RAPPORT
               MOVE WS-EDIT-JNL TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       4200-SECTION-INCONNUE-END.
           EXIT.

       4210-LIGNE-INCONNUE-START.
           IF TBL-EMP-AG-CONNUE(IDX-EMP) = 'O'
               GO TO 4210-LIGNE-INCONNUE-END
           END-IF.
           IF WS-NB-AGENCE-LIGNES = 0
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE 'AGENCE INCONNUE DE fr-liste-dept.txt'
                   TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           PERFORM 4150-DETAIL-START THRU 4150-DETAIL-END.
       4210-LIGNE-INCONNUE-END.
           EXIT.

      ***** Ligne de total : montants des accumulateurs d'agence *****
       4300-LIGNE-TOTAL-START.
           MOVE SPACES TO WS-EDIT-JNL.
           MOVE WS-AGT-SALAIRE TO WS-JNL-SALAIRE.
           MOVE WS-AGT-RETENUE TO WS-JNL-RETENUE.
           MOVE WS-AGT-BRUT    TO WS-JNL-BRUT.
           MOVE WS-AGT-COT-SAL TO WS-JNL-COT-SAL.
           MOVE WS-AGT-COT-PAT TO WS-JNL-COT-PAT.
           MOVE WS-AGT-NET     TO WS-JNL-NET.
       4300-LIGNE-TOTAL-END.
           EXIT.

      ***** Ecriture des cumuls annuels mis a jour *******************
       5000-ECRIT-CUMUL-START.
           OPEN OUTPUT FIC-CUMNEW.
           PERFORM 5010-ECRIT-LIGNE-START
               THRU 5010-ECRIT-LIGNE-END
               VARYING IDX-CUMUL FROM 1 BY 1
               UNTIL IDX-CUMUL > CUMUL-LGTH.
           CLOSE FIC-CUMNEW.
       5000-ECRIT-CUMUL-END.
           EXIT.

       5010-ECRIT-LIGNE-START.
           MOVE TBL-CUM-REC(IDX-CUMUL) TO REC-CUMNEW.
           WRITE REC-CUMNEW.
       5010-ECRIT-LIGNE-END.
           EXIT.

      ***** Ajout de l'anomalie courante au fichier commun des        **
      ***** exceptions (exceptions.dat, FEXCEPT.cpy), cle/code/       **
      ***** description renseignes par l'appelant                     **
       9700-EXCEPTION-STD-START.
           OPEN EXTEND FIC-EXCSTD.
           IF WS-EXCSTD-ABSENT
               OPEN OUTPUT FIC-EXCSTD
           END-IF.
           MOVE SPACES TO REC-EXCEPTION.
           MOVE 'deppaie'    TO EXC-PROGRAMME.
           MOVE WS-EXC-CLE   TO EXC-CLE.
           MOVE WS-EXC-CODE  TO EXC-CODE-ANOMALIE.
           MOVE WS-EXC-DESC  TO EXC-DESCRIPTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE-PREMIERE
                                              EXC-DATE-DERNIERE.
           MOVE 'N'          TO EXC-STATUT.
           WRITE REC-EXCEPTION.
           CLOSE FIC-EXCSTD.
       9700-EXCEPTION-STD-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'PERIODE DE PAIE      : ' WS-EDIT-PERIODE.
           DISPLAY 'PERSONNEL LU         : ' WS-NB-LUS.
           DISPLAY 'HORS PAIE (SALAIRE 0): ' WS-NB-HORS-PAIE.
           DISPLAY 'SALAIRES INVALIDES   : ' WS-NB-SALAIRE-KO
               ' (VOIR exceptions.dat)'.
           DISPLAY 'BULLETINS EDITES     : ' WS-NB-PAYES.
           DISPLAY 'VIREMENTS EMIS       : ' WS-NB-VIREMENTS.
           DISPLAY 'VIREMENTS BLOQUES    : ' WS-NB-BLOQUES
               ' (VOIR exceptions.dat)'.
           DISPLAY 'PERIODE DEJA PAYEE   : ' WS-NB-DEJA.
           DISPLAY 'CUMULS MIS A JOUR    : ' WS-NB-CUMULS.
           DISPLAY 'BULLETINS            : bulletins-paie.lis'.
           DISPLAY 'JOURNAL              : paie-journal.lis'.
           DISPLAY 'VIREMENTS            : virements-paie.dat'.
           DISPLAY 'NOUVEAUX CUMULS      : paie-cumuls.new'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'IBANCHK.cpy'.
