       IDENTIFICATION DIVISION.
       PROGRAM-ID. depndfr.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Remboursement mensuel des notes de
      *                 frais, periode AAAAMM en ligne de commande (mois
      *                 en cours par defaut). Sont remboursees les
      *                 notes de notesfrais.dat (FNDF.cpy) approuvees
      *                 dans ndf-visas.dat (FNDFVISA.cpy) au plus tard
      *                 le dernier jour du mois et pas encore
      *                 remboursees : un virement par employe, cumulant
      *                 ses notes, dans remb-frais.dat (FVIREMT.cpy,
      *                 manifeste remb-frais.dat.man au format de
      *                 fluxctl)
      *                 vers l'IBAN de comptes-salaries.dat controle par
      *                 IBANCHK. Chaque note viree est ajoutee au
      *                 journal remb-frais.jnl, qui interdit de la
      *                 rembourser deux fois ; un employe sans
      *                 coordonnees bancaires valides est signale dans
      *                 exceptions.dat et ses notes restent dues au
      *                 passage suivant. depndfr.lis donne les
      *                 remboursements par agence et par categorie
      *                 (ndf-categories.txt), les virements bloques et
      *                 les notes en attente de visa avec le viseur
      *                 attendu (dephier.txt).
      *    2026-10-15  Manifeste des remboursements renomme
      *                 remb-frais.dat.man, du nom du fichier qu'il
      *                 accompagne.
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

           SELECT FIC-CATEGORIE ASSIGN TO 'ndf-categories.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CATEGORIE-STATUS.

           SELECT FIC-NOTEFRAIS ASSIGN TO 'notesfrais.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOTEFRAIS-STATUS.

           SELECT FIC-VISA ASSIGN TO 'ndf-visas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-VISA-STATUS.

      ***** Lignes hierarchiques : employe -> responsable ***************
           SELECT FIC-HIER ASSIGN TO 'dephier.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HIER-STATUS.

      ***** Coordonnees bancaires des salaries ***********************
           SELECT FIC-COMPTE ASSIGN TO 'comptes-salaries.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-COMPTE-STATUS.

      ***** Notes deja remboursees (en ajout seul) *******************
           SELECT FIC-JOURNAL ASSIGN TO 'remb-frais.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FIC-VIREMT ASSIGN TO 'remb-frais.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-VIREMT-STATUS.

           SELECT FIC-MANIFESTE ASSIGN TO 'remb-frais.dat.man'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANIFESTE-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'depndfr.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

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

       FD  FIC-CATEGORIE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNDFCAT.cpy'.

       FD  FIC-NOTEFRAIS
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNDF.cpy'.

       FD  FIC-VISA
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNDFVISA.cpy'.

       FD  FIC-HIER
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HIER.
           05  HIE-EMPLOYE-ID            PIC X(8).
           05  FILLER                    PIC X(1).
           05  HIE-MANAGER-ID            PIC X(8).

       FD  FIC-COMPTE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
        01 REC-COMPTE.
           05  CPS-EMPLOYE-ID            PIC X(8).
           05  FILLER                    PIC X(1).
           05  CPS-IBAN                  PIC X(34).
           05  FILLER                    PIC X(1).
           05  CPS-BIC                   PIC X(11).

      ***** Une ligne par note viree : cle de la note, periode de  ****
      *     remboursement, montant et date d'emission du virement.
       FD  FIC-JOURNAL
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
        01 REC-JOURNAL.
           05  RMJ-EMPLOYE-ID            PIC X(8).
           05  FILLER                    PIC X(1).
           05  RMJ-DATE                  PIC 9(8).
           05  FILLER                    PIC X(1).
           05  RMJ-CATEGORIE             PIC X(6).
           05  FILLER                    PIC X(1).
           05  RMJ-PERIODE               PIC 9(6).
           05  FILLER                    PIC X(1).
           05  RMJ-MONTANT               PIC 9(5)V99.
           05  FILLER                    PIC X(1).
           05  RMJ-DATE-EMISSION         PIC 9(8).

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

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

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
        01  WS-CATEGORIE-STATUS           PIC X(2).
            88  WS-CATEGORIE-OK           VALUE 00.
            88  WS-CATEGORIE-END          VALUE 10.
        01  WS-NOTEFRAIS-STATUS           PIC X(2).
            88  WS-NOTEFRAIS-OK           VALUE 00.
            88  WS-NOTEFRAIS-END          VALUE 10.
        01  WS-VISA-STATUS                PIC X(2).
            88  WS-VISA-OK                VALUE 00.
            88  WS-VISA-END               VALUE 10.
        01  WS-HIER-STATUS                PIC X(2).
            88  WS-HIER-OK                VALUE 00.
            88  WS-HIER-END               VALUE 10.
        01  WS-COMPTE-STATUS              PIC X(2).
            88  WS-COMPTE-OK              VALUE 00.
            88  WS-COMPTE-END             VALUE 10.
        01  WS-JOURNAL-STATUS             PIC X(2).
            88  WS-JOURNAL-OK             VALUE 00.
            88  WS-JOURNAL-END            VALUE 10.
            88  WS-JOURNAL-ABSENT         VALUE 35.
        01  WS-VIREMT-STATUS              PIC X(2).
        01  WS-MANIFESTE-STATUS           PIC X(2).
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Periode de remboursement (AAAAMM) ************************
        01  WS-CMD-LINE                   PIC X(60) VALUE SPACES.
        01  WS-PERIODE-PARM               PIC X(8)  VALUE SPACES.
        01  WS-PERIODE                    PIC 9(6).
        01  WS-PERIODE-R REDEFINES WS-PERIODE.
            05  WS-PER-ANNEE              PIC 9(4).
            05  WS-PER-MOIS               PIC 9(2).
        01  WS-DEBUT-MOIS                 PIC 9(8).
        01  WS-FIN-MOIS                   PIC 9(8).
        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-EDIT-PERIODE               PIC X(7).
        01  WS-EDIT-DATE-JOUR             PIC X(10).

      ***** Personnel : identite et total a rembourser du passage *****
        01  DATA-EMP.
            05  EMP-LGTH                  PIC 9(5) VALUE 0.
            05  EMP-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON EMP-LGTH
                INDEXED BY IDX-EMP.
                10  TBL-EMP-ID            PIC X(8).
                10  TBL-EMP-NOM           PIC X(20).
                10  TBL-EMP-PRENOM        PIC X(20).
                10  TBL-EMP-A-PAYER       PIC 9(7)V99.
                10  TBL-EMP-NB-NOTES      PIC 9(5).
      *         'V' vire, 'B' bloque (coordonnees bancaires), blanc
      *         rien a rembourser.
                10  TBL-EMP-STATUT        PIC X(1).

      ***** Categories de frais ***************************************
        01  DATA-CAT.
            05  CAT-LGTH                  PIC 9(3) VALUE 0.
            05  CAT-TBL
                OCCURS 1 TO 100 TIMES
                DEPENDING ON CAT-LGTH
                INDEXED BY IDX-CAT.
                10  TBL-CAT-CODE          PIC X(6).
                10  TBL-CAT-LIBELLE       PIC X(30).

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

      ***** Notes deja remboursees (remb-frais.jnl) *******************
        01  DATA-PAYE.
            05  PAYE-LGTH                 PIC 9(5) VALUE 0.
            05  PAYE-TBL
                OCCURS 1 TO 50000 TIMES
                DEPENDING ON PAYE-LGTH
                INDEXED BY IDX-PAYE.
                10  TBL-PAYE-CLE.
                    15  TBL-PAYE-EMP      PIC X(8).
                    15  TBL-PAYE-DATE     PIC 9(8).
                    15  TBL-PAYE-CAT      PIC X(6).

      ***** Visas des notes ********************************************
        01  DATA-VISA.
            05  VISA-LGTH                 PIC 9(5) VALUE 0.
            05  VISA-TBL
                OCCURS 1 TO 50000 TIMES
                DEPENDING ON VISA-LGTH
                INDEXED BY IDX-VISA.
                10  TBL-VISA-CLE.
                    15  TBL-VISA-EMP      PIC X(8).
                    15  TBL-VISA-DATE     PIC 9(8).
                    15  TBL-VISA-CAT      PIC X(6).
                10  TBL-VISA-DECISION     PIC X(1).
                10  TBL-VISA-JOUR         PIC 9(8).

      ***** Lignes hierarchiques, pour le viseur attendu **************
        01  DATA-HIER.
            05  HIER-LGTH                 PIC 9(5) VALUE 0.
            05  HIER-TBL
                OCCURS 1 TO 5000 TIMES
                DEPENDING ON HIER-LGTH
                INDEXED BY IDX-HIER.
                10  TBL-H-EMP             PIC X(8).
                10  TBL-H-MGR             PIC X(8).

      ***** Notes de frais datees au plus tard du dernier jour du ****
      ***** mois, avec leur etat pour ce passage                  ****
        01  DATA-NOTE.
            05  NOTE-LGTH                 PIC 9(5) VALUE 0.
            05  NOTE-TBL
                OCCURS 1 TO 50000 TIMES
                DEPENDING ON NOTE-LGTH
                INDEXED BY IDX-NOTE.
                10  TBL-NOTE-CLE.
                    15  TBL-NOTE-EMP      PIC X(8).
                    15  TBL-NOTE-DATE     PIC 9(8).
                    15  TBL-NOTE-CAT      PIC X(6).
                10  TBL-NOTE-AGENCE       PIC X(3).
                10  TBL-NOTE-MONTANT      PIC 9(5)V99.
                10  TBL-NOTE-KM           PIC 9(5).
                10  TBL-NOTE-RENVOI       PIC X(1).
      *         'P' approuvee a payer, 'V' viree ce passage, 'D' deja
      *         remboursee, 'R' refusee, 'A' en attente de visa.
                10  TBL-NOTE-ETAT         PIC X(1).

      ***** Remboursements du passage par agence et categorie *********
        01  DATA-AGCAT.
            05  AGCAT-LGTH                PIC 9(5) VALUE 0.
            05  AGCAT-TBL
                OCCURS 1 TO 2000 TIMES
                DEPENDING ON AGCAT-LGTH
                INDEXED BY IDX-AGCAT.
                10  TBL-AC-CLE.
                    15  TBL-AC-AGENCE     PIC X(3).
                    15  TBL-AC-CAT        PIC X(6).
                10  TBL-AC-NB             PIC 9(5).
                10  TBL-AC-KM             PIC 9(7).
                10  TBL-AC-MONTANT        PIC 9(9)V99.

        01           WS-SORT-I            PIC 9(5).
        01           WS-SORT-J            PIC 9(5).
        01           WS-SORT-SWAPPED      PIC X(01) VALUE 'N'.
            88       WS-SORT-DID-SWAP     VALUE 'Y'.
        01           WS-SORT-HOLD         PIC X(32).

        01  WS-CLE-NOTE.
            05  WS-CLE-EMP                PIC X(8).
            05  WS-CLE-DATE               PIC 9(8).
            05  WS-CLE-CAT                PIC X(6).
        01  WS-EMP-CONNU                  PIC X(1).
        01  WS-AGCAT-TROUVE               PIC X(1).
        01  WS-NOM-BENEF                  PIC X(40).
        01  WS-AGENCE-COURANTE            PIC X(3).
        01  WS-VISEUR-ATTENDU             PIC X(8).
        01  WS-CHERCHE-ID                 PIC X(8).
        01  WS-CHERCHE-MGR                PIC X(8).

        01  WS-NB-NOTES-LUES              PIC 9(7) VALUE 0.
        01  WS-NB-HORS-PERIODE            PIC 9(7) VALUE 0.
        01  WS-NB-EMP-INCONNU             PIC 9(7) VALUE 0.
        01  WS-NB-DEJA                    PIC 9(7) VALUE 0.
        01  WS-NB-REFUSEES                PIC 9(7) VALUE 0.
        01  WS-NB-REFUSEES-MOIS           PIC 9(7) VALUE 0.
        01  WS-NB-ATTENTE                 PIC 9(7) VALUE 0.
        01  WS-NB-VIREES                  PIC 9(7) VALUE 0.
        01  WS-NB-VIREMENTS               PIC 9(7) VALUE 0.
        01  WS-NB-BLOQUES                 PIC 9(7) VALUE 0.
        01  WS-TOT-VIRE                   PIC 9(8)V99 VALUE 0.
        01  WS-TOT-ATTENTE                PIC 9(8)V99 VALUE 0.

        01  WS-AGT-NB                     PIC 9(5).
        01  WS-AGT-KM                     PIC 9(7).
        01  WS-AGT-MONTANT                PIC 9(9)V99.
        01  WS-GEN-NB                     PIC 9(5)    VALUE 0.
        01  WS-GEN-KM                     PIC 9(7)    VALUE 0.
        01  WS-GEN-MONTANT                PIC 9(9)V99 VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-AC.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-AC-AGENCE              PIC X(3).
            05  FILLER                    PIC X(3) VALUE SPACES.
            05  WS-AC-CAT                 PIC X(6).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-AC-LIBELLE             PIC X(30).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-AC-NB                  PIC Z(4)9.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-AC-KM                  PIC Z(6)9.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-AC-MONTANT             PIC Z(8)9,99.

        01  WS-AC-TITRE.
            05  FILLER                    PIC X(15)
                VALUE '  AGENCE CATEG.'.
            05  FILLER                    PIC X(31)
                VALUE ' LIBELLE'.
            05  FILLER                    PIC X(6)
                VALUE ' NOTES'.
            05  FILLER                    PIC X(8)
                VALUE '      KM'.
            05  FILLER                    PIC X(13)
                VALUE '      MONTANT'.

        01  WS-EDIT-NOTE.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-NT-EMP                 PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-NT-AGENCE              PIC X(3).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-NT-DATE                PIC X(10).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-NT-CAT                 PIC X(6).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-NT-MONTANT             PIC Z(4)9,99.
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-NT-VISEUR              PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-NT-MOTIF               PIC X(30).

        01  WS-NT-TITRE.
            05  FILLER                    PIC X(32)
                VALUE '  EMPLOYE  AGE DATE       CATEG.'.
            05  FILLER                    PIC X(9)
                VALUE '  MONTANT'.
            05  FILLER                    PIC X(10)
                VALUE ' VISEUR'.
            05  FILLER                    PIC X(6)
                VALUE 'MOTIF'.

        01  WS-EDIT-MNT                   PIC Z(7)9,99.
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

           PERFORM 1000-LOAD-EMP-START     THRU 1000-LOAD-EMP-END.
           PERFORM 1200-LOAD-CAT-START     THRU 1200-LOAD-CAT-END.
           PERFORM 1400-LOAD-COMPTE-START  THRU 1400-LOAD-COMPTE-END.
           PERFORM 1600-LOAD-PAYE-START    THRU 1600-LOAD-PAYE-END.
           PERFORM 1800-LOAD-VISA-START    THRU 1800-LOAD-VISA-END.
           PERFORM 2000-LOAD-HIER-START    THRU 2000-LOAD-HIER-END.
           PERFORM 2200-LOAD-NOTE-START    THRU 2200-LOAD-NOTE-END.
           PERFORM 3000-REMBOURSE-START    THRU 3000-REMBOURSE-END.
           PERFORM 3500-AGCAT-START        THRU 3500-AGCAT-END.
           PERFORM 4000-SORT-START         THRU 4000-SORT-END.
           PERFORM 5000-RAPPORT-START      THRU 5000-RAPPORT-END.
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
           MOVE 'depndfr'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-VIREES TO BL-NB-ENREG
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

      ***** Bornes du mois : premier jour et dernier jour (veille   ***
      ***** du premier jour du mois suivant)                        ***
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

           MOVE SPACES TO WS-EDIT-PERIODE.
           STRING WS-PER-MOIS '/' WS-PER-ANNEE
               DELIMITED BY SIZE INTO WS-EDIT-PERIODE.
           MOVE SPACES TO WS-EDIT-DATE-JOUR.
           STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
               WS-DATE-JOUR(1:4)
               DELIMITED BY SIZE INTO WS-EDIT-DATE-JOUR.
       0200-PERIODE-END.
           EXIT.

      ***** Personnel (role 'C' ecarte) *******************************
       1000-LOAD-EMP-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-EMP-LOOP-START
               THRU 1100-LOAD-EMP-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1000-LOAD-EMP-END.
           EXIT.

       1100-LOAD-EMP-LOOP-START.
           READ FIC-CLIENT INTO F-EMPLOYE
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF EMPLOYE-ROLE NOT = 'C'
                       AND EMP-LGTH < 20000
                       SET EMP-LGTH UP BY 1
                       SET IDX-EMP TO EMP-LGTH
                       MOVE EMPLOYE-ID     TO TBL-EMP-ID(IDX-EMP)
                       MOVE EMPLOYE-NOM    TO TBL-EMP-NOM(IDX-EMP)
                       MOVE EMPLOYE-PRENOM TO TBL-EMP-PRENOM(IDX-EMP)
                       MOVE 0     TO TBL-EMP-A-PAYER(IDX-EMP)
                                     TBL-EMP-NB-NOTES(IDX-EMP)
                       MOVE SPACE TO TBL-EMP-STATUT(IDX-EMP)
                   END-IF
           END-READ.
       1100-LOAD-EMP-LOOP-END.
           EXIT.

      ***** Categories : reference obligatoire (libelles du rapport) **
       1200-LOAD-CAT-START.
           OPEN INPUT FIC-CATEGORIE.
           IF NOT WS-CATEGORIE-OK
               DISPLAY 'FICHIER ndf-categories.txt ABSENT '
                   '(STATUT ' WS-CATEGORIE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-CAT-LOOP-START
               THRU 1300-LOAD-CAT-LOOP-END
               UNTIL WS-CATEGORIE-END.
           CLOSE FIC-CATEGORIE.
       1200-LOAD-CAT-END.
           EXIT.

       1300-LOAD-CAT-LOOP-START.
           READ FIC-CATEGORIE
               AT END
                   MOVE '10' TO WS-CATEGORIE-STATUS
               NOT AT END
                   IF CAT-LGTH < 100
                       SET CAT-LGTH UP BY 1
                       SET IDX-CAT TO CAT-LGTH
                       MOVE CAT-CODE    TO TBL-CAT-CODE(IDX-CAT)
                       MOVE CAT-LIBELLE TO TBL-CAT-LIBELLE(IDX-CAT)
                   END-IF
           END-READ.
       1300-LOAD-CAT-LOOP-END.
           EXIT.

      ***** Coordonnees bancaires : sans fichier, tous les virements **
      ***** sont bloques                                             **
       1400-LOAD-COMPTE-START.
           OPEN INPUT FIC-COMPTE.
           IF NOT WS-COMPTE-OK
               DISPLAY '*** FICHIER comptes-salaries.dat ABSENT '
                   '(STATUT ' WS-COMPTE-STATUS ') : AUCUN VIREMENT'
               GO TO 1400-LOAD-COMPTE-END
           END-IF.
           PERFORM 1500-LOAD-COMPTE-LOOP-START
               THRU 1500-LOAD-COMPTE-LOOP-END
               UNTIL WS-COMPTE-END.
           CLOSE FIC-COMPTE.
       1400-LOAD-COMPTE-END.
           EXIT.

       1500-LOAD-COMPTE-LOOP-START.
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
       1500-LOAD-COMPTE-LOOP-END.
           EXIT.

      ***** Notes deja remboursees : journal absent au premier     ***
      ***** passage                                                ***
       1600-LOAD-PAYE-START.
           OPEN INPUT FIC-JOURNAL.
           IF NOT WS-JOURNAL-OK
               DISPLAY 'FICHIER remb-frais.jnl ABSENT (STATUT '
                   WS-JOURNAL-STATUS ') : AUCUNE NOTE DEJA REMBOURSEE'
               GO TO 1600-LOAD-PAYE-END
           END-IF.
           PERFORM 1700-LOAD-PAYE-LOOP-START
               THRU 1700-LOAD-PAYE-LOOP-END
               UNTIL WS-JOURNAL-END.
           CLOSE FIC-JOURNAL.
       1600-LOAD-PAYE-END.
           EXIT.

       1700-LOAD-PAYE-LOOP-START.
           READ FIC-JOURNAL
               AT END
                   MOVE '10' TO WS-JOURNAL-STATUS
               NOT AT END
                   IF PAYE-LGTH < 50000
                       SET PAYE-LGTH UP BY 1
                       SET IDX-PAYE TO PAYE-LGTH
                       MOVE RMJ-EMPLOYE-ID TO TBL-PAYE-EMP(IDX-PAYE)
                       MOVE RMJ-DATE       TO TBL-PAYE-DATE(IDX-PAYE)
                       MOVE RMJ-CATEGORIE  TO TBL-PAYE-CAT(IDX-PAYE)
                   END-IF
           END-READ.
       1700-LOAD-PAYE-LOOP-END.
           EXIT.

      ***** Visas : sans fichier, toutes les notes sont en attente ***
       1800-LOAD-VISA-START.
           OPEN INPUT FIC-VISA.
           IF NOT WS-VISA-OK
               DISPLAY '*** FICHIER ndf-visas.dat ABSENT (STATUT '
                   WS-VISA-STATUS ') : AUCUNE NOTE VISEE'
               GO TO 1800-LOAD-VISA-END
           END-IF.
           PERFORM 1900-LOAD-VISA-LOOP-START
               THRU 1900-LOAD-VISA-LOOP-END
               UNTIL WS-VISA-END.
           CLOSE FIC-VISA.
       1800-LOAD-VISA-END.
           EXIT.

       1900-LOAD-VISA-LOOP-START.
           READ FIC-VISA
               AT END
                   MOVE '10' TO WS-VISA-STATUS
               NOT AT END
                   IF VISA-LGTH < 50000
                       SET VISA-LGTH UP BY 1
                       SET IDX-VISA TO VISA-LGTH
                       MOVE VIS-EMPLOYE-ID TO TBL-VISA-EMP(IDX-VISA)
                       MOVE VIS-DATE       TO TBL-VISA-DATE(IDX-VISA)
                       MOVE VIS-CATEGORIE  TO TBL-VISA-CAT(IDX-VISA)
                       MOVE VIS-DECISION
                           TO TBL-VISA-DECISION(IDX-VISA)
                       MOVE VIS-DATE-DECISION
                           TO TBL-VISA-JOUR(IDX-VISA)
                   END-IF
                   IF VIS-REFUSEE
                       AND VIS-DATE-DECISION NOT < WS-DEBUT-MOIS
                       AND VIS-DATE-DECISION NOT > WS-FIN-MOIS
                       ADD 1 TO WS-NB-REFUSEES-MOIS
                   END-IF
           END-READ.
       1900-LOAD-VISA-LOOP-END.
           EXIT.

      ***** Lignes hierarchiques : sans fichier, viseur non precise **
       2000-LOAD-HIER-START.
           OPEN INPUT FIC-HIER.
           IF NOT WS-HIER-OK
               DISPLAY '*** FICHIER dephier.txt ABSENT (STATUT '
                   WS-HIER-STATUS ') : VISEUR ATTENDU NON PRECISE'
               GO TO 2000-LOAD-HIER-END
           END-IF.
           PERFORM 2100-LOAD-HIER-LOOP-START
               THRU 2100-LOAD-HIER-LOOP-END
               UNTIL WS-HIER-END.
           CLOSE FIC-HIER.
       2000-LOAD-HIER-END.
           EXIT.

       2100-LOAD-HIER-LOOP-START.
           READ FIC-HIER
               AT END
                   MOVE '10' TO WS-HIER-STATUS
               NOT AT END
                   IF HIE-EMPLOYE-ID NOT = SPACES
                       AND HIER-LGTH < 5000
                       SET HIER-LGTH UP BY 1
                       SET IDX-HIER TO HIER-LGTH
                       MOVE HIE-EMPLOYE-ID TO TBL-H-EMP(IDX-HIER)
                       MOVE HIE-MANAGER-ID TO TBL-H-MGR(IDX-HIER)
                   END-IF
           END-READ.
       2100-LOAD-HIER-LOOP-END.
           EXIT.

      ***** Notes datees au plus tard du dernier jour du mois, etat **
      ***** d'apres le journal des remboursements et les visas      **
       2200-LOAD-NOTE-START.
           OPEN INPUT FIC-NOTEFRAIS.
           IF NOT WS-NOTEFRAIS-OK
               DISPLAY '*** FICHIER notesfrais.dat ABSENT (STATUT '
                   WS-NOTEFRAIS-STATUS ') : AUCUNE NOTE A REMBOURSER'
               GO TO 2200-LOAD-NOTE-END
           END-IF.
           PERFORM 2300-LOAD-NOTE-LOOP-START
               THRU 2300-LOAD-NOTE-LOOP-END
               UNTIL WS-NOTEFRAIS-END.
           CLOSE FIC-NOTEFRAIS.
       2200-LOAD-NOTE-END.
           EXIT.

       2300-LOAD-NOTE-LOOP-START.
           READ FIC-NOTEFRAIS
               AT END
                   MOVE '10' TO WS-NOTEFRAIS-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-NOTES-LUES
                   PERFORM 2310-RETIENT-NOTE-START
                       THRU 2310-RETIENT-NOTE-END
           END-READ.
       2300-LOAD-NOTE-LOOP-END.
           EXIT.

       2310-RETIENT-NOTE-START.
           IF NDF-DATE IS NOT NUMERIC
               OR NDF-MONTANT IS NOT NUMERIC
               OR NDF-DATE > WS-FIN-MOIS
               ADD 1 TO WS-NB-HORS-PERIODE
               GO TO 2310-RETIENT-NOTE-END
           END-IF.
      *    Employe sorti du fichier maitre : note signalee, non payee.
           MOVE 'N' TO WS-EMP-CONNU.
           SET IDX-EMP TO 1.
           SEARCH EMP-TBL
               AT END
                   CONTINUE
               WHEN TBL-EMP-ID(IDX-EMP) = NDF-EMPLOYE-ID
                   MOVE 'O' TO WS-EMP-CONNU
           END-SEARCH.
           IF WS-EMP-CONNU NOT = 'O'
               ADD 1 TO WS-NB-EMP-INCONNU
               MOVE NDF-EMPLOYE-ID TO WS-EXC-CLE
               MOVE 'NDFEMP'       TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-DESC
               STRING 'NOTE DE FRAIS ' NDF-CATEGORIE ' DU ' NDF-DATE
                   ' D''UN EMPLOYE HORS FICHIER'
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               PERFORM 9700-EXCEPTION-STD-START
                   THRU 9700-EXCEPTION-STD-END
               GO TO 2310-RETIENT-NOTE-END
           END-IF.
           IF NOTE-LGTH NOT < 50000
               DISPLAY 'TABLE DES NOTES PLEINE (50000), ARRET'
               STOP RUN
           END-IF.

           SET NOTE-LGTH UP BY 1.
           SET IDX-NOTE TO NOTE-LGTH.
           MOVE NDF-EMPLOYE-ID TO TBL-NOTE-EMP(IDX-NOTE).
           MOVE NDF-DATE       TO TBL-NOTE-DATE(IDX-NOTE).
           MOVE NDF-CATEGORIE  TO TBL-NOTE-CAT(IDX-NOTE).
           MOVE NDF-AGENCE     TO TBL-NOTE-AGENCE(IDX-NOTE).
           MOVE NDF-MONTANT    TO TBL-NOTE-MONTANT(IDX-NOTE).
           MOVE 0              TO TBL-NOTE-KM(IDX-NOTE).
           IF NDF-KM IS NUMERIC
               MOVE NDF-KM     TO TBL-NOTE-KM(IDX-NOTE)
           END-IF.
           MOVE NDF-RENVOI     TO TBL-NOTE-RENVOI(IDX-NOTE).
           MOVE SPACE          TO TBL-NOTE-ETAT(IDX-NOTE).

           IF PAYE-LGTH > 0
               SET IDX-PAYE TO 1
               SEARCH PAYE-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-PAYE-CLE(IDX-PAYE) = TBL-NOTE-CLE(IDX-NOTE)
                       MOVE 'D' TO TBL-NOTE-ETAT(IDX-NOTE)
               END-SEARCH
           END-IF.
           IF TBL-NOTE-ETAT(IDX-NOTE) = 'D'
               ADD 1 TO WS-NB-DEJA
               GO TO 2310-RETIENT-NOTE-END
           END-IF.

      *    Un visa pose apres la fin du mois compte au mois suivant ;
      *    la decision du visa ('A'/'R') devient l'etat de la note,
      *    puis 'A' approuvee passe a 'P' et sans visa a 'A'.
           IF VISA-LGTH > 0
               SET IDX-VISA TO 1
               SEARCH VISA-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-VISA-CLE(IDX-VISA) = TBL-NOTE-CLE(IDX-NOTE)
                       AND TBL-VISA-JOUR(IDX-VISA) NOT > WS-FIN-MOIS
                       MOVE TBL-VISA-DECISION(IDX-VISA)
                           TO TBL-NOTE-ETAT(IDX-NOTE)
               END-SEARCH
           END-IF.
           EVALUATE TBL-NOTE-ETAT(IDX-NOTE)
               WHEN 'A'
                   MOVE 'P' TO TBL-NOTE-ETAT(IDX-NOTE)
               WHEN 'R'
                   ADD 1 TO WS-NB-REFUSEES
               WHEN OTHER
                   MOVE 'A' TO TBL-NOTE-ETAT(IDX-NOTE)
                   ADD 1 TO WS-NB-ATTENTE
                   ADD TBL-NOTE-MONTANT(IDX-NOTE) TO WS-TOT-ATTENTE
           END-EVALUATE.
       2310-RETIENT-NOTE-END.
           EXIT.

      ***** Un virement par employe cumulant ses notes approuvees ***
       3000-REMBOURSE-START.
           OPEN OUTPUT FIC-VIREMT.
           OPEN EXTEND FIC-JOURNAL.
           IF WS-JOURNAL-ABSENT
               OPEN OUTPUT FIC-JOURNAL
           END-IF.
           PERFORM 3100-EMPLOYE-START THRU 3100-EMPLOYE-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
           CLOSE FIC-JOURNAL.
           CLOSE FIC-VIREMT.

           OPEN OUTPUT FIC-MANIFESTE.
           MOVE SPACES TO REC-MANIFESTE.
           MOVE WS-NB-VIREMENTS TO MAN-NB-ENREG.
           MOVE WS-TOT-VIRE     TO MAN-MONTANT.
           MOVE WS-DATE-JOUR    TO MAN-DATE.
           WRITE REC-MANIFESTE.
           CLOSE FIC-MANIFESTE.
       3000-REMBOURSE-END.
           EXIT.

       3100-EMPLOYE-START.
           PERFORM 3110-CUMULE-NOTE-START THRU 3110-CUMULE-NOTE-END
               VARYING IDX-NOTE FROM 1 BY 1
               UNTIL IDX-NOTE > NOTE-LGTH.
           IF TBL-EMP-NB-NOTES(IDX-EMP) = 0
               GO TO 3100-EMPLOYE-END
           END-IF.
           PERFORM 3400-CHERCHE-COMPTE-START
               THRU 3400-CHERCHE-COMPTE-END.
           IF TBL-EMP-STATUT(IDX-EMP) = 'B'
               GO TO 3100-EMPLOYE-END
           END-IF.
           MOVE 'V' TO TBL-EMP-STATUT(IDX-EMP).
           PERFORM 3600-VIREMENT-START THRU 3600-VIREMENT-END.
           PERFORM 3120-VIRE-NOTE-START THRU 3120-VIRE-NOTE-END
               VARYING IDX-NOTE FROM 1 BY 1
               UNTIL IDX-NOTE > NOTE-LGTH.
       3100-EMPLOYE-END.
           EXIT.

       3110-CUMULE-NOTE-START.
           IF TBL-NOTE-EMP(IDX-NOTE) = TBL-EMP-ID(IDX-EMP)
               AND TBL-NOTE-ETAT(IDX-NOTE) = 'P'
               ADD 1 TO TBL-EMP-NB-NOTES(IDX-EMP)
               ADD TBL-NOTE-MONTANT(IDX-NOTE)
                   TO TBL-EMP-A-PAYER(IDX-EMP)
           END-IF.
       3110-CUMULE-NOTE-END.
           EXIT.

      ***** Note viree : etat 'V' et ligne au journal ****************
       3120-VIRE-NOTE-START.
           IF TBL-NOTE-EMP(IDX-NOTE) NOT = TBL-EMP-ID(IDX-EMP)
               OR TBL-NOTE-ETAT(IDX-NOTE) NOT = 'P'
               GO TO 3120-VIRE-NOTE-END
           END-IF.
           MOVE 'V' TO TBL-NOTE-ETAT(IDX-NOTE).
           ADD 1 TO WS-NB-VIREES.
           MOVE SPACES TO REC-JOURNAL.
           MOVE TBL-NOTE-EMP(IDX-NOTE)     TO RMJ-EMPLOYE-ID.
           MOVE TBL-NOTE-DATE(IDX-NOTE)    TO RMJ-DATE.
           MOVE TBL-NOTE-CAT(IDX-NOTE)     TO RMJ-CATEGORIE.
           MOVE WS-PERIODE                 TO RMJ-PERIODE.
           MOVE TBL-NOTE-MONTANT(IDX-NOTE) TO RMJ-MONTANT.
           MOVE WS-DATE-JOUR               TO RMJ-DATE-EMISSION.
           WRITE REC-JOURNAL.
       3120-VIRE-NOTE-END.
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
               MOVE 'NDFRIB' TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-DESC
               STRING 'COORDONNEES BANCAIRES ABSENTES, FRAIS NON '
                   'REMBOURSES'
                   DELIMITED BY SIZE INTO WS-EXC-DESC
           ELSE
               PERFORM 9800-CONTROLE-IBAN-START
                   THRU 9800-CONTROLE-IBAN-END
               IF IB-IBAN-VALIDE
                   GO TO 3400-CHERCHE-COMPTE-END
               END-IF
               MOVE 'NDFIBN' TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-DESC
               STRING 'IBAN INVALIDE (comptes-salaries.dat), FRAIS '
                   'NON REMBOURSES'
                   DELIMITED BY SIZE INTO WS-EXC-DESC
           END-IF.
           MOVE 'B' TO TBL-EMP-STATUT(IDX-EMP).
           ADD 1 TO WS-NB-BLOQUES.
           MOVE TBL-EMP-ID(IDX-EMP) TO WS-EXC-CLE.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       3400-CHERCHE-COMPTE-END.
           EXIT.

      ***** Virement du total des notes vers l'IBAN controle en 3400 **
       3600-VIREMENT-START.
           ADD 1 TO WS-NB-VIREMENTS.
           ADD TBL-EMP-A-PAYER(IDX-EMP) TO WS-TOT-VIRE.
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
           MOVE TBL-EMP-A-PAYER(IDX-EMP) TO VIR-MONTANT.
           MOVE WS-DATE-JOUR             TO VIR-DATE-EMISSION.
           MOVE WS-NOM-BENEF             TO VIR-NOM-BENEF.
           STRING 'FRAIS PROFESSIONNELS ' WS-EDIT-PERIODE
               DELIMITED BY SIZE INTO VIR-LIBELLE.
           WRITE REC-VIREMT.
       3600-VIREMENT-END.
           EXIT.

      ***** Cumul des notes virees par agence et categorie ***********
       3500-AGCAT-START.
           PERFORM 3510-AGCAT-NOTE-START THRU 3510-AGCAT-NOTE-END
               VARYING IDX-NOTE FROM 1 BY 1
               UNTIL IDX-NOTE > NOTE-LGTH.
       3500-AGCAT-END.
           EXIT.

       3510-AGCAT-NOTE-START.
           IF TBL-NOTE-ETAT(IDX-NOTE) NOT = 'V'
               GO TO 3510-AGCAT-NOTE-END
           END-IF.
           MOVE 'N' TO WS-AGCAT-TROUVE.
           IF AGCAT-LGTH > 0
               SET IDX-AGCAT TO 1
               SEARCH AGCAT-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-AC-AGENCE(IDX-AGCAT)
                           = TBL-NOTE-AGENCE(IDX-NOTE)
                       AND TBL-AC-CAT(IDX-AGCAT)
                           = TBL-NOTE-CAT(IDX-NOTE)
                       MOVE 'O' TO WS-AGCAT-TROUVE
               END-SEARCH
           END-IF.
           IF WS-AGCAT-TROUVE NOT = 'O'
               IF AGCAT-LGTH NOT < 2000
                   DISPLAY 'TABLE AGENCE/CATEGORIE PLEINE (2000), '
                       'ARRET'
                   STOP RUN
               END-IF
               SET AGCAT-LGTH UP BY 1
               SET IDX-AGCAT TO AGCAT-LGTH
               MOVE TBL-NOTE-AGENCE(IDX-NOTE)
                   TO TBL-AC-AGENCE(IDX-AGCAT)
               MOVE TBL-NOTE-CAT(IDX-NOTE) TO TBL-AC-CAT(IDX-AGCAT)
               MOVE 0 TO TBL-AC-NB(IDX-AGCAT) TBL-AC-KM(IDX-AGCAT)
                         TBL-AC-MONTANT(IDX-AGCAT)
           END-IF.
           ADD 1 TO TBL-AC-NB(IDX-AGCAT).
           ADD TBL-NOTE-KM(IDX-NOTE)      TO TBL-AC-KM(IDX-AGCAT).
           ADD TBL-NOTE-MONTANT(IDX-NOTE) TO TBL-AC-MONTANT(IDX-AGCAT).
       3510-AGCAT-NOTE-END.
           EXIT.

      ***** Tri a bulles des cumuls par agence puis categorie ********
       4000-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 4010-SORT-PASS-START
               THRU 4010-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= AGCAT-LGTH
               OR NOT WS-SORT-DID-SWAP.
       4000-SORT-END.
           EXIT.

       4010-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 4020-SORT-COMPARE-START
               THRU 4020-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (AGCAT-LGTH - WS-SORT-I + 1).
       4010-SORT-PASS-END.
           EXIT.

       4020-SORT-COMPARE-START.
           SET IDX-AGCAT TO WS-SORT-J.
           IF TBL-AC-CLE(IDX-AGCAT) > TBL-AC-CLE(IDX-AGCAT + 1)
               MOVE AGCAT-TBL(IDX-AGCAT)     TO WS-SORT-HOLD
               MOVE AGCAT-TBL(IDX-AGCAT + 1) TO AGCAT-TBL(IDX-AGCAT)
               MOVE WS-SORT-HOLD TO AGCAT-TBL(IDX-AGCAT + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       4020-SORT-COMPARE-END.
           EXIT.

      ***** Edition : remboursements par agence et categorie,       ***
      ***** virements bloques, notes en attente de visa             ***
       5000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'NOTES DE FRAIS - REMBOURSEMENTS DE LA PERIODE '
               WS-EDIT-PERIODE ' - EDITE LE ' WS-EDIT-DATE-JOUR
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'REMBOURSEMENTS PAR AGENCE ET CATEGORIE' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-AC-TITRE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-AGENCE-COURANTE.
           MOVE 0 TO WS-AGT-NB WS-AGT-KM WS-AGT-MONTANT.
           PERFORM 5100-LIGNE-AGCAT-START THRU 5100-LIGNE-AGCAT-END
               VARYING IDX-AGCAT FROM 1 BY 1
               UNTIL IDX-AGCAT > AGCAT-LGTH.
           IF AGCAT-LGTH > 0
               PERFORM 5150-TOTAL-AGENCE-START
                   THRU 5150-TOTAL-AGENCE-END
           ELSE
               MOVE '  AUCUNE NOTE REMBOURSEE' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           MOVE SPACES TO WS-EDIT-AC.
           MOVE 'TOTAL GENERAL'  TO WS-AC-LIBELLE.
           MOVE WS-GEN-NB        TO WS-AC-NB.
           MOVE WS-GEN-KM        TO WS-AC-KM.
           MOVE WS-GEN-MONTANT   TO WS-AC-MONTANT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-EDIT-AC TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-VIREMENTS TO WS-EDIT-NB.
           MOVE WS-TOT-VIRE     TO WS-EDIT-MNT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'VIREMENTS EMIS (remb-frais.dat) : ' WS-EDIT-NB
               ' POUR ' WS-EDIT-MNT ' EUROS'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'VIREMENTS BLOQUES (NOTES DUES AU PASSAGE SUIVANT, '
               TO REC-RAPPORT.
           MOVE 'VOIR exceptions.dat)' TO REC-RAPPORT(51:20).
           WRITE REC-RAPPORT.
           PERFORM 5200-LIGNE-BLOQUE-START THRU 5200-LIGNE-BLOQUE-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
           IF WS-NB-BLOQUES = 0
               MOVE '  AUCUN' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'NOTES EN ATTENTE DE VISA' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NT-TITRE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 5300-LIGNE-ATTENTE-START
               THRU 5300-LIGNE-ATTENTE-END
               VARYING IDX-NOTE FROM 1 BY 1
               UNTIL IDX-NOTE > NOTE-LGTH.
           MOVE WS-NB-ATTENTE  TO WS-EDIT-NB.
           MOVE WS-TOT-ATTENTE TO WS-EDIT-MNT.
           MOVE SPACES TO REC-RAPPORT.
           STRING '  TOTAL EN ATTENTE : ' WS-EDIT-NB ' NOTES POUR '
               WS-EDIT-MNT ' EUROS'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-REFUSEES-MOIS TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'NOTES REFUSEES AU COURS DE LA PERIODE : '
               WS-EDIT-NB
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.
       5000-RAPPORT-END.
           EXIT.

      ***** Ligne agence/categorie, total d'agence a la rupture ******
       5100-LIGNE-AGCAT-START.
           IF TBL-AC-AGENCE(IDX-AGCAT) NOT = WS-AGENCE-COURANTE
               IF IDX-AGCAT > 1
                   PERFORM 5150-TOTAL-AGENCE-START
                       THRU 5150-TOTAL-AGENCE-END
               END-IF
               MOVE TBL-AC-AGENCE(IDX-AGCAT) TO WS-AGENCE-COURANTE
               MOVE 0 TO WS-AGT-NB WS-AGT-KM WS-AGT-MONTANT
           END-IF.
           MOVE SPACES TO WS-EDIT-AC.
           MOVE TBL-AC-AGENCE(IDX-AGCAT)  TO WS-AC-AGENCE.
           MOVE TBL-AC-CAT(IDX-AGCAT)     TO WS-AC-CAT.
           MOVE '(CATEGORIE INCONNUE)'    TO WS-AC-LIBELLE.
           IF CAT-LGTH > 0
               SET IDX-CAT TO 1
               SEARCH CAT-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CAT-CODE(IDX-CAT) = TBL-AC-CAT(IDX-AGCAT)
                       MOVE TBL-CAT-LIBELLE(IDX-CAT) TO WS-AC-LIBELLE
               END-SEARCH
           END-IF.
           MOVE TBL-AC-NB(IDX-AGCAT)      TO WS-AC-NB.
           MOVE TBL-AC-KM(IDX-AGCAT)      TO WS-AC-KM.
           MOVE TBL-AC-MONTANT(IDX-AGCAT) TO WS-AC-MONTANT.
           MOVE WS-EDIT-AC TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           ADD TBL-AC-NB(IDX-AGCAT)      TO WS-AGT-NB WS-GEN-NB.
           ADD TBL-AC-KM(IDX-AGCAT)      TO WS-AGT-KM WS-GEN-KM.
           ADD TBL-AC-MONTANT(IDX-AGCAT) TO WS-AGT-MONTANT
                                            WS-GEN-MONTANT.
       5100-LIGNE-AGCAT-END.
           EXIT.

       5150-TOTAL-AGENCE-START.
           MOVE SPACES TO WS-EDIT-AC.
           MOVE SPACES TO WS-AC-LIBELLE.
           STRING 'TOTAL AGENCE ' WS-AGENCE-COURANTE
               DELIMITED BY SIZE INTO WS-AC-LIBELLE.
           MOVE WS-AGT-NB      TO WS-AC-NB.
           MOVE WS-AGT-KM      TO WS-AC-KM.
           MOVE WS-AGT-MONTANT TO WS-AC-MONTANT.
           MOVE WS-EDIT-AC TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       5150-TOTAL-AGENCE-END.
           EXIT.

       5200-LIGNE-BLOQUE-START.
           IF TBL-EMP-STATUT(IDX-EMP) NOT = 'B'
               GO TO 5200-LIGNE-BLOQUE-END
           END-IF.
           MOVE TBL-EMP-NB-NOTES(IDX-EMP) TO WS-EDIT-NB.
           MOVE TBL-EMP-A-PAYER(IDX-EMP)  TO WS-EDIT-MNT.
           MOVE SPACES TO REC-RAPPORT.
           STRING '  ' TBL-EMP-ID(IDX-EMP) ' ' TBL-EMP-NOM(IDX-EMP)
               ' ' WS-EDIT-NB ' NOTES POUR ' WS-EDIT-MNT ' EUROS'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
       5200-LIGNE-BLOQUE-END.
           EXIT.

      ***** Note en attente : viseur attendu d'apres dephier.txt ****
      ***** (N+1, N+2 pour une note hors plafond)                ****
       5300-LIGNE-ATTENTE-START.
           IF TBL-NOTE-ETAT(IDX-NOTE) NOT = 'A'
               GO TO 5300-LIGNE-ATTENTE-END
           END-IF.
           MOVE TBL-NOTE-EMP(IDX-NOTE) TO WS-CHERCHE-ID.
           PERFORM 5310-RESPONSABLE-START THRU 5310-RESPONSABLE-END.
           MOVE WS-CHERCHE-MGR TO WS-VISEUR-ATTENDU.
           IF TBL-NOTE-RENVOI(IDX-NOTE) = 'O'
               AND WS-VISEUR-ATTENDU NOT = SPACES
               MOVE WS-VISEUR-ATTENDU TO WS-CHERCHE-ID
               PERFORM 5310-RESPONSABLE-START
                   THRU 5310-RESPONSABLE-END
               IF WS-CHERCHE-MGR NOT = SPACES
                   AND WS-CHERCHE-MGR NOT = TBL-NOTE-EMP(IDX-NOTE)
                   MOVE WS-CHERCHE-MGR TO WS-VISEUR-ATTENDU
               END-IF
           END-IF.

           MOVE SPACES TO WS-EDIT-NOTE.
           MOVE TBL-NOTE-EMP(IDX-NOTE)    TO WS-NT-EMP.
           MOVE TBL-NOTE-AGENCE(IDX-NOTE) TO WS-NT-AGENCE.
           STRING TBL-NOTE-DATE(IDX-NOTE)(7:2) '/'
               TBL-NOTE-DATE(IDX-NOTE)(5:2) '/'
               TBL-NOTE-DATE(IDX-NOTE)(1:4)
               DELIMITED BY SIZE INTO WS-NT-DATE.
           MOVE TBL-NOTE-CAT(IDX-NOTE)     TO WS-NT-CAT.
           MOVE TBL-NOTE-MONTANT(IDX-NOTE) TO WS-NT-MONTANT.
           MOVE WS-VISEUR-ATTENDU          TO WS-NT-VISEUR.
           IF WS-VISEUR-ATTENDU = SPACES
               MOVE 'SANS RESPONSABLE (dephier.txt)' TO WS-NT-MOTIF
           END-IF.
           IF TBL-NOTE-RENVOI(IDX-NOTE) = 'O'
               MOVE 'HORS PLAFOND, VISA N+2' TO WS-NT-MOTIF
           END-IF.
           MOVE WS-EDIT-NOTE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       5300-LIGNE-ATTENTE-END.
           EXIT.

      ***** Responsable de WS-CHERCHE-ID (blanc si sans ligne) ********
       5310-RESPONSABLE-START.
           MOVE SPACES TO WS-CHERCHE-MGR.
           IF HIER-LGTH = 0
               GO TO 5310-RESPONSABLE-END
           END-IF.
           SET IDX-HIER TO 1.
           SEARCH HIER-TBL
               AT END
                   CONTINUE
               WHEN TBL-H-EMP(IDX-HIER) = WS-CHERCHE-ID
                   MOVE TBL-H-MGR(IDX-HIER) TO WS-CHERCHE-MGR
           END-SEARCH.
       5310-RESPONSABLE-END.
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
           MOVE 'depndfr'    TO EXC-PROGRAMME.
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
           DISPLAY 'PERIODE              : ' WS-EDIT-PERIODE.
           DISPLAY 'NOTES LUES           : ' WS-NB-NOTES-LUES.
           DISPLAY 'NOTES APRES LE MOIS  : ' WS-NB-HORS-PERIODE.
           DISPLAY 'EMPLOYES HORS FICHIER: ' WS-NB-EMP-INCONNU
               ' (VOIR exceptions.dat)'.
           DISPLAY 'DEJA REMBOURSEES     : ' WS-NB-DEJA.
           DISPLAY 'REFUSEES             : ' WS-NB-REFUSEES.
           DISPLAY 'EN ATTENTE DE VISA   : ' WS-NB-ATTENTE.
           DISPLAY 'NOTES REMBOURSEES    : ' WS-NB-VIREES.
           DISPLAY 'VIREMENTS EMIS       : ' WS-NB-VIREMENTS.
           DISPLAY 'VIREMENTS BLOQUES    : ' WS-NB-BLOQUES
               ' (VOIR exceptions.dat)'.
           DISPLAY 'RAPPORT              : depndfr.lis'.
           DISPLAY 'VIREMENTS            : remb-frais.dat'
               ' (MANIFESTE remb-frais.dat.man)'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'IBANCHK.cpy'.
