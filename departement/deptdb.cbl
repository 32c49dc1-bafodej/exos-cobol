       IDENTIFICATION DIVISION.
       PROGRAM-ID. deptdb.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Tableau de bord mensuel par agence :
      *                 une page par agence (AGENCE-CLT de
      *                 fichierclient.txt, libellee via
      *                 fr-liste-dept.txt) reunissant les indicateurs
      *                 jusqu'ici lus dans cinq listes separees, chacun
      *                 recalcule depuis le meme fichier source que le
      *                 programme d'origine : contrats et primes
      *                 encaissees (assurances.dat, cf. assurage),
      *                 contrats en relance (relances.dat, cf.
      *                 assurrel), rappels clients dus ou en retard
      *                 (contacts-clients.dat, cf. deprap), jours
      *                 d'absence des employes dans le mois
      *                 (absences.dat, cf. depabsr) et exceptions non
      *                 resolues (exceptions.dat, cle rapprochee d'un
      *                 contrat ou d'une personne). Chaque indicateur
      *                 est edite avec la valeur du mois precedent
      *                 (historique deptdb-hist.dat, alimente en ajout
      *                 a chaque passage, la derniere ligne d'un mois
      *                 faisant foi) et la moyenne des agences
      *                 actives. Une page de synthese finale classe
      *                 toutes les agences par primes encaissees. Mois
      *                 traite AAAAMM en ligne de commande, mois
      *                 courant par defaut.
      *    2026-10-15  Contrats en devise (WS-DEVISE) : les primes
      *                 encaissees sont converties en euros avant cumul
      *                 par agence, aux taux de calc-devises.txt
      *                 (routine partagee DEVEUR.cpy) ; l'edition
      *                 indique la date des taux appliques. Taux absent
      *                 ou perime : arret.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

      ***** Sources facultatives : absentes, l'indicateur vaut zero ****
           SELECT FIC-ETAT ASSIGN TO 'relances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ETAT-STATUS.

           SELECT FIC-CONTACT ASSIGN TO 'contacts-clients.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT FIC-ABSENCE ASSIGN TO 'absences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

      ***** Historique mensuel des indicateurs, en ajout seul *********
           SELECT FIC-HIST ASSIGN TO 'deptdb-hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'deptdb.lis'
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
       FD  FIC-DEPT
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

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

       FD  FIC-ABSENCE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FABSENCE.cpy'.

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

      ***** Une ligne par agence et par passage : mois, agence et les **
      ***** six indicateurs dans l'ordre du tableau de bord           **
       FD  FIC-HIST
           RECORD CONTAINS 82 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HIST.
           05  HST-MOIS                  PIC 9(6).
           05  FILLER                    PIC X(1).
           05  HST-AGENCE                PIC X(3).
           05  HST-IND OCCURS 6 TIMES.
               10  FILLER                PIC X(1).
               10  HST-VALEUR            PIC 9(9)V99.

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
        01  WS-DEPT-STATUS                PIC X(2).
            88  WS-DEPT-OK                VALUE 00.
            88  WS-DEPT-END               VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-ETAT-STATUS                PIC X(2).
            88  WS-ETAT-OK                VALUE 00.
            88  WS-ETAT-END               VALUE 10.
        01  WS-CONTACT-STATUS             PIC X(2).
            88  WS-CONTACT-OK             VALUE 00.
            88  WS-CONTACT-END            VALUE 10.
        01  WS-ABSENCE-STATUS             PIC X(2).
            88  WS-ABSENCE-OK             VALUE 00.
            88  WS-ABSENCE-END            VALUE 10.
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-OK              VALUE 00.
            88  WS-EXCSTD-END             VALUE 10.
        01  WS-HIST-STATUS                PIC X(2).
            88  WS-HIST-OK                VALUE 00.
            88  WS-HIST-END               VALUE 10.
            88  WS-HIST-ABSENT            VALUE 35.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Mois traite AAAAMM, modifiable en ligne de commande ********
        01  WS-CMD-LINE                   PIC X(20) VALUE SPACES.
        01  WS-MOIS-PARM                  PIC X(6)  VALUE SPACES.
        01  WS-MOIS                       PIC 9(6).
        01  WS-MOIS-VUE REDEFINES WS-MOIS.
            05  WS-MOIS-AAAA              PIC 9(4).
            05  WS-MOIS-MM                PIC 9(2).
        01  WS-MOIS-PRECEDENT             PIC 9(6).
        01  WS-MOIS-PREC-VUE REDEFINES WS-MOIS-PRECEDENT.
            05  WS-PREC-AAAA              PIC 9(4).
            05  WS-PREC-MM                PIC 9(2).
        01  WS-MOIS-SUIVANT               PIC 9(8).
        01  WS-MOIS-SUIV-VUE REDEFINES WS-MOIS-SUIVANT.
            05  WS-SUIV-AAAA              PIC 9(4).
            05  WS-SUIV-MM                PIC 9(2).
            05  WS-SUIV-JJ                PIC 9(2).
        01  WS-MOIS-DEBUT                 PIC 9(8).
        01  WS-MOIS-FIN                   PIC 9(8).
        01  WS-DATE-JOUR                  PIC 9(8).

      ***** Libelles des six indicateurs, dans l'ordre des pages ******
        01  WS-LIBELLES-IND.
            05  FILLER                    PIC X(30)
                VALUE 'CONTRATS EN PORTEFEUILLE'.
            05  FILLER                    PIC X(30)
                VALUE 'PRIMES ENCAISSEES'.
            05  FILLER                    PIC X(30)
                VALUE 'CONTRATS EN RELANCE'.
            05  FILLER                    PIC X(30)
                VALUE 'RAPPELS DUS OU EN RETARD'.
            05  FILLER                    PIC X(30)
                VALUE 'JOURS D''ABSENCE DU MOIS'.
            05  FILLER                    PIC X(30)
                VALUE 'EXCEPTIONS NON RESOLUES'.
        01  WS-LIBELLES-TBL REDEFINES WS-LIBELLES-IND.
            05  WS-LIBELLE-IND            PIC X(30) OCCURS 6 TIMES.

        77  WS-NB-IND                     PIC 9(1) VALUE 6.
        77  WS-NUM-IND                    PIC 9(1).
        77  WS-VALEUR                     PIC 9(9)V99.

      ***** Agences : indicateurs du mois et du mois precedent ********
        01  DATA-AGENCE.
            05  AGENCE-LGTH               PIC 9(5) VALUE 0.
            05  AGENCE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON AGENCE-LGTH
                INDEXED BY IDX-AGENCE.
                10  TBL-CODE-AGENCE       PIC X(3).
                10  TBL-LIBELLE-AGENCE    PIC X(30).
                10  TBL-ACTIVE            PIC X(1).
                    88  TBL-EST-ACTIVE    VALUE 'O'.
                10  TBL-PREC-CONNU        PIC X(1).
                    88  TBL-A-PRECEDENT   VALUE 'O'.
                10  TBL-RANG              PIC 9(3).
                10  TBL-IND-COURANT       PIC 9(9)V99
                    OCCURS 6 TIMES.
                10  TBL-IND-PRECEDENT     PIC 9(9)V99
                    OCCURS 6 TIMES.

      ***** Personnes (clients et employes), code -> agence ***********
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).

      ***** Contrats, numero -> agence du client detenteur ************
        01  DATA-CONTRAT.
            05  CONTRAT-LGTH              PIC 9(5) VALUE 0.
            05  CONTRAT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CONTRAT-LGTH
                INDEXED BY IDX-CONTRAT.
                10  TBL-NUM-CONTRAT       PIC X(8).
                10  TBL-AGENCE-CONTRAT    PIC X(3).

      ***** Rappels programmes du journal des contacts, cf. deprap ****
        01  DATA-RAPPEL.
            05  RAPPEL-LGTH               PIC 9(5) VALUE 0.
            05  RAPPEL-TBL
                OCCURS 1 TO 10000 TIMES
                DEPENDING ON RAPPEL-LGTH
                INDEXED BY IDX-RAPPEL.
                10  TBL-RAP-CLIENT        PIC X(8).
                10  TBL-RAP-DATE          PIC X(8).
                10  TBL-RAP-FAIT          PIC X(1).

      ***** Classement des agences actives par primes encaissees ******
        01  DATA-CLASSE.
            05  CLASSE-LGTH               PIC 9(5) VALUE 0.
            05  CLASSE-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON CLASSE-LGTH
                INDEXED BY IDX-CLASSE.
                10  TBL-CLA-AGENCE        PIC 9(3).
                10  TBL-CLA-PRIMES        PIC 9(9)V99.
                10  TBL-CLA-CONTRATS      PIC 9(9)V99.

      ***** Tri a bulles du classement, cf. 2500-SORT de depart.cbl ***
        01  WS-SORT-I                     PIC 9(5).
        01  WS-SORT-J                     PIC 9(5).
        01  WS-SORT-SWAPPED               PIC X(01) VALUE 'N'.
            88  WS-SORT-DID-SWAP          VALUE 'Y'.
        01  WS-SORT-HOLD                  PIC X(25).

      ***** Totaux et moyennes societe par indicateur ******************
        01  WS-TOTAUX-IND.
            05  WS-TOTAL-IND              PIC 9(11)V99
                OCCURS 6 TIMES.
            05  WS-MOYENNE-IND            PIC 9(9)V99
                OCCURS 6 TIMES.
            05  WS-NON-AFFECTE            PIC 9(9)V99
                OCCURS 6 TIMES.

        01  WS-CLE-CHERCHEE               PIC X(8).
        01  WS-AGENCE-TROUVEE             PIC X(3).
        01  WS-DEBUT-ABS                  PIC 9(8).
        01  WS-FIN-ABS                    PIC 9(8).
        01  WS-DATE-RAPPEL-NUM            PIC 9(8).
        01  WS-NB-ACTIVES                 PIC 9(5) VALUE 0.
        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-HIST-LUS                PIC 9(7) VALUE 0.
        01  WS-EVOLUTION                  PIC S9(9)V99.
        01  WS-SOURCES-ABSENTES           PIC X(60) VALUE SPACES.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-ENTETE.
            05  FILLER                    PIC X(30)
                VALUE 'INDICATEUR'.
            05  FILLER                    PIC X(16)
                VALUE '  MOIS COURANT'.
            05  FILLER                    PIC X(16)
                VALUE 'MOIS PRECEDENT'.
            05  FILLER                    PIC X(16)
                VALUE '     EVOLUTION'.
            05  FILLER                    PIC X(16)
                VALUE 'MOYENNE AGENCES'.

        01  WS-EDIT-IND.
            05  WS-EDIT-IND-LIB           PIC X(30).
            05  WS-EDIT-IND-VALEUR        PIC Z(10)9,99.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-IND-PREC          PIC X(14).
            05  WS-EDIT-IND-PREC-NUM REDEFINES WS-EDIT-IND-PREC
                                          PIC Z(10)9,99.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-IND-EVOL          PIC X(14).
            05  WS-EDIT-IND-EVOL-NUM REDEFINES WS-EDIT-IND-EVOL
                                          PIC +(10)9,99.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-IND-MOYENNE       PIC Z(10)9,99.

        01  WS-EDIT-CLASSE-ENTETE.
            05  FILLER                    PIC X(36)
                VALUE 'RANG AGENCE'.
            05  FILLER                    PIC X(9)  VALUE ' CONTRATS'.
            05  FILLER                    PIC X(16)
                VALUE '          PRIMES'.
            05  FILLER                    PIC X(10) VALUE '  RELANCES'.
            05  FILLER                    PIC X(10) VALUE '   RAPPELS'.
            05  FILLER                    PIC X(10) VALUE '  ABSENCES'.
            05  FILLER                    PIC X(11) VALUE ' EXCEPTIONS'.

        01  WS-EDIT-CLASSE.
            05  WS-EDIT-CLA-RANG          PIC X(4).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CLA-CODE          PIC X(3).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CLA-LIBELLE       PIC X(27).
            05  WS-EDIT-CLA-CONTRATS      PIC Z(8)9.
            05  WS-EDIT-CLA-PRIMES        PIC Z(12)9,99.
            05  WS-EDIT-CLA-RELANCES      PIC Z(9)9.
            05  WS-EDIT-CLA-RAPPELS       PIC Z(9)9.
            05  WS-EDIT-CLA-ABSENCES      PIC Z(9)9.
            05  WS-EDIT-CLA-EXCEPTIONS    PIC Z(10)9.

        01  WS-EDIT-RANG                  PIC ZZ9.
        01  WS-EDIT-NB-ACTIVES            PIC ZZ9.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'DEVEUR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 0100-PARM-START THRU 0100-PARM-END.

           PERFORM 1000-LOAD-DEPT-START     THRU 1000-LOAD-DEPT-END.
           PERFORM 1200-LOAD-CLIENT-START   THRU 1200-LOAD-CLIENT-END.
           PERFORM 1400-LOAD-HIST-START     THRU 1400-LOAD-HIST-END.
           PERFORM 2000-PORTEFEUILLE-START  THRU 2000-PORTEFEUILLE-END.
           PERFORM 2200-RELANCES-START      THRU 2200-RELANCES-END.
           PERFORM 2400-RAPPELS-START       THRU 2400-RAPPELS-END.
           PERFORM 2600-ABSENCES-START      THRU 2600-ABSENCES-END.
           PERFORM 2800-EXCEPTIONS-START    THRU 2800-EXCEPTIONS-END.
           PERFORM 3000-MOYENNES-START      THRU 3000-MOYENNES-END.
           PERFORM 3500-CLASSEMENT-START    THRU 3500-CLASSEMENT-END.
           PERFORM 4000-RAPPORT-START       THRU 4000-RAPPORT-END.
           PERFORM 5000-ECRIT-HIST-START    THRU 5000-ECRIT-HIST-END.
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
           MOVE 'deptdb'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-ACTIVES TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Mois traite, bornes du mois et mois precedent *************
       0100-PARM-START.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-MOIS-PARM
           END-UNSTRING.
           IF WS-MOIS-PARM IS NUMERIC
               AND WS-MOIS-PARM(5:2) >= '01'
               AND WS-MOIS-PARM(5:2) <= '12'
               MOVE WS-MOIS-PARM TO WS-MOIS
           END-IF.

           IF WS-MOIS-MM = 1
               COMPUTE WS-PREC-AAAA = WS-MOIS-AAAA - 1
               MOVE 12 TO WS-PREC-MM
           ELSE
               MOVE WS-MOIS-AAAA TO WS-PREC-AAAA
               COMPUTE WS-PREC-MM = WS-MOIS-MM - 1
           END-IF.

           COMPUTE WS-MOIS-DEBUT = WS-MOIS * 100 + 1.
           IF WS-MOIS-MM = 12
               COMPUTE WS-SUIV-AAAA = WS-MOIS-AAAA + 1
               MOVE 1 TO WS-SUIV-MM
           ELSE
               MOVE WS-MOIS-AAAA TO WS-SUIV-AAAA
               COMPUTE WS-SUIV-MM = WS-MOIS-MM + 1
           END-IF.
           MOVE 1 TO WS-SUIV-JJ.
           MOVE WS-MOIS-SUIVANT TO DU-DATE-1.
           MOVE -1 TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-MOIS-FIN.
       0100-PARM-END.
           EXIT.

      ***** Chargement des agences ; sans referentiel, aucune page ne **
      ***** peut etre libellee : arret avec un message clair          **
       1000-LOAD-DEPT-START.
           OPEN INPUT FIC-DEPT.
           IF NOT WS-DEPT-OK
               DISPLAY 'FICHIER fr-liste-dept.txt ABSENT '
                   '(STATUT ' WS-DEPT-STATUS '), ARRET'
               STOP RUN
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
                       MOVE CODE-DEPT
                           TO TBL-CODE-AGENCE(IDX-AGENCE)
                       MOVE LIBELLE-DEPT
                           TO TBL-LIBELLE-AGENCE(IDX-AGENCE)
                       MOVE 'N' TO TBL-ACTIVE(IDX-AGENCE)
                       MOVE 'N' TO TBL-PREC-CONNU(IDX-AGENCE)
                       MOVE 0   TO TBL-RANG(IDX-AGENCE)
                       PERFORM 1110-RAZ-IND-START
                           THRU 1110-RAZ-IND-END
                           VARYING WS-NUM-IND FROM 1 BY 1
                           UNTIL WS-NUM-IND > WS-NB-IND
                   END-IF
           END-READ.
       1100-LOAD-DEPT-LOOP-END.
           EXIT.

       1110-RAZ-IND-START.
           MOVE 0 TO TBL-IND-COURANT(IDX-AGENCE, WS-NUM-IND).
           MOVE 0 TO TBL-IND-PRECEDENT(IDX-AGENCE, WS-NUM-IND).
           MOVE 0 TO WS-TOTAL-IND(WS-NUM-IND).
           MOVE 0 TO WS-MOYENNE-IND(WS-NUM-IND).
           MOVE 0 TO WS-NON-AFFECTE(WS-NUM-IND).
       1110-RAZ-IND-END.
           EXIT.

      ***** Chargement des personnes ; une agence ayant au moins un ***
      ***** client ou un employe est active et recoit sa page     ***
       1200-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-CLIENT-LOOP-START
               THRU 1300-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1200-LOAD-CLIENT-END.
           EXIT.

       1300-LOAD-CLIENT-LOOP-START.
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
                   SET IDX-AGENCE TO 1
                   SEARCH AGENCE-TBL
                       AT END
                           CONTINUE
                       WHEN TBL-CODE-AGENCE(IDX-AGENCE) = AGENCE-CLT
                           MOVE 'O' TO TBL-ACTIVE(IDX-AGENCE)
                   END-SEARCH
           END-READ.
       1300-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Valeurs du mois precedent ; l'historique est en ajout,   **
      ***** la derniere ligne d'un mois et d'une agence fait foi     **
       1400-LOAD-HIST-START.
           OPEN INPUT FIC-HIST.
           IF NOT WS-HIST-OK
               GO TO 1400-LOAD-HIST-END
           END-IF.
           PERFORM 1500-LOAD-HIST-LOOP-START
               THRU 1500-LOAD-HIST-LOOP-END
               UNTIL WS-HIST-END.
           CLOSE FIC-HIST.
       1400-LOAD-HIST-END.
           EXIT.

       1500-LOAD-HIST-LOOP-START.
           READ FIC-HIST
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-HIST-LUS
                   IF HST-MOIS = WS-MOIS-PRECEDENT
                       SET IDX-AGENCE TO 1
                       SEARCH AGENCE-TBL
                           AT END
                               CONTINUE
                           WHEN TBL-CODE-AGENCE(IDX-AGENCE)
                                   = HST-AGENCE
                               MOVE 'O' TO TBL-PREC-CONNU(IDX-AGENCE)
                               PERFORM 1510-HIST-IND-START
                                   THRU 1510-HIST-IND-END
                                   VARYING WS-NUM-IND FROM 1 BY 1
                                   UNTIL WS-NUM-IND > WS-NB-IND
                       END-SEARCH
                   END-IF
           END-READ.
       1500-LOAD-HIST-LOOP-END.
           EXIT.

       1510-HIST-IND-START.
           MOVE HST-VALEUR(WS-NUM-IND)
               TO TBL-IND-PRECEDENT(IDX-AGENCE, WS-NUM-IND).
       1510-HIST-IND-END.
           EXIT.

      ***** Indicateurs 1 et 2 : contrats et primes encaissees par ****
      ***** agence du client detenteur, cf. assurage.cbl          ****
       2000-PORTEFEUILLE-START.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT '
                   '(STATUT ' WS-ASSU-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2100-PORTEFEUILLE-LOOP-START
               THRU 2100-PORTEFEUILLE-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       2000-PORTEFEUILLE-END.
           EXIT.

       2100-PORTEFEUILLE-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   MOVE WS-NUM-CLIENT TO WS-CLE-CHERCHEE
                   PERFORM 8100-AGENCE-PERSONNE-START
                       THRU 8100-AGENCE-PERSONNE-END
                   IF CONTRAT-LGTH < 20000
                       SET CONTRAT-LGTH UP BY 1
                       SET IDX-CONTRAT TO CONTRAT-LGTH
                       MOVE WS-NUM-CONTRAT
                           TO TBL-NUM-CONTRAT(IDX-CONTRAT)
                       MOVE WS-AGENCE-TROUVEE
                           TO TBL-AGENCE-CONTRAT(IDX-CONTRAT)
                   END-IF
                   MOVE 1 TO WS-NUM-IND
                   MOVE 1 TO WS-VALEUR
                   PERFORM 8300-CUMULE-START THRU 8300-CUMULE-END
                   MOVE 2 TO WS-NUM-IND
                   MOVE WS-DEVISE       TO DV-DEVISE
                   MOVE WS-MONTANT-PAYE TO DV-MONTANT
                   MOVE WS-NUM-CONTRAT  TO DV-CONTRAT
                   PERFORM 9880-CONVERTIT-EUR-START
                       THRU 9880-CONVERTIT-EUR-END
                   MOVE DV-MONTANT-EUR  TO WS-VALEUR
                   PERFORM 8300-CUMULE-START THRU 8300-CUMULE-END
           END-READ.
       2100-PORTEFEUILLE-LOOP-END.
           EXIT.

      ***** Indicateur 3 : contrats suivis dans l'echelle de relance **
       2200-RELANCES-START.
           OPEN INPUT FIC-ETAT.
           IF NOT WS-ETAT-OK
               STRING WS-SOURCES-ABSENTES DELIMITED BY '  '
                   ' relances.dat' DELIMITED BY SIZE
                   INTO WS-SOURCES-ABSENTES
               GO TO 2200-RELANCES-END
           END-IF.
           PERFORM 2300-RELANCES-LOOP-START
               THRU 2300-RELANCES-LOOP-END
               UNTIL WS-ETAT-END.
           CLOSE FIC-ETAT.
       2200-RELANCES-END.
           EXIT.

       2300-RELANCES-LOOP-START.
           READ FIC-ETAT
               AT END
                   MOVE '10' TO WS-ETAT-STATUS
               NOT AT END
                   MOVE ETA-NUM-CONTRAT TO WS-CLE-CHERCHEE
                   PERFORM 8200-AGENCE-CONTRAT-START
                       THRU 8200-AGENCE-CONTRAT-END
                   MOVE 3 TO WS-NUM-IND
                   MOVE 1 TO WS-VALEUR
                   PERFORM 8300-CUMULE-START THRU 8300-CUMULE-END
           END-READ.
       2300-RELANCES-LOOP-END.
           EXIT.

      ***** Indicateur 4 : rappels clients dus ou en retard, soldes **
      ***** par une entree RAPPELFAIT de meme date, cf. deprap.cbl  **
       2400-RAPPELS-START.
           OPEN INPUT FIC-CONTACT.
           IF NOT WS-CONTACT-OK
               STRING WS-SOURCES-ABSENTES DELIMITED BY '  '
                   ' contacts-clients.dat' DELIMITED BY SIZE
                   INTO WS-SOURCES-ABSENTES
               GO TO 2400-RAPPELS-END
           END-IF.
           PERFORM 2500-RAPPELS-LOOP-START
               THRU 2500-RAPPELS-LOOP-END
               UNTIL WS-CONTACT-END.
           CLOSE FIC-CONTACT.
           PERFORM 2530-RAPPEL-DU-START THRU 2530-RAPPEL-DU-END
               VARYING IDX-RAPPEL FROM 1 BY 1
               UNTIL IDX-RAPPEL > RAPPEL-LGTH.
       2400-RAPPELS-END.
           EXIT.

       2500-RAPPELS-LOOP-START.
           READ FIC-CONTACT
               AT END
                   MOVE '10' TO WS-CONTACT-STATUS
               NOT AT END
                   IF CTC-DATE-RAPPEL IS NUMERIC
                       AND CTC-DATE-RAPPEL NOT = '00000000'
                       IF CTC-CANAL = 'RAPPELFAIT'
                           PERFORM 2520-SOLDE-RAPPEL-START
                               THRU 2520-SOLDE-RAPPEL-END
                       ELSE
                           PERFORM 2510-RANGE-RAPPEL-START
                               THRU 2510-RANGE-RAPPEL-END
                       END-IF
                   END-IF
           END-READ.
       2500-RAPPELS-LOOP-END.
           EXIT.

       2510-RANGE-RAPPEL-START.
           IF RAPPEL-LGTH >= 10000
               GO TO 2510-RANGE-RAPPEL-END
           END-IF.
           SET RAPPEL-LGTH UP BY 1.
           SET IDX-RAPPEL TO RAPPEL-LGTH.
           MOVE CTC-CODE-CLT    TO TBL-RAP-CLIENT(IDX-RAPPEL).
           MOVE CTC-DATE-RAPPEL TO TBL-RAP-DATE(IDX-RAPPEL).
           MOVE 'N'             TO TBL-RAP-FAIT(IDX-RAPPEL).
       2510-RANGE-RAPPEL-END.
           EXIT.

       2520-SOLDE-RAPPEL-START.
           SET IDX-RAPPEL TO 1.
           SEARCH RAPPEL-TBL
               AT END
                   CONTINUE
               WHEN TBL-RAP-CLIENT(IDX-RAPPEL) = CTC-CODE-CLT
                   AND TBL-RAP-DATE(IDX-RAPPEL) = CTC-DATE-RAPPEL
                   AND TBL-RAP-FAIT(IDX-RAPPEL) = 'N'
                   MOVE 'O' TO TBL-RAP-FAIT(IDX-RAPPEL)
           END-SEARCH.
       2520-SOLDE-RAPPEL-END.
           EXIT.

       2530-RAPPEL-DU-START.
           IF TBL-RAP-FAIT(IDX-RAPPEL) = 'O'
               GO TO 2530-RAPPEL-DU-END
           END-IF.
           MOVE TBL-RAP-DATE(IDX-RAPPEL) TO WS-DATE-RAPPEL-NUM.
           IF WS-DATE-RAPPEL-NUM > WS-DATE-JOUR
               GO TO 2530-RAPPEL-DU-END
           END-IF.
           MOVE TBL-RAP-CLIENT(IDX-RAPPEL) TO WS-CLE-CHERCHEE.
           PERFORM 8100-AGENCE-PERSONNE-START
               THRU 8100-AGENCE-PERSONNE-END.
           MOVE 4 TO WS-NUM-IND.
           MOVE 1 TO WS-VALEUR.
           PERFORM 8300-CUMULE-START THRU 8300-CUMULE-END.
       2530-RAPPEL-DU-END.
           EXIT.

      ***** Indicateur 5 : jours d'absence tombant dans le mois, par **
      ***** agence de l'employe (bornes incluses, cf. depabsr.cbl)  **
       2600-ABSENCES-START.
           OPEN INPUT FIC-ABSENCE.
           IF NOT WS-ABSENCE-OK
               STRING WS-SOURCES-ABSENTES DELIMITED BY '  '
                   ' absences.dat' DELIMITED BY SIZE
                   INTO WS-SOURCES-ABSENTES
               GO TO 2600-ABSENCES-END
           END-IF.
           PERFORM 2700-ABSENCES-LOOP-START
               THRU 2700-ABSENCES-LOOP-END
               UNTIL WS-ABSENCE-END.
           CLOSE FIC-ABSENCE.
       2600-ABSENCES-END.
           EXIT.

       2700-ABSENCES-LOOP-START.
           READ FIC-ABSENCE
               AT END
                   MOVE '10' TO WS-ABSENCE-STATUS
               NOT AT END
                   PERFORM 2710-ABSENCE-MOIS-START
                       THRU 2710-ABSENCE-MOIS-END
           END-READ.
       2700-ABSENCES-LOOP-END.
           EXIT.

       2710-ABSENCE-MOIS-START.
           IF ABS-DATE-DEBUT IS NOT NUMERIC
               OR ABS-DATE-FIN IS NOT NUMERIC
               GO TO 2710-ABSENCE-MOIS-END
           END-IF.
           MOVE ABS-DATE-DEBUT TO WS-DEBUT-ABS.
           MOVE ABS-DATE-FIN   TO WS-FIN-ABS.
           IF WS-DEBUT-ABS < WS-MOIS-DEBUT
               MOVE WS-MOIS-DEBUT TO WS-DEBUT-ABS
           END-IF.
           IF WS-FIN-ABS > WS-MOIS-FIN
               MOVE WS-MOIS-FIN TO WS-FIN-ABS
           END-IF.
           IF WS-DEBUT-ABS > WS-FIN-ABS
               GO TO 2710-ABSENCE-MOIS-END
           END-IF.
           MOVE WS-DEBUT-ABS TO DU-DATE-1.
           MOVE WS-FIN-ABS   TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           COMPUTE WS-VALEUR = DU-NB-JOURS + 1.
           MOVE ABS-EMPLOYE-ID TO WS-CLE-CHERCHEE.
           PERFORM 8100-AGENCE-PERSONNE-START
               THRU 8100-AGENCE-PERSONNE-END.
           MOVE 5 TO WS-NUM-IND.
           PERFORM 8300-CUMULE-START THRU 8300-CUMULE-END.
       2710-ABSENCE-MOIS-END.
           EXIT.

      ***** Indicateur 6 : exceptions non resolues ; la cle est prise **
      ***** pour un numero de contrat, a defaut pour un code client  **
      ***** ou employe                                                **
       2800-EXCEPTIONS-START.
           OPEN INPUT FIC-EXCSTD.
           IF NOT WS-EXCSTD-OK
               STRING WS-SOURCES-ABSENTES DELIMITED BY '  '
                   ' exceptions.dat' DELIMITED BY SIZE
                   INTO WS-SOURCES-ABSENTES
               GO TO 2800-EXCEPTIONS-END
           END-IF.
           PERFORM 2900-EXCEPTIONS-LOOP-START
               THRU 2900-EXCEPTIONS-LOOP-END
               UNTIL WS-EXCSTD-END.
           CLOSE FIC-EXCSTD.
       2800-EXCEPTIONS-END.
           EXIT.

       2900-EXCEPTIONS-LOOP-START.
           READ FIC-EXCSTD
               AT END
                   MOVE '10' TO WS-EXCSTD-STATUS
               NOT AT END
                   IF NOT EXC-RESOLUE
                       MOVE EXC-CLE(1:8) TO WS-CLE-CHERCHEE
                       PERFORM 8200-AGENCE-CONTRAT-START
                           THRU 8200-AGENCE-CONTRAT-END
                       IF WS-AGENCE-TROUVEE = SPACES
                           PERFORM 8100-AGENCE-PERSONNE-START
                               THRU 8100-AGENCE-PERSONNE-END
                       END-IF
                       MOVE 6 TO WS-NUM-IND
                       MOVE 1 TO WS-VALEUR
                       PERFORM 8300-CUMULE-START THRU 8300-CUMULE-END
                   END-IF
           END-READ.
       2900-EXCEPTIONS-LOOP-END.
           EXIT.

      ***** Totaux societe et moyennes sur les agences actives *******
       3000-MOYENNES-START.
           PERFORM 3100-TOTAL-AGENCE-START THRU 3100-TOTAL-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           IF WS-NB-ACTIVES > 0
               PERFORM 3200-MOYENNE-IND-START
                   THRU 3200-MOYENNE-IND-END
                   VARYING WS-NUM-IND FROM 1 BY 1
                   UNTIL WS-NUM-IND > WS-NB-IND
           END-IF.
       3000-MOYENNES-END.
           EXIT.

       3100-TOTAL-AGENCE-START.
           IF NOT TBL-EST-ACTIVE(IDX-AGENCE)
               GO TO 3100-TOTAL-AGENCE-END
           END-IF.
           ADD 1 TO WS-NB-ACTIVES.
           PERFORM 3110-TOTAL-IND-START THRU 3110-TOTAL-IND-END
               VARYING WS-NUM-IND FROM 1 BY 1
               UNTIL WS-NUM-IND > WS-NB-IND.
       3100-TOTAL-AGENCE-END.
           EXIT.

       3110-TOTAL-IND-START.
           ADD TBL-IND-COURANT(IDX-AGENCE, WS-NUM-IND)
               TO WS-TOTAL-IND(WS-NUM-IND).
       3110-TOTAL-IND-END.
           EXIT.

       3200-MOYENNE-IND-START.
           COMPUTE WS-MOYENNE-IND(WS-NUM-IND) ROUNDED
               = WS-TOTAL-IND(WS-NUM-IND) / WS-NB-ACTIVES.
       3200-MOYENNE-IND-END.
           EXIT.

      ***** Classement des agences actives par primes encaissees, ****
      ***** puis par nombre de contrats                           ****
       3500-CLASSEMENT-START.
           PERFORM 3510-CLASSE-AGENCE-START
               THRU 3510-CLASSE-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 3600-SORT-PASS-START
               THRU 3600-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= CLASSE-LGTH
               OR NOT WS-SORT-DID-SWAP.
           PERFORM 3700-RANG-START THRU 3700-RANG-END
               VARYING IDX-CLASSE FROM 1 BY 1
               UNTIL IDX-CLASSE > CLASSE-LGTH.
       3500-CLASSEMENT-END.
           EXIT.

       3510-CLASSE-AGENCE-START.
           IF NOT TBL-EST-ACTIVE(IDX-AGENCE)
               GO TO 3510-CLASSE-AGENCE-END
           END-IF.
           SET CLASSE-LGTH UP BY 1.
           SET IDX-CLASSE TO CLASSE-LGTH.
           SET TBL-CLA-AGENCE(IDX-CLASSE) TO IDX-AGENCE.
           MOVE TBL-IND-COURANT(IDX-AGENCE, 2)
               TO TBL-CLA-PRIMES(IDX-CLASSE).
           MOVE TBL-IND-COURANT(IDX-AGENCE, 1)
               TO TBL-CLA-CONTRATS(IDX-CLASSE).
       3510-CLASSE-AGENCE-END.
           EXIT.

       3600-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 3610-SORT-COMPARE-START
               THRU 3610-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (CLASSE-LGTH - WS-SORT-I + 1).
       3600-SORT-PASS-END.
           EXIT.

       3610-SORT-COMPARE-START.
           SET IDX-CLASSE TO WS-SORT-J.
           IF TBL-CLA-PRIMES(IDX-CLASSE)
                   < TBL-CLA-PRIMES(IDX-CLASSE + 1)
               OR (TBL-CLA-PRIMES(IDX-CLASSE)
                   = TBL-CLA-PRIMES(IDX-CLASSE + 1)
               AND TBL-CLA-CONTRATS(IDX-CLASSE)
                   < TBL-CLA-CONTRATS(IDX-CLASSE + 1))
               MOVE CLASSE-TBL(IDX-CLASSE)     TO WS-SORT-HOLD
               MOVE CLASSE-TBL(IDX-CLASSE + 1)
                   TO CLASSE-TBL(IDX-CLASSE)
               MOVE WS-SORT-HOLD TO CLASSE-TBL(IDX-CLASSE + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       3610-SORT-COMPARE-END.
           EXIT.

       3700-RANG-START.
           SET IDX-AGENCE TO TBL-CLA-AGENCE(IDX-CLASSE).
           SET TBL-RANG(IDX-AGENCE) TO IDX-CLASSE.
       3700-RANG-END.
           EXIT.

      ***** Edition : une page par agence active, puis la page de ****
      ***** synthese avec le classement                           ****
       4000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 4050-ENTETE-TAUX-START THRU 4050-ENTETE-TAUX-END.
           PERFORM 4100-PAGE-AGENCE-START THRU 4100-PAGE-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           PERFORM 4300-SYNTHESE-START THRU 4300-SYNTHESE-END.
           CLOSE FIC-RAPPORT.
       4000-RAPPORT-END.
           EXIT.

      ***** Etat des taux de change appliques, en tete d'edition : ****
      ***** date du plus ancien taux utilise puis une ligne par    ****
      ***** devise convertie                                        ****
       4050-ENTETE-TAUX-START.
           MOVE SPACES TO REC-RAPPORT.
           IF DV-NB-CONVERTIS = 0
               STRING 'PRIMES EN EUROS (AUCUN CONTRAT EN DEVISE)'
                   DELIMITED BY SIZE INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING 'PRIMES CONVERTIES EN EUROS - TAUX '
                       DELIMITED BY SIZE
                   'calc-devises.txt DU ' DELIMITED BY SIZE
                   DV-DATE-TAUX-MIN       DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.
           PERFORM 4060-LIGNE-TAUX-START
               THRU 4060-LIGNE-TAUX-END
               VARYING IDX-DEVISE FROM 1 BY 1
               UNTIL IDX-DEVISE > DEVISE-LGTH.
       4050-ENTETE-TAUX-END.
           EXIT.

       4060-LIGNE-TAUX-START.
           IF TBL-DEV-NB(IDX-DEVISE) = 0
               GO TO 4060-LIGNE-TAUX-END
           END-IF.
           PERFORM 9890-LIBELLE-TAUX-START THRU 9890-LIBELLE-TAUX-END.
           MOVE SPACES TO REC-RAPPORT.
           MOVE DV-LIBELLE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4060-LIGNE-TAUX-END.
           EXIT.

       4100-PAGE-AGENCE-START.
           IF NOT TBL-EST-ACTIVE(IDX-AGENCE)
               GO TO 4100-PAGE-AGENCE-END
           END-IF.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'TABLEAU DE BORD DU MOIS ' WS-MOIS
               ' - AGENCE ' TBL-CODE-AGENCE(IDX-AGENCE)
               ' ' TBL-LIBELLE-AGENCE(IDX-AGENCE)
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4110-LIGNE-IND-START THRU 4110-LIGNE-IND-END
               VARYING WS-NUM-IND FROM 1 BY 1
               UNTIL WS-NUM-IND > WS-NB-IND.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE TBL-RANG(IDX-AGENCE) TO WS-EDIT-RANG.
           MOVE WS-NB-ACTIVES        TO WS-EDIT-NB-ACTIVES.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'RANG AU CLASSEMENT DES PRIMES ENCAISSEES : '
               WS-EDIT-RANG ' SUR ' WS-EDIT-NB-ACTIVES ' AGENCES'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF NOT TBL-A-PRECEDENT(IDX-AGENCE)
               MOVE SPACES TO REC-RAPPORT
               STRING 'PAS DE TABLEAU DE BORD POUR LE MOIS '
                   WS-MOIS-PRECEDENT
                   DELIMITED BY SIZE INTO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4100-PAGE-AGENCE-END.
           EXIT.

       4110-LIGNE-IND-START.
           MOVE WS-LIBELLE-IND(WS-NUM-IND) TO WS-EDIT-IND-LIB.
           MOVE TBL-IND-COURANT(IDX-AGENCE, WS-NUM-IND)
               TO WS-EDIT-IND-VALEUR.
           MOVE WS-MOYENNE-IND(WS-NUM-IND) TO WS-EDIT-IND-MOYENNE.
           IF TBL-A-PRECEDENT(IDX-AGENCE)
               MOVE TBL-IND-PRECEDENT(IDX-AGENCE, WS-NUM-IND)
                   TO WS-EDIT-IND-PREC-NUM
               COMPUTE WS-EVOLUTION
                   = TBL-IND-COURANT(IDX-AGENCE, WS-NUM-IND)
                   - TBL-IND-PRECEDENT(IDX-AGENCE, WS-NUM-IND)
               MOVE WS-EVOLUTION TO WS-EDIT-IND-EVOL-NUM
           ELSE
               MOVE '           N/D' TO WS-EDIT-IND-PREC
               MOVE '           N/D' TO WS-EDIT-IND-EVOL
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-IND TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4110-LIGNE-IND-END.
           EXIT.

      ***** Page de synthese : classement, total et moyenne societe **
       4300-SYNTHESE-START.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'SYNTHESE DU MOIS ' WS-MOIS
               ' - CLASSEMENT DES AGENCES PAR PRIMES ENCAISSEES'
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-CLASSE-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4310-LIGNE-CLASSE-START THRU 4310-LIGNE-CLASSE-END
               VARYING IDX-CLASSE FROM 1 BY 1
               UNTIL IDX-CLASSE > CLASSE-LGTH.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES                TO WS-EDIT-CLA-RANG.
           MOVE 'TOT'                 TO WS-EDIT-CLA-CODE.
           MOVE 'TOTAL SOCIETE'       TO WS-EDIT-CLA-LIBELLE.
           MOVE WS-TOTAL-IND(1)       TO WS-EDIT-CLA-CONTRATS.
           MOVE WS-TOTAL-IND(2)       TO WS-EDIT-CLA-PRIMES.
           MOVE WS-TOTAL-IND(3)       TO WS-EDIT-CLA-RELANCES.
           MOVE WS-TOTAL-IND(4)       TO WS-EDIT-CLA-RAPPELS.
           MOVE WS-TOTAL-IND(5)       TO WS-EDIT-CLA-ABSENCES.
           MOVE WS-TOTAL-IND(6)       TO WS-EDIT-CLA-EXCEPTIONS.
           PERFORM 4320-ECRIT-CLASSE-START THRU 4320-ECRIT-CLASSE-END.

           MOVE 'MOY'                 TO WS-EDIT-CLA-CODE.
           MOVE 'MOYENNE PAR AGENCE'  TO WS-EDIT-CLA-LIBELLE.
           MOVE WS-MOYENNE-IND(1)     TO WS-EDIT-CLA-CONTRATS.
           MOVE WS-MOYENNE-IND(2)     TO WS-EDIT-CLA-PRIMES.
           MOVE WS-MOYENNE-IND(3)     TO WS-EDIT-CLA-RELANCES.
           MOVE WS-MOYENNE-IND(4)     TO WS-EDIT-CLA-RAPPELS.
           MOVE WS-MOYENNE-IND(5)     TO WS-EDIT-CLA-ABSENCES.
           MOVE WS-MOYENNE-IND(6)     TO WS-EDIT-CLA-EXCEPTIONS.
           PERFORM 4320-ECRIT-CLASSE-START THRU 4320-ECRIT-CLASSE-END.

      *    Elements qu'aucune agence n'a pu recevoir (client, contrat
      *    ou cle d'exception inconnus) : hors classement et hors
      *    moyenne, mais edites pour que le total se rapproche des
      *    listes d'origine.
           MOVE '???'                 TO WS-EDIT-CLA-CODE.
           MOVE 'NON AFFECTES'        TO WS-EDIT-CLA-LIBELLE.
           MOVE WS-NON-AFFECTE(1)     TO WS-EDIT-CLA-CONTRATS.
           MOVE WS-NON-AFFECTE(2)     TO WS-EDIT-CLA-PRIMES.
           MOVE WS-NON-AFFECTE(3)     TO WS-EDIT-CLA-RELANCES.
           MOVE WS-NON-AFFECTE(4)     TO WS-EDIT-CLA-RAPPELS.
           MOVE WS-NON-AFFECTE(5)     TO WS-EDIT-CLA-ABSENCES.
           MOVE WS-NON-AFFECTE(6)     TO WS-EDIT-CLA-EXCEPTIONS.
           PERFORM 4320-ECRIT-CLASSE-START THRU 4320-ECRIT-CLASSE-END.

           IF WS-SOURCES-ABSENTES NOT = SPACES
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE SPACES TO REC-RAPPORT
               STRING 'SOURCES ABSENTES (INDICATEUR A ZERO) :'
                   WS-SOURCES-ABSENTES
                   DELIMITED BY SIZE INTO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       4300-SYNTHESE-END.
           EXIT.

       4310-LIGNE-CLASSE-START.
           SET IDX-AGENCE TO TBL-CLA-AGENCE(IDX-CLASSE).
           MOVE TBL-RANG(IDX-AGENCE)  TO WS-EDIT-RANG.
           MOVE WS-EDIT-RANG          TO WS-EDIT-CLA-RANG.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE)    TO WS-EDIT-CLA-CODE.
           MOVE TBL-LIBELLE-AGENCE(IDX-AGENCE) TO WS-EDIT-CLA-LIBELLE.
           MOVE TBL-IND-COURANT(IDX-AGENCE, 1) TO WS-EDIT-CLA-CONTRATS.
           MOVE TBL-IND-COURANT(IDX-AGENCE, 2) TO WS-EDIT-CLA-PRIMES.
           MOVE TBL-IND-COURANT(IDX-AGENCE, 3) TO WS-EDIT-CLA-RELANCES.
           MOVE TBL-IND-COURANT(IDX-AGENCE, 4) TO WS-EDIT-CLA-RAPPELS.
           MOVE TBL-IND-COURANT(IDX-AGENCE, 5) TO WS-EDIT-CLA-ABSENCES.
           MOVE TBL-IND-COURANT(IDX-AGENCE, 6)
               TO WS-EDIT-CLA-EXCEPTIONS.
           PERFORM 4320-ECRIT-CLASSE-START THRU 4320-ECRIT-CLASSE-END.
       4310-LIGNE-CLASSE-END.
           EXIT.

       4320-ECRIT-CLASSE-START.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-CLASSE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4320-ECRIT-CLASSE-END.
           EXIT.

      ***** Ajout des valeurs du mois a l'historique ******************
       5000-ECRIT-HIST-START.
           OPEN EXTEND FIC-HIST.
           IF WS-HIST-ABSENT
               OPEN OUTPUT FIC-HIST
           END-IF.
           PERFORM 5100-HIST-AGENCE-START THRU 5100-HIST-AGENCE-END
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > AGENCE-LGTH.
           CLOSE FIC-HIST.
       5000-ECRIT-HIST-END.
           EXIT.

       5100-HIST-AGENCE-START.
           IF NOT TBL-EST-ACTIVE(IDX-AGENCE)
               GO TO 5100-HIST-AGENCE-END
           END-IF.
           MOVE SPACES TO REC-HIST.
           MOVE WS-MOIS TO HST-MOIS.
           MOVE TBL-CODE-AGENCE(IDX-AGENCE) TO HST-AGENCE.
           PERFORM 5110-HIST-IND-START THRU 5110-HIST-IND-END
               VARYING WS-NUM-IND FROM 1 BY 1
               UNTIL WS-NUM-IND > WS-NB-IND.
           WRITE REC-HIST.
       5100-HIST-AGENCE-END.
           EXIT.

       5110-HIST-IND-START.
           MOVE TBL-IND-COURANT(IDX-AGENCE, WS-NUM-IND)
               TO HST-VALEUR(WS-NUM-IND).
       5110-HIST-IND-END.
           EXIT.

      ***** Agence de la personne WS-CLE-CHERCHEE (client ou ********
      ***** employe), a blanc si inconnue                    ********
       8100-AGENCE-PERSONNE-START.
           MOVE SPACES TO WS-AGENCE-TROUVEE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-CLE-CHERCHEE
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT)
                       TO WS-AGENCE-TROUVEE
           END-SEARCH.
       8100-AGENCE-PERSONNE-END.
           EXIT.

      ***** Agence du contrat WS-CLE-CHERCHEE, a blanc si inconnu ****
       8200-AGENCE-CONTRAT-START.
           MOVE SPACES TO WS-AGENCE-TROUVEE.
           SET IDX-CONTRAT TO 1.
           SEARCH CONTRAT-TBL
               AT END
                   CONTINUE
               WHEN TBL-NUM-CONTRAT(IDX-CONTRAT) = WS-CLE-CHERCHEE
                   MOVE TBL-AGENCE-CONTRAT(IDX-CONTRAT)
                       TO WS-AGENCE-TROUVEE
           END-SEARCH.
       8200-AGENCE-CONTRAT-END.
           EXIT.

      ***** Cumul de WS-VALEUR sur l'indicateur WS-NUM-IND de l'agence *
      ***** WS-AGENCE-TROUVEE ; agence inconnue : non affecte          *
       8300-CUMULE-START.
           SET IDX-AGENCE TO 1.
           SEARCH AGENCE-TBL
               AT END
                   ADD WS-VALEUR TO WS-NON-AFFECTE(WS-NUM-IND)
               WHEN TBL-CODE-AGENCE(IDX-AGENCE) = WS-AGENCE-TROUVEE
                   ADD WS-VALEUR
                       TO TBL-IND-COURANT(IDX-AGENCE, WS-NUM-IND)
                   MOVE 'O' TO TBL-ACTIVE(IDX-AGENCE)
           END-SEARCH.
       8300-CUMULE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'MOIS TRAITE          : ' WS-MOIS
               ' (PRECEDENT ' WS-MOIS-PRECEDENT ')'.
           DISPLAY 'AGENCES ACTIVES      : ' WS-NB-ACTIVES.
           DISPLAY 'CONTRATS LUS         : ' WS-NB-CONTRATS.
           DISPLAY 'LIGNES HISTORIQUE    : ' WS-NB-HIST-LUS.
           IF WS-SOURCES-ABSENTES NOT = SPACES
               DISPLAY 'SOURCES ABSENTES     :' WS-SOURCES-ABSENTES
           END-IF.
           DISPLAY 'RAPPORT ECRIT        : deptdb.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.

           COPY 'DEVEUR.cpy'.
