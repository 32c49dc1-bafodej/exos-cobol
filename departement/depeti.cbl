       IDENTIFICATION DIVISION.
       PROGRAM-ID. depeti.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Preparation d'un envoi postal en nombre
      *                 a partir de la liste des destinataires produite
      *                 par un autre traitement, au lieu d'imprimer le
      *                 courrier dans l'ordre du fichier. Parametres :
      *                   depeti CAMPAGNE
      *                     cibles de tltcamp.dat (prospection : seuls
      *                     les clients ayant consenti au canal POSTE,
      *                     routine partagee CONSENT.cpy) ;
      *                   depeti COURRIER <type> [<date>]
      *                     documents du registre correspondance.dat
      *                     dont le type commence par <type> (RELANCE,
      *                     AVISECH, ...) emis a la date donnee (par
      *                     defaut le jour) ;
      *                   depeti LISTE <fichier>
      *                     tout fichier portant le code client en
      *                     colonnes 1 a 8.
      *                 Nom de fichierclient.txt, adresse d'adresses.dat
      *                 (tenu par depadr.cbl). Client inconnu, sans
      *                 adresse ou adresse incomplete (voie ou commune
      *                 a blanc, code postal non numerique) : liste
      *                 depeti-rejets.lis. Un client cite plusieurs
      *                 fois ne recoit qu'un pli ; les clients d'un
      *                 meme foyer (meme voie, code postal et commune)
      *                 sont regroupes sur une seule etiquette. Les
      *                 etiquettes (etiquettes.dat, 4 lignes de 38
      *                 caracteres) sont triees par code postal et
      *                 commune, numerotees, avec le departement de
      *                 depot ; le bordereau depeti.lis donne le
      *                 nombre de plis par liasse departementale et le
      *                 total du depot.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***** Liste des destinataires, selon le parametre d'appel ********
           SELECT FIC-SOURCE ASSIGN TO WS-NOM-SOURCE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-ADRESSE ASSIGN TO 'adresses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ADRESSE-STATUS.

           SELECT FIC-CONSENT ASSIGN TO 'consentements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS CS-CONSENT-STATUS.

           SELECT FIC-ETIQ ASSIGN TO 'etiquettes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ETIQ-STATUS.

           SELECT FIC-LISTE ASSIGN TO 'depeti.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LISTE-STATUS.

           SELECT FIC-REJET ASSIGN TO 'depeti-rejets.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REJET-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
      ***** Code client en colonnes 1 a 8 (tltcamp.dat, liste), ou    *
      *     ligne du registre du courrier (FCORRESP.cpy).
       FD  FIC-SOURCE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-SOURCE.
              06     SRC-CODE-CLT         PIC X(8).
              06     FILLER               PIC X(124).
           COPY 'FCORRESP.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-ADRESSE
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FADRESSE.cpy'.

       FD  FIC-CONSENT
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSENT.cpy'.

      ***** Une etiquette par pli, dans l'ordre de depot ; ligne 3    *
      *     a blanc quand l'adresse n'a pas de complement.
       FD  FIC-ETIQ
           RECORD CONTAINS 166 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ETIQ.
              06     ETQ-NUMERO           PIC 9(6).
              06     FILLER               PIC X.
              06     ETQ-DEPT             PIC X(3).
              06     FILLER               PIC X.
              06     ETQ-LIGNE1           PIC X(38).
              06     FILLER               PIC X.
              06     ETQ-LIGNE2           PIC X(38).
              06     FILLER               PIC X.
              06     ETQ-LIGNE3           PIC X(38).
              06     FILLER               PIC X.
              06     ETQ-LIGNE4           PIC X(38).

       FD  FIC-LISTE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-LISTE                      PIC X(132).

       FD  FIC-REJET
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-REJET                      PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01           WS-SOURCE-STATUS     PIC X(2).
            88       WS-SOURCE-OK         VALUE 00.
            88       WS-SOURCE-END        VALUE 10.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-ADRESSE-STATUS    PIC X(2).
            88       WS-ADRESSE-OK        VALUE 00.
            88       WS-ADRESSE-END       VALUE 10.
        01           WS-ETIQ-STATUS       PIC X(2).
        01           WS-LISTE-STATUS      PIC X(2).
        01           WS-REJET-STATUS      PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01           WS-EVENEMENT-STAMP   PIC X(6).
        01           WS-BATCH-STATUS      PIC X(2).

      ***** Parametres d'appel ****************************************
        01           WS-CMD-LINE          PIC X(80).
        01           WS-PARM-MODE         PIC X(10).
            88       WS-MODE-CAMPAGNE     VALUE 'CAMPAGNE'.
            88       WS-MODE-COURRIER     VALUE 'COURRIER'.
            88       WS-MODE-LISTE        VALUE 'LISTE'.
        01           WS-PARM-2            PIC X(30).
        01           WS-PARM-3            PIC X(8).
        01           WS-SURPLUS           PIC X(10).
        01           WS-NOM-SOURCE        PIC X(30) VALUE SPACES.
        01           WS-TYPE-DOC          PIC X(8).
        01           WS-LG-TYPE           PIC 9(2).
        01           WS-DATE-DOC          PIC 9(8).

      ***** Clients du fichier maitre *********************************
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CLT-CODE          PIC X(8).
                10  TBL-CLT-NOM           PIC X(20).
                10  TBL-CLT-PRENOM        PIC X(20).

      ***** Adresses des clients **************************************
        01  DATA-ADR.
            05  ADR-LGTH                  PIC 9(5) VALUE 0.
            05  ADR-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON ADR-LGTH
                INDEXED BY IDX-ADR.
                10  TBL-ADR-REC           PIC X(115).

      ***** Clients deja retenus pour l'envoi (un seul pli) ************
        01  DATA-VU.
            05  VU-LGTH                   PIC 9(5) VALUE 0.
            05  VU-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON VU-LGTH
                INDEXED BY IDX-VU.
                10  TBL-VU-CODE           PIC X(8).

      ***** Plis a deposer : cle de tri et de regroupement par foyer **
      ***** (code postal, commune, voie), puis contenu de l'etiquette **
        01  DATA-PLI.
            05  PLI-LGTH                  PIC 9(5) VALUE 0.
            05  PLI-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON PLI-LGTH
                INDEXED BY IDX-PLI.
                10  TBL-PLI-CLE.
                    15  TBL-PLI-CP        PIC X(5).
                    15  TBL-PLI-VILLE     PIC X(25).
                    15  TBL-PLI-VOIE      PIC X(32).
                10  TBL-PLI-NOM           PIC X(38).
                10  TBL-PLI-NOM1          PIC X(20).
                10  TBL-PLI-LIGNE1        PIC X(32).
                10  TBL-PLI-LIGNE2        PIC X(32).
                10  TBL-PLI-DEPT          PIC X(3).
                10  TBL-PLI-NB            PIC 9(3).

        01           WS-SORT-I            PIC 9(5).
        01           WS-SORT-J            PIC 9(5).
        01           WS-SORT-SWAPPED      PIC X(01) VALUE 'N'.
            88       WS-SORT-DID-SWAP     VALUE 'Y'.
        01           WS-SORT-HOLD         PIC X(190).

      ***** Adresse et cle de foyer du destinataire courant ***********
           COPY 'FADRESSE.cpy' REPLACING
               ==REC-ADRESSE==     BY ==WS-ADR-COURANTE==
               ==ADR-CODE-CLT==    BY ==COU-CODE-CLT==
               ==ADR-LIGNE1==      BY ==COU-LIGNE1==
               ==ADR-LIGNE2==      BY ==COU-LIGNE2==
               ==ADR-CODE-POSTAL== BY ==COU-CODE-POSTAL==
               ==ADR-VILLE==       BY ==COU-VILLE==
               ==ADR-DATE-MAJ==    BY ==COU-DATE-MAJ==.
        01  WS-CLE-FOYER.
            05  WS-CLE-CP                 PIC X(5).
            05  WS-CLE-VILLE              PIC X(25).
            05  WS-CLE-VOIE               PIC X(32).
        01  WS-MINUSCULES                 PIC X(28)
            VALUE 'abcdefghijklmnopqrstuvwxyz-'''.
        01  WS-MAJUSCULES                 PIC X(28)
            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
        01  WS-CODE-COURANT               PIC X(8).
        01  WS-MOTIF-REJET                PIC X(40).
        01  WS-NOM-ETIQ                   PIC X(38).
        01  WS-NB-ET                      PIC 9(2).
        01  WS-DEPT-LIASSE                PIC X(3).
        01  WS-CP-PREMIER                 PIC X(5).
        01  WS-CP-DERNIER                 PIC X(5).
        01  WS-NB-LIASSE                  PIC 9(7).
        01  WS-DATE-JOUR                  PIC 9(8).

      ***** Ligne de liasse du bordereau de depot *********************
        01  WS-LIGNE-LIASSE.
            05  FILLER                    PIC X(17)
                VALUE 'LIASSE DEPT      '.
            05  LL-DEPT                   PIC X(3).
            05  FILLER                    PIC X(10) VALUE '   PLIS : '.
            05  LL-NB                     PIC Z(6)9.
            05  FILLER                    PIC X(15)
                VALUE '   CODES DU :  '.
            05  LL-CP-PREMIER             PIC X(5).
            05  FILLER                    PIC X(5)  VALUE ' AU  '.
            05  LL-CP-DERNIER             PIC X(5).
            05  FILLER                    PIC X(65) VALUE SPACES.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-SELECTION               PIC 9(7) VALUE 0.
        01  WS-NB-INCONNUS                PIC 9(7) VALUE 0.
        01  WS-NB-SANS-CONSENT            PIC 9(7) VALUE 0.
        01  WS-NB-INCOMPLETS              PIC 9(7) VALUE 0.
        01  WS-NB-DOUBLONS                PIC 9(7) VALUE 0.
        01  WS-NB-FOYERS                  PIC 9(7) VALUE 0.
        01  WS-NB-PLIS                    PIC 9(7) VALUE 0.
        01  WS-NB-LIASSES                 PIC 9(7) VALUE 0.

           COPY 'CONSENT-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 0100-PARAMETRES-START THRU 0100-PARAMETRES-END.

           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 1000-LOAD-CLIENTS-START THRU 1000-LOAD-CLIENTS-END.
           PERFORM 1200-LOAD-ADRESSE-START THRU 1200-LOAD-ADRESSE-END.
           PERFORM 2000-SELECTION-START    THRU 2000-SELECTION-END.
           PERFORM 3000-SORT-START         THRU 3000-SORT-END.
           PERFORM 4000-EDITION-START      THRU 4000-EDITION-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Lecture des parametres et choix du fichier source *********
       0100-PARAMETRES-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-MODE WS-PARM-2 WS-PARM-3 WS-SURPLUS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-2 WS-PARM-3 WS-SURPLUS
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-MODE-CAMPAGNE AND WS-PARM-2 = SPACES
                   MOVE 'tltcamp.dat'        TO WS-NOM-SOURCE
               WHEN WS-MODE-COURRIER AND WS-PARM-2 NOT = SPACES
                   AND WS-SURPLUS = SPACES
                   MOVE 'correspondance.dat' TO WS-NOM-SOURCE
                   MOVE WS-PARM-2            TO WS-TYPE-DOC
                   MOVE 0 TO WS-LG-TYPE
                   INSPECT WS-TYPE-DOC TALLYING WS-LG-TYPE
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE WS-DATE-JOUR TO WS-DATE-DOC
                   IF WS-PARM-3 NOT = SPACES
                       IF WS-PARM-3 IS NOT NUMERIC
                           DISPLAY 'DATE INVALIDE : ' WS-PARM-3
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-3 TO WS-DATE-DOC
                   END-IF
               WHEN WS-MODE-LISTE AND WS-PARM-2 NOT = SPACES
                   AND WS-PARM-3 = SPACES
                   MOVE WS-PARM-2            TO WS-NOM-SOURCE
               WHEN OTHER
                   DISPLAY 'USAGE: depeti CAMPAGNE'
                   DISPLAY '       depeti COURRIER <type> [<date>]'
                   DISPLAY '       depeti LISTE <fichier>'
                   STOP RUN
           END-EVALUATE.
       0100-PARAMETRES-END.
           EXIT.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'depeti'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-PLIS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Noms des clients du fichier maitre en table memoire *******
       1000-LOAD-CLIENTS-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-CLIENTS-LOOP-START
               THRU 1100-LOAD-CLIENTS-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1000-LOAD-CLIENTS-END.
           EXIT.

       1100-LOAD-CLIENTS-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CLT-CODE(IDX-CLIENT)
                       MOVE NOM-CLT    TO TBL-CLT-NOM(IDX-CLIENT)
                       MOVE PRENOM-CLT TO TBL-CLT-PRENOM(IDX-CLIENT)
                   END-IF
           END-READ.
       1100-LOAD-CLIENTS-LOOP-END.
           EXIT.

      ***** Adresses des clients en table ; sans fichier, tous les   **
      ***** destinataires partent en rejet                           **
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
                       MOVE REC-ADRESSE TO TBL-ADR-REC(IDX-ADR)
                   END-IF
           END-READ.
       1300-LOAD-ADRESSE-LOOP-END.
           EXIT.

      ***** Lecture de la liste des destinataires *********************
       2000-SELECTION-START.
           OPEN INPUT FIC-SOURCE.
           IF NOT WS-SOURCE-OK
               DISPLAY 'FICHIER ' WS-NOM-SOURCE ' ABSENT '
                   '(STATUT ' WS-SOURCE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-REJET.
           MOVE SPACES TO REC-REJET.
           STRING 'DESTINATAIRES ECARTES DE L''ENVOI DU '
               WS-DATE-JOUR ' (SOURCE ' WS-NOM-SOURCE ')'
               DELIMITED BY SIZE INTO REC-REJET.
           WRITE REC-REJET.
           PERFORM 2100-SELECTION-LOOP-START
               THRU 2100-SELECTION-LOOP-END
               UNTIL WS-SOURCE-END.
           CLOSE FIC-SOURCE.
           CLOSE FIC-REJET.
       2000-SELECTION-END.
           EXIT.

       2100-SELECTION-LOOP-START.
           READ FIC-SOURCE
               AT END
                   MOVE '10' TO WS-SOURCE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2150-FILTRE-START THRU 2150-FILTRE-END
           END-READ.
       2100-SELECTION-LOOP-END.
           EXIT.

      ***** Ligne retenue ? Code client du destinataire dans          *
      ***** WS-CODE-COURANT                                           *
       2150-FILTRE-START.
           IF WS-MODE-COURRIER
               IF COR-TYPE-DOC(1:WS-LG-TYPE) NOT =
                       WS-TYPE-DOC(1:WS-LG-TYPE)
                   OR COR-DATE NOT = WS-DATE-DOC
                   GO TO 2150-FILTRE-END
               END-IF
               MOVE COR-CODE-CLT TO WS-CODE-COURANT
           ELSE
               MOVE SRC-CODE-CLT TO WS-CODE-COURANT
           END-IF.
           IF WS-CODE-COURANT = SPACES
               GO TO 2150-FILTRE-END
           END-IF.
           ADD 1 TO WS-NB-SELECTION.
           PERFORM 2200-DESTINATAIRE-START
               THRU 2200-DESTINATAIRE-END.
       2150-FILTRE-END.
           EXIT.

      ***** Controle du destinataire et ajout a l'envoi ***************
       2200-DESTINATAIRE-START.
           IF VU-LGTH > 0
               SET IDX-VU TO 1
               SEARCH VU-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-VU-CODE(IDX-VU) = WS-CODE-COURANT
                       ADD 1 TO WS-NB-DOUBLONS
                       GO TO 2200-DESTINATAIRE-END
               END-SEARCH
           END-IF.

           IF CLIENT-LGTH = 0
               ADD 1 TO WS-NB-INCONNUS
               MOVE 'CLIENT ABSENT DE fichierclient.txt'
                   TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-DESTINATAIRE-END
           END-IF.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   ADD 1 TO WS-NB-INCONNUS
                   MOVE 'CLIENT ABSENT DE fichierclient.txt'
                       TO WS-MOTIF-REJET
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2200-DESTINATAIRE-END
               WHEN TBL-CLT-CODE(IDX-CLIENT) = WS-CODE-COURANT
                   CONTINUE
           END-SEARCH.

           IF WS-MODE-CAMPAGNE
               MOVE WS-CODE-COURANT TO CS-CODE-CLT
               MOVE 'POSTE'         TO CS-CANAL
               PERFORM 9910-CONSENTEMENT-START
                   THRU 9910-CONSENTEMENT-END
               IF NOT CS-CONSENTI
                   ADD 1 TO WS-NB-SANS-CONSENT
                   GO TO 2200-DESTINATAIRE-END
               END-IF
           END-IF.

           MOVE SPACES TO WS-ADR-COURANTE.
           IF ADR-LGTH > 0
               SET IDX-ADR TO 1
               SEARCH ADR-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-ADR-REC(IDX-ADR)(1:8) = WS-CODE-COURANT
                       MOVE TBL-ADR-REC(IDX-ADR) TO WS-ADR-COURANTE
               END-SEARCH
           END-IF.
           IF COU-CODE-CLT = SPACES
               ADD 1 TO WS-NB-INCOMPLETS
               MOVE 'AUCUNE ADRESSE DANS adresses.dat'
                   TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-DESTINATAIRE-END
           END-IF.
           IF COU-LIGNE1 = SPACES OR COU-VILLE = SPACES
               OR COU-CODE-POSTAL IS NOT NUMERIC
               ADD 1 TO WS-NB-INCOMPLETS
               MOVE 'ADRESSE INCOMPLETE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-DESTINATAIRE-END
           END-IF.

           IF VU-LGTH < 20000
               SET VU-LGTH UP BY 1
               SET IDX-VU TO VU-LGTH
               MOVE WS-CODE-COURANT TO TBL-VU-CODE(IDX-VU)
           END-IF.
           PERFORM 2300-FOYER-START THRU 2300-FOYER-END.
       2200-DESTINATAIRE-END.
           EXIT.

      ***** Regroupement par foyer : meme voie, code postal et        *
      ***** commune (majuscules, sans tirets ni apostrophes)          *
       2300-FOYER-START.
           MOVE COU-CODE-POSTAL TO WS-CLE-CP.
           MOVE COU-VILLE       TO WS-CLE-VILLE.
           MOVE COU-LIGNE1      TO WS-CLE-VOIE.
           INSPECT WS-CLE-FOYER
               CONVERTING WS-MINUSCULES TO WS-MAJUSCULES.

           IF PLI-LGTH > 0
               SET IDX-PLI TO 1
               SEARCH PLI-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-PLI-CLE(IDX-PLI) = WS-CLE-FOYER
                       ADD 1 TO WS-NB-FOYERS
                       ADD 1 TO TBL-PLI-NB(IDX-PLI)
                       PERFORM 2310-NOM-FOYER-START
                           THRU 2310-NOM-FOYER-END
                       GO TO 2300-FOYER-END
               END-SEARCH
           END-IF.

           IF PLI-LGTH NOT < 20000
               DISPLAY 'TABLE DES PLIS PLEINE (20000), ARRET'
               STOP RUN
           END-IF.
           SET PLI-LGTH UP BY 1.
           SET IDX-PLI TO PLI-LGTH.
           MOVE WS-CLE-FOYER TO TBL-PLI-CLE(IDX-PLI).
           MOVE SPACES TO WS-NOM-ETIQ.
           STRING TBL-CLT-NOM(IDX-CLIENT)    DELIMITED BY '  '
                  ' '                        DELIMITED BY SIZE
                  TBL-CLT-PRENOM(IDX-CLIENT) DELIMITED BY '  '
                  INTO WS-NOM-ETIQ
           END-STRING.
           MOVE WS-NOM-ETIQ             TO TBL-PLI-NOM(IDX-PLI).
           MOVE TBL-CLT-NOM(IDX-CLIENT) TO TBL-PLI-NOM1(IDX-PLI).
           MOVE COU-LIGNE1              TO TBL-PLI-LIGNE1(IDX-PLI).
           MOVE COU-LIGNE2              TO TBL-PLI-LIGNE2(IDX-PLI).
           MOVE 1                       TO TBL-PLI-NB(IDX-PLI).
           IF COU-CODE-POSTAL(1:2) = '97' OR COU-CODE-POSTAL(1:2) = '98'
               MOVE COU-CODE-POSTAL(1:3) TO TBL-PLI-DEPT(IDX-PLI)
           ELSE
               IF COU-CODE-POSTAL(1:2) = '20'
                   IF COU-CODE-POSTAL(3:1) < '2'
                       MOVE '2A' TO TBL-PLI-DEPT(IDX-PLI)
                   ELSE
                       MOVE '2B' TO TBL-PLI-DEPT(IDX-PLI)
                   END-IF
               ELSE
                   MOVE COU-CODE-POSTAL(1:2) TO TBL-PLI-DEPT(IDX-PLI)
               END-IF
           END-IF.
       2300-FOYER-END.
           EXIT.

      ***** Nom porte par l'etiquette d'un foyer : FAMILLE <nom> si  **
      ***** tous portent le meme nom, sinon <nom1> ET <nom2>          **
       2310-NOM-FOYER-START.
           MOVE 0 TO WS-NB-ET.
           INSPECT TBL-PLI-NOM(IDX-PLI) TALLYING WS-NB-ET
               FOR ALL ' ET '.
           IF WS-NB-ET > 0
               GO TO 2310-NOM-FOYER-END
           END-IF.
           MOVE SPACES TO WS-NOM-ETIQ.
           IF TBL-CLT-NOM(IDX-CLIENT) = TBL-PLI-NOM1(IDX-PLI)
               STRING 'FAMILLE '              DELIMITED BY SIZE
                      TBL-PLI-NOM1(IDX-PLI)   DELIMITED BY '  '
                      INTO WS-NOM-ETIQ
               END-STRING
           ELSE
               STRING TBL-PLI-NOM1(IDX-PLI)   DELIMITED BY '  '
                      ' ET '                  DELIMITED BY SIZE
                      TBL-CLT-NOM(IDX-CLIENT) DELIMITED BY '  '
                      INTO WS-NOM-ETIQ
               END-STRING
           END-IF.
           MOVE WS-NOM-ETIQ TO TBL-PLI-NOM(IDX-PLI).
       2310-NOM-FOYER-END.
           EXIT.

      ***** Destinataire ecarte : ligne dans depeti-rejets.lis ********
       2900-REJET-START.
           MOVE SPACES TO REC-REJET.
           STRING 'CLIENT '          DELIMITED BY SIZE
                  WS-CODE-COURANT    DELIMITED BY SIZE
                  ' : '              DELIMITED BY SIZE
                  WS-MOTIF-REJET     DELIMITED BY SIZE
                  INTO REC-REJET
           END-STRING.
           WRITE REC-REJET.
       2900-REJET-END.
           EXIT.

      ***** Tri des plis par code postal, commune et voie *************
       3000-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 3010-SORT-PASS-START
               THRU 3010-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= PLI-LGTH
               OR NOT WS-SORT-DID-SWAP.
       3000-SORT-END.
           EXIT.

       3010-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 3020-SORT-COMPARE-START
               THRU 3020-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (PLI-LGTH - WS-SORT-I + 1).
       3010-SORT-PASS-END.
           EXIT.

       3020-SORT-COMPARE-START.
           SET IDX-PLI TO WS-SORT-J.
           IF TBL-PLI-CLE(IDX-PLI) > TBL-PLI-CLE(IDX-PLI + 1)
               MOVE PLI-TBL(IDX-PLI)     TO WS-SORT-HOLD
               MOVE PLI-TBL(IDX-PLI + 1) TO PLI-TBL(IDX-PLI)
               MOVE WS-SORT-HOLD         TO PLI-TBL(IDX-PLI + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       3020-SORT-COMPARE-END.
           EXIT.

      ***** Etiquettes dans l'ordre de depot et bordereau par liasse **
       4000-EDITION-START.
           OPEN OUTPUT FIC-ETIQ.
           OPEN OUTPUT FIC-LISTE.
           MOVE SPACES TO REC-LISTE.
           STRING 'BORDEREAU DE DEPOT DU ' WS-DATE-JOUR
               ' - ENVOI ' WS-PARM-MODE ' ' WS-PARM-2
               DELIMITED BY SIZE INTO REC-LISTE.
           WRITE REC-LISTE.
           MOVE SPACES TO REC-LISTE.
           WRITE REC-LISTE.

           MOVE SPACES TO WS-DEPT-LIASSE.
           MOVE 0 TO WS-NB-LIASSE.
           PERFORM 4100-ETIQUETTE-START
               THRU 4100-ETIQUETTE-END
               VARYING IDX-PLI FROM 1 BY 1
               UNTIL IDX-PLI > PLI-LGTH.
           IF WS-NB-LIASSE > 0
               PERFORM 4200-LIASSE-START THRU 4200-LIASSE-END
           END-IF.

           MOVE SPACES TO REC-LISTE.
           WRITE REC-LISTE.
           MOVE SPACES TO REC-LISTE.
           STRING 'TOTAL DU DEPOT : ' WS-NB-PLIS ' PLIS EN '
               WS-NB-LIASSES ' LIASSES'
               DELIMITED BY SIZE INTO REC-LISTE.
           WRITE REC-LISTE.
           CLOSE FIC-ETIQ.
           CLOSE FIC-LISTE.
       4000-EDITION-END.
           EXIT.

       4100-ETIQUETTE-START.
           IF TBL-PLI-DEPT(IDX-PLI) NOT = WS-DEPT-LIASSE
               IF WS-NB-LIASSE > 0
                   PERFORM 4200-LIASSE-START THRU 4200-LIASSE-END
               END-IF
               MOVE TBL-PLI-DEPT(IDX-PLI) TO WS-DEPT-LIASSE
               MOVE TBL-PLI-CP(IDX-PLI)   TO WS-CP-PREMIER
               MOVE 0 TO WS-NB-LIASSE
           END-IF.
           ADD 1 TO WS-NB-LIASSE.
           ADD 1 TO WS-NB-PLIS.
           MOVE TBL-PLI-CP(IDX-PLI) TO WS-CP-DERNIER.

           MOVE SPACES TO REC-ETIQ.
           MOVE WS-NB-PLIS             TO ETQ-NUMERO.
           MOVE TBL-PLI-DEPT(IDX-PLI)  TO ETQ-DEPT.
           MOVE TBL-PLI-NOM(IDX-PLI)   TO ETQ-LIGNE1.
           MOVE TBL-PLI-LIGNE1(IDX-PLI) TO ETQ-LIGNE2.
           IF TBL-PLI-LIGNE2(IDX-PLI) = SPACES
               STRING TBL-PLI-CP(IDX-PLI)    DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      TBL-PLI-VILLE(IDX-PLI) DELIMITED BY SIZE
                      INTO ETQ-LIGNE3
               END-STRING
           ELSE
               MOVE TBL-PLI-LIGNE2(IDX-PLI) TO ETQ-LIGNE3
               STRING TBL-PLI-CP(IDX-PLI)    DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      TBL-PLI-VILLE(IDX-PLI) DELIMITED BY SIZE
                      INTO ETQ-LIGNE4
               END-STRING
           END-IF.
           WRITE REC-ETIQ.
       4100-ETIQUETTE-END.
           EXIT.

      ***** Rupture de liasse : ligne du bordereau ********************
       4200-LIASSE-START.
           ADD 1 TO WS-NB-LIASSES.
           MOVE WS-DEPT-LIASSE TO LL-DEPT.
           MOVE WS-NB-LIASSE   TO LL-NB.
           MOVE WS-CP-PREMIER  TO LL-CP-PREMIER.
           MOVE WS-CP-DERNIER  TO LL-CP-DERNIER.
           MOVE WS-LIGNE-LIASSE TO REC-LISTE.
           WRITE REC-LISTE.
       4200-LIASSE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'LIGNES LUES           : ' WS-NB-LUS
               ' (' WS-NOM-SOURCE ')'.
           DISPLAY 'DESTINATAIRES RETENUS : ' WS-NB-SELECTION.
           DISPLAY 'CITES PLUSIEURS FOIS  : ' WS-NB-DOUBLONS.
           DISPLAY 'CLIENTS INCONNUS      : ' WS-NB-INCONNUS.
           IF WS-MODE-CAMPAGNE
               DISPLAY 'SANS CONSENTEMENT     : ' WS-NB-SANS-CONSENT
           END-IF.
           DISPLAY 'ADRESSES INCOMPLETES  : ' WS-NB-INCOMPLETS
               ' (depeti-rejets.lis)'.
           DISPLAY 'REGROUPES PAR FOYER   : ' WS-NB-FOYERS.
           DISPLAY 'PLIS A DEPOSER        : ' WS-NB-PLIS
               ' (etiquettes.dat)'.
           DISPLAY 'LIASSES               : ' WS-NB-LIASSES
               ' (depeti.lis)'.
       9000-TERM-END.
           EXIT.

           COPY 'CONSENT.cpy'.
