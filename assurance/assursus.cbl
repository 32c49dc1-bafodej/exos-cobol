       IDENTIFICATION DIVISION.
       PROGRAM-ID. assursus.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Filtrage nocturne des activites
      *                 suspectes sur les mouvements de polices : une
      *                 liste de regles parametrable
      *                 (assursus-regles.txt : code, actif O/N, delai
      *                 en jours, seuil, score, libelle ; regles a leur
      *                 valeur par defaut sans fichier ou pour un code
      *                 absent) est appliquee au journal des mouvements
      *                 appliques (assumaj.jnl, tenu par assurmnt.cbl),
      *                 au journal des transferts de portefeuille
      *                 (assurtrf.jnl) et a l'etat des relances
      *                 (relances.dat) :
      *                   TRFRET  transfert suivi d'un retablissement
      *                           'R' du contrat sous DELAI jours ;
      *                   RELRET  retablissement sous DELAI jours
      *                           apres la mise en demeure (niveau 3) ;
      *                   AVBAIS  au moins SEUIL avenants 'V' en baisse
      *                           de prime sur un meme contrat en DELAI
      *                           jours ;
      *                   APPANN  au moins SEUIL contrats d'un meme
      *                           apporteur supprimes moins de DELAI
      *                           jours apres la souscription (debut
      *                           du terme, echeance reculee d'un an).
      *                 Seuls les faits declencheurs des WS-NB-JOURS-
      *                 ANALYSE derniers jours (parametre, 90 par
      *                 defaut) ouvrent un cas. Chaque cas recoit le
      *                 score de sa regle ; assursus.lis les liste par
      *                 score cumule de la cle (contrat ou apporteur)
      *                 decroissant, avec un recapitulatif par regle,
      *                 et chaque cas part dans le fichier commun
      *                 exceptions.dat (code = code de la regle) pour
      *                 suivre le cycle de vie normal des exceptions.
      *    2026-10-15  RELRET : la date de mise en demeure est prise
      *                 dans le registre du courrier sortant
      *                 (correspondance.dat, lettres RELANCE3) et non
      *                 plus dans relances.dat, reecrit a chaque passage
      *                 d'assurrel : un contrat regularise puis retabli
      *                 n'y figure plus. La mise en demeure retenue est
      *                 la derniere envoyee avant le retablissement.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***** Regles de filtrage (facultatif) ******************************
           SELECT FIC-REGLE ASSIGN TO 'assursus-regles.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REGLE-STATUS.

           SELECT FIC-MVTJNL ASSIGN TO 'assumaj.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MVTJNL-STATUS.

           SELECT FIC-TRFJNL ASSIGN TO 'assurtrf.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-TRFJNL-STATUS.

           SELECT FIC-CORRESP ASSIGN TO 'correspondance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assursus.lis'
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
       FD  FIC-REGLE
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
        01 REC-REGLE.
           05  RGL-CODE                  PIC X(6).
           05  FILLER                    PIC X(1).
           05  RGL-ACTIF                 PIC X(1).
           05  FILLER                    PIC X(1).
           05  RGL-DELAI                 PIC 9(3).
           05  FILLER                    PIC X(1).
           05  RGL-SEUIL                 PIC 9(3).
           05  FILLER                    PIC X(1).
           05  RGL-SCORE                 PIC 9(3).
           05  FILLER                    PIC X(1).
           05  RGL-LIBELLE               PIC X(40).

       FD  FIC-MVTJNL
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMVTJNL.cpy'.

      ***** Journal des transferts d'assurtrf (meme format) *************
       FD  FIC-TRFJNL
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
        01 REC-JOURNAL.
              06     JNL-DATE             PIC 9(8).
              06     FILLER               PIC X.
              06     JNL-NUM-CONTRAT      PIC X(8).
              06     FILLER               PIC X.
              06     JNL-ANCIEN           PIC X(8).
              06     JNL-FLECHE           PIC X(4).
              06     JNL-NOUVEAU          PIC X(8).

      ***** Registre du courrier sortant (lettres de relance) ***********
       FD  FIC-CORRESP
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCORRESP.cpy'.

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
        01  WS-REGLE-STATUS               PIC X(2).
            88  WS-REGLE-OK               VALUE 00.
            88  WS-REGLE-END              VALUE 10.
        01  WS-MVTJNL-STATUS              PIC X(2).
            88  WS-MVTJNL-OK              VALUE 00.
            88  WS-MVTJNL-END             VALUE 10.
        01  WS-TRFJNL-STATUS              PIC X(2).
            88  WS-TRFJNL-OK              VALUE 00.
            88  WS-TRFJNL-END             VALUE 10.
        01  WS-CORRESP-STATUS             PIC X(2).
            88  WS-CORRESP-OK             VALUE 00.
            88  WS-CORRESP-END            VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Parametre : profondeur d'analyse en jours *****************
        01  WS-CMD-LINE                   PIC X(20) VALUE SPACES.
        01  WS-PARAM-JOURS                PIC X(3)  VALUE SPACES.
        01  WS-NB-JOURS-ANALYSE           PIC 9(3)  VALUE 90.
        01  WS-DATE-JOUR                  PIC 9(8)  VALUE 0.
        01  WS-DATE-DEBUT                 PIC 9(8)  VALUE 0.

      ***** Regles de filtrage : valeurs par defaut posees en 1000, ***
      *     remplacees code par code par assursus-regles.txt.
        01  DATA-REGLE.
            05  REGLE-LGTH                PIC 9(2) VALUE 4.
            05  REGLE-TBL
                OCCURS 1 TO 10 TIMES
                DEPENDING ON REGLE-LGTH
                INDEXED BY IDX-REGLE.
                10  TBL-RGL-CODE          PIC X(6).
                10  TBL-RGL-ACTIF         PIC X(1).
                10  TBL-RGL-DELAI         PIC 9(3).
                10  TBL-RGL-SEUIL         PIC 9(3).
                10  TBL-RGL-SCORE         PIC 9(3).
                10  TBL-RGL-LIBELLE       PIC X(40).
                10  TBL-RGL-NB-CAS        PIC 9(5).
        01  WS-NB-REGLES-INCONNUES        PIC 9(3) VALUE 0.

      ***** Journal des mouvements appliques charge en memoire *********
        01  DATA-MVTJ.
            05  MVTJ-LGTH                 PIC 9(5) VALUE 0.
            05  MVTJ-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MVTJ-LGTH
                INDEXED BY IDX-MVTJ.
                10  TBL-MJ-DATE           PIC 9(8).
                10  TBL-MJ-ACTION         PIC X(1).
                10  TBL-MJ-CONTRAT        PIC X(8).
                10  TBL-MJ-APPORTEUR      PIC X(8).
                10  TBL-MJ-ANCIENNE       PIC 9(8)V99.
                10  TBL-MJ-NOUVELLE       PIC 9(8)V99.
                10  TBL-MJ-ECHEANCE       PIC 9(8).

      ***** Transferts de portefeuille : date et contrat ***************
        01  DATA-TRF.
            05  TRF-LGTH                  PIC 9(5) VALUE 0.
            05  TRF-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON TRF-LGTH
                INDEXED BY IDX-TRF.
                10  TBL-TRF-DATE          PIC 9(8).
                10  TBL-TRF-CONTRAT       PIC X(8).

      ***** Mises en demeure envoyees : contrat, date de la lettre *****
        01  DATA-DEMEURE.
            05  DEM-LGTH                  PIC 9(5) VALUE 0.
            05  DEM-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON DEM-LGTH
                INDEXED BY IDX-DEM.
                10  TBL-DEM-CONTRAT       PIC X(8).
                10  TBL-DEM-DATE          PIC 9(8).
        01  WS-DATE-DEMEURE               PIC 9(8) VALUE 0.

      ***** Suppressions precoces cumulees par apporteur ***************
        01  DATA-APPORTEUR.
            05  APP-LGTH                  PIC 9(4) VALUE 0.
            05  APP-TBL
                OCCURS 1 TO 2000 TIMES
                DEPENDING ON APP-LGTH
                INDEXED BY IDX-APP.
                10  TBL-APP-CODE          PIC X(8).
                10  TBL-APP-NB            PIC 9(5).
                10  TBL-APP-NB-RECENT     PIC 9(5).
                10  TBL-APP-DATE          PIC 9(8).

      ***** Cas ouverts, tries par score cumule de la cle **************
        01  DATA-CAS.
            05  CAS-LGTH                  PIC 9(4) VALUE 0.
            05  CAS-TBL
                OCCURS 1 TO 2000 TIMES
                DEPENDING ON CAS-LGTH
                INDEXED BY IDX-CAS.
                10  TBL-CAS-CUMUL         PIC 9(5).
                10  TBL-CAS-CLE           PIC X(18).
                10  TBL-CAS-SCORE         PIC 9(3).
                10  TBL-CAS-REGLE         PIC X(6).
                10  TBL-CAS-DATE          PIC 9(8).
                10  TBL-CAS-DESC          PIC X(60).
        01  WS-NB-CAS-PERDUS              PIC 9(5) VALUE 0.

      ***** Tri a bulles des cas : cumul decroissant, cle, regle *******
        01  WS-SORT-HOLD                  PIC X(100).
        01  WS-SORT-I                     PIC 9(5) VALUE 0.
        01  WS-SORT-J                     PIC 9(5) VALUE 0.
        01  WS-SORT-SWAPPED               PIC X(1) VALUE 'O'.
            88  WS-SORT-DID-SWAP          VALUE 'O'.

      ***** Cas en cours de constitution ********************************
        01  WS-CAS-REGLE                  PIC X(6).
        01  WS-CAS-CLE                    PIC X(18).
        01  WS-CAS-DATE                   PIC 9(8).
        01  WS-CAS-DESC                   PIC X(60).
        01  WS-CAS-SCORE                  PIC 9(3).

      ***** Regle courante et zones de travail des controles ***********
        01  WS-RGL-ACTIVE                 PIC X(1).
            88  WS-RGL-EST-ACTIVE         VALUE 'O'.
        01  WS-RGL-DELAI                  PIC 9(3) VALUE 0.
        01  WS-RGL-SEUIL                  PIC 9(3) VALUE 0.
        01  WS-I                          PIC 9(5) VALUE 0.
        01  WS-J                          PIC 9(5) VALUE 0.
        01  WS-NB-BAISSES                 PIC 9(5) VALUE 0.
        01  WS-EDIT-DATE-1                PIC 9(8).
        01  WS-EDIT-DATE-2                PIC 9(8).
        01  WS-EDIT-NB                    PIC Z(4)9.
        01  WS-SOUSCRIPTION.
            05  WS-SOUS-ANNEE             PIC 9(4).
            05  WS-SOUS-MMJJ              PIC 9(4).
        01  WS-NB-MVTJ-IGNORES            PIC 9(7) VALUE 0.

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-ENTETE.
            05  FILLER                    PIC X(7)  VALUE ' CUMUL'.
            05  FILLER                    PIC X(20) VALUE 'CLE'.
            05  FILLER                    PIC X(8)  VALUE 'REGLE'.
            05  FILLER                    PIC X(7)  VALUE 'SCORE'.
            05  FILLER                    PIC X(10) VALUE 'DATE'.
            05  FILLER                    PIC X(11) VALUE 'DESCRIPTION'.

        01  WS-EDIT-LIGNE.
            05  WS-EDIT-CUMUL             PIC Z(4)9.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-CLE               PIC X(18).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-REGLE             PIC X(6).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-SCORE             PIC ZZ9.
            05  FILLER                    PIC X(4) VALUE SPACES.
            05  WS-EDIT-DATE              PIC 9(8).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-DESC              PIC X(60).

        01  WS-EDIT-RECAP.
            05  WS-EDIT-RC-CODE           PIC X(6).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-RC-LIBELLE        PIC X(40).
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-RC-ACTIF          PIC X(8).
            05  FILLER                    PIC X(7) VALUE ' DELAI:'.
            05  WS-EDIT-RC-DELAI          PIC ZZ9.
            05  FILLER                    PIC X(7) VALUE ' SEUIL:'.
            05  WS-EDIT-RC-SEUIL          PIC ZZ9.
            05  FILLER                    PIC X(7) VALUE ' SCORE:'.
            05  WS-EDIT-RC-SCORE          PIC ZZ9.
            05  FILLER                    PIC X(6) VALUE ' CAS:'.
            05  WS-EDIT-RC-NB             PIC Z(4)9.

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARAM-JOURS
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-PARAM-JOURS(1:1) IS NUMERIC
                   AND WS-PARAM-JOURS(2:2) = SPACES
                   MOVE WS-PARAM-JOURS(1:1) TO WS-NB-JOURS-ANALYSE
               WHEN WS-PARAM-JOURS(1:2) IS NUMERIC
                   AND WS-PARAM-JOURS(3:1) = SPACE
                   MOVE WS-PARAM-JOURS(1:2) TO WS-NB-JOURS-ANALYSE
               WHEN WS-PARAM-JOURS IS NUMERIC
                   MOVE WS-PARAM-JOURS TO WS-NB-JOURS-ANALYSE
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO DU-DATE-1.
           COMPUTE DU-NB-JOURS = 0 - WS-NB-JOURS-ANALYSE.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-DATE-DEBUT.

           PERFORM 1000-LOAD-REGLE-START  THRU 1000-LOAD-REGLE-END.
           PERFORM 1200-LOAD-MVTJ-START   THRU 1200-LOAD-MVTJ-END.
           PERFORM 1400-LOAD-TRF-START    THRU 1400-LOAD-TRF-END.
           PERFORM 1600-LOAD-DEMEURE-START
               THRU 1600-LOAD-DEMEURE-END.

           PERFORM 2000-TRFRET-START      THRU 2000-TRFRET-END.
           PERFORM 2200-RELRET-START      THRU 2200-RELRET-END.
           PERFORM 2400-AVBAIS-START      THRU 2400-AVBAIS-END.
           PERFORM 2600-APPANN-START      THRU 2600-APPANN-END.

           PERFORM 3000-CUMUL-CLE-START   THRU 3000-CUMUL-CLE-END.
           PERFORM 3500-SORT-START        THRU 3500-SORT-END.
           PERFORM 4000-RAPPORT-START     THRU 4000-RAPPORT-END.
           PERFORM 4500-EXCEPTIONS-START  THRU 4500-EXCEPTIONS-END.
           PERFORM 9000-TERM-START        THRU 9000-TERM-END.

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
           MOVE 'assursus'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE MVTJ-LGTH TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Regles par defaut, puis surcharge par le fichier des *******
      ***** regles quand il existe (un code inconnu est ignore)  *******
       1000-LOAD-REGLE-START.
           MOVE 4 TO REGLE-LGTH.
           MOVE 'TRFRET' TO TBL-RGL-CODE(1).
           MOVE 'O'      TO TBL-RGL-ACTIF(1).
           MOVE 30       TO TBL-RGL-DELAI(1).
           MOVE 1        TO TBL-RGL-SEUIL(1).
           MOVE 50       TO TBL-RGL-SCORE(1).
           MOVE 'TRANSFERT SUIVI D''UN RETABLISSEMENT'
               TO TBL-RGL-LIBELLE(1).
           MOVE 'RELRET' TO TBL-RGL-CODE(2).
           MOVE 'O'      TO TBL-RGL-ACTIF(2).
           MOVE 30       TO TBL-RGL-DELAI(2).
           MOVE 1        TO TBL-RGL-SEUIL(2).
           MOVE 40       TO TBL-RGL-SCORE(2).
           MOVE 'RETABLISSEMENT APRES MISE EN DEMEURE'
               TO TBL-RGL-LIBELLE(2).
           MOVE 'AVBAIS' TO TBL-RGL-CODE(3).
           MOVE 'O'      TO TBL-RGL-ACTIF(3).
           MOVE 365      TO TBL-RGL-DELAI(3).
           MOVE 2        TO TBL-RGL-SEUIL(3).
           MOVE 30       TO TBL-RGL-SCORE(3).
           MOVE 'AVENANTS REPETES EN BAISSE DE PRIME'
               TO TBL-RGL-LIBELLE(3).
           MOVE 'APPANN' TO TBL-RGL-CODE(4).
           MOVE 'O'      TO TBL-RGL-ACTIF(4).
           MOVE 180      TO TBL-RGL-DELAI(4).
           MOVE 3        TO TBL-RGL-SEUIL(4).
           MOVE 60       TO TBL-RGL-SCORE(4).
           MOVE 'APPORTEUR : SUPPRESSIONS PRECOCES'
               TO TBL-RGL-LIBELLE(4).
           PERFORM 1050-RAZ-NB-CAS-START
               THRU 1050-RAZ-NB-CAS-END
               VARYING IDX-REGLE FROM 1 BY 1
               UNTIL IDX-REGLE > REGLE-LGTH.

           OPEN INPUT FIC-REGLE.
           IF NOT WS-REGLE-OK
               GO TO 1000-LOAD-REGLE-END
           END-IF.
           PERFORM 1100-LOAD-REGLE-LOOP-START
               THRU 1100-LOAD-REGLE-LOOP-END
               UNTIL WS-REGLE-END.
           CLOSE FIC-REGLE.
       1000-LOAD-REGLE-END.
           EXIT.

       1050-RAZ-NB-CAS-START.
           MOVE 0 TO TBL-RGL-NB-CAS(IDX-REGLE).
       1050-RAZ-NB-CAS-END.
           EXIT.

       1100-LOAD-REGLE-LOOP-START.
           READ FIC-REGLE
               AT END
                   MOVE '10' TO WS-REGLE-STATUS
               NOT AT END
                   SET IDX-REGLE TO 1
                   SEARCH REGLE-TBL
                       AT END
                           ADD 1 TO WS-NB-REGLES-INCONNUES
                       WHEN TBL-RGL-CODE(IDX-REGLE) = RGL-CODE
                           PERFORM 1150-SURCHARGE-REGLE-START
                               THRU 1150-SURCHARGE-REGLE-END
                   END-SEARCH
           END-READ.
       1100-LOAD-REGLE-LOOP-END.
           EXIT.

      *    Une zone non numerique garde la valeur par defaut.
       1150-SURCHARGE-REGLE-START.
           IF RGL-ACTIF = 'O' OR RGL-ACTIF = 'N'
               MOVE RGL-ACTIF TO TBL-RGL-ACTIF(IDX-REGLE)
           END-IF.
           IF RGL-DELAI IS NUMERIC
               MOVE RGL-DELAI TO TBL-RGL-DELAI(IDX-REGLE)
           END-IF.
           IF RGL-SEUIL IS NUMERIC AND RGL-SEUIL > 0
               MOVE RGL-SEUIL TO TBL-RGL-SEUIL(IDX-REGLE)
           END-IF.
           IF RGL-SCORE IS NUMERIC
               MOVE RGL-SCORE TO TBL-RGL-SCORE(IDX-REGLE)
           END-IF.
           IF RGL-LIBELLE NOT = SPACES
               MOVE RGL-LIBELLE TO TBL-RGL-LIBELLE(IDX-REGLE)
           END-IF.
       1150-SURCHARGE-REGLE-END.
           EXIT.

      ***** Journal des mouvements appliques (absent = aucun cas A/M/ ***
      ***** D/R/V, le controle des transferts reste sans objet)       **
       1200-LOAD-MVTJ-START.
           OPEN INPUT FIC-MVTJNL.
           IF NOT WS-MVTJNL-OK
               GO TO 1200-LOAD-MVTJ-END
           END-IF.
           PERFORM 1300-LOAD-MVTJ-LOOP-START
               THRU 1300-LOAD-MVTJ-LOOP-END
               UNTIL WS-MVTJNL-END.
           CLOSE FIC-MVTJNL.
       1200-LOAD-MVTJ-END.
           EXIT.

       1300-LOAD-MVTJ-LOOP-START.
           READ FIC-MVTJNL
               AT END
                   MOVE '10' TO WS-MVTJNL-STATUS
               NOT AT END
                   IF MVTJ-LGTH < 20000
                       AND MJN-DATE-EFFET IS NUMERIC
                       SET MVTJ-LGTH UP BY 1
                       SET IDX-MVTJ TO MVTJ-LGTH
                       MOVE MJN-DATE-EFFET  TO TBL-MJ-DATE(IDX-MVTJ)
                       MOVE MJN-ACTION      TO TBL-MJ-ACTION(IDX-MVTJ)
                       MOVE MJN-NUM-CONTRAT TO TBL-MJ-CONTRAT(IDX-MVTJ)
                       MOVE MJN-APPORTEUR
                           TO TBL-MJ-APPORTEUR(IDX-MVTJ)
                       MOVE MJN-ANCIENNE-PRIME
                           TO TBL-MJ-ANCIENNE(IDX-MVTJ)
                       MOVE MJN-NOUVELLE-PRIME
                           TO TBL-MJ-NOUVELLE(IDX-MVTJ)
                       IF MJN-DATE-ECHEANCE IS NUMERIC
                           MOVE MJN-DATE-ECHEANCE
                               TO TBL-MJ-ECHEANCE(IDX-MVTJ)
                       ELSE
                           MOVE 0 TO TBL-MJ-ECHEANCE(IDX-MVTJ)
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-MVTJ-IGNORES
                   END-IF
           END-READ.
       1300-LOAD-MVTJ-LOOP-END.
           EXIT.

      ***** Journal des transferts (facultatif) *************************
       1400-LOAD-TRF-START.
           OPEN INPUT FIC-TRFJNL.
           IF NOT WS-TRFJNL-OK
               GO TO 1400-LOAD-TRF-END
           END-IF.
           PERFORM 1500-LOAD-TRF-LOOP-START
               THRU 1500-LOAD-TRF-LOOP-END
               UNTIL WS-TRFJNL-END.
           CLOSE FIC-TRFJNL.
       1400-LOAD-TRF-END.
           EXIT.

       1500-LOAD-TRF-LOOP-START.
           READ FIC-TRFJNL
               AT END
                   MOVE '10' TO WS-TRFJNL-STATUS
               NOT AT END
                   IF TRF-LGTH < 20000
                       AND JNL-DATE IS NUMERIC
                       SET TRF-LGTH UP BY 1
                       SET IDX-TRF TO TRF-LGTH
                       MOVE JNL-DATE        TO TBL-TRF-DATE(IDX-TRF)
                       MOVE JNL-NUM-CONTRAT TO TBL-TRF-CONTRAT(IDX-TRF)
                   END-IF
           END-READ.
       1500-LOAD-TRF-LOOP-END.
           EXIT.

      ***** Mises en demeure du registre du courrier (facultatif) ******
       1600-LOAD-DEMEURE-START.
           OPEN INPUT FIC-CORRESP.
           IF NOT WS-CORRESP-OK
               GO TO 1600-LOAD-DEMEURE-END
           END-IF.
           PERFORM 1700-LOAD-DEMEURE-LOOP-START
               THRU 1700-LOAD-DEMEURE-LOOP-END
               UNTIL WS-CORRESP-END.
           CLOSE FIC-CORRESP.
       1600-LOAD-DEMEURE-END.
           EXIT.

       1700-LOAD-DEMEURE-LOOP-START.
           READ FIC-CORRESP
               AT END
                   MOVE '10' TO WS-CORRESP-STATUS
               NOT AT END
                   IF COR-TYPE-DOC = 'RELANCE3'
                       AND COR-DATE IS NUMERIC
                       PERFORM 1710-RETIENT-DEMEURE-START
                           THRU 1710-RETIENT-DEMEURE-END
                   END-IF
           END-READ.
       1700-LOAD-DEMEURE-LOOP-END.
           EXIT.

       1710-RETIENT-DEMEURE-START.
           IF DEM-LGTH NOT < 20000
               DISPLAY 'TABLE DES MISES EN DEMEURE PLEINE (20000), '
                   'ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET DEM-LGTH UP BY 1.
           SET IDX-DEM TO DEM-LGTH.
           MOVE COR-NUM-CONTRAT TO TBL-DEM-CONTRAT(IDX-DEM).
           MOVE COR-DATE        TO TBL-DEM-DATE(IDX-DEM).
       1710-RETIENT-DEMEURE-END.
           EXIT.

      ***** Parametres de la regle WS-CAS-REGLE : actif, delai, seuil **
      ***** et score ; une regle absente de la table est inactive    **
       1900-REGLE-START.
           MOVE 'N' TO WS-RGL-ACTIVE.
           SET IDX-REGLE TO 1.
           SEARCH REGLE-TBL
               AT END
                   CONTINUE
               WHEN TBL-RGL-CODE(IDX-REGLE) = WS-CAS-REGLE
                   MOVE TBL-RGL-ACTIF(IDX-REGLE) TO WS-RGL-ACTIVE
                   MOVE TBL-RGL-DELAI(IDX-REGLE) TO WS-RGL-DELAI
                   MOVE TBL-RGL-SEUIL(IDX-REGLE) TO WS-RGL-SEUIL
                   MOVE TBL-RGL-SCORE(IDX-REGLE) TO WS-CAS-SCORE
           END-SEARCH.
       1900-REGLE-END.
           EXIT.

      ***** TRFRET : retablissement du contrat dans les DELAI jours ****
      ***** qui suivent un transfert de portefeuille                ****
       2000-TRFRET-START.
           MOVE 'TRFRET' TO WS-CAS-REGLE.
           PERFORM 1900-REGLE-START THRU 1900-REGLE-END.
           IF NOT WS-RGL-EST-ACTIVE OR TRF-LGTH = 0
               GO TO 2000-TRFRET-END
           END-IF.
           PERFORM 2010-TRFRET-MVT-START
               THRU 2010-TRFRET-MVT-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > MVTJ-LGTH.
       2000-TRFRET-END.
           EXIT.

       2010-TRFRET-MVT-START.
           IF TBL-MJ-ACTION(WS-I) NOT = 'R'
               OR TBL-MJ-DATE(WS-I) < WS-DATE-DEBUT
               GO TO 2010-TRFRET-MVT-END
           END-IF.
           PERFORM 2020-TRFRET-TRF-START
               THRU 2020-TRFRET-TRF-END
               VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > TRF-LGTH.
       2010-TRFRET-MVT-END.
           EXIT.

       2020-TRFRET-TRF-START.
           IF TBL-TRF-CONTRAT(IDX-TRF) NOT = TBL-MJ-CONTRAT(WS-I)
               OR TBL-TRF-DATE(IDX-TRF) > TBL-MJ-DATE(WS-I)
               GO TO 2020-TRFRET-TRF-END
           END-IF.
           MOVE TBL-TRF-DATE(IDX-TRF) TO DU-DATE-1.
           MOVE TBL-MJ-DATE(WS-I)     TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS > WS-RGL-DELAI
               GO TO 2020-TRFRET-TRF-END
           END-IF.
           MOVE TBL-MJ-CONTRAT(WS-I) TO WS-CAS-CLE.
           MOVE TBL-MJ-DATE(WS-I)    TO WS-CAS-DATE.
           MOVE TBL-TRF-DATE(IDX-TRF) TO WS-EDIT-DATE-1.
           MOVE TBL-MJ-DATE(WS-I)     TO WS-EDIT-DATE-2.
           MOVE SPACES TO WS-CAS-DESC.
           STRING 'TRANSFERT LE '     DELIMITED BY SIZE
               WS-EDIT-DATE-1         DELIMITED BY SIZE
               ', RETABLI LE '        DELIMITED BY SIZE
               WS-EDIT-DATE-2         DELIMITED BY SIZE
               INTO WS-CAS-DESC
           END-STRING.
           PERFORM 2900-AJOUTE-CAS-START THRU 2900-AJOUTE-CAS-END.
       2020-TRFRET-TRF-END.
           EXIT.

      ***** RELRET : retablissement dans les DELAI jours qui suivent ***
      ***** la derniere mise en demeure (lettre RELANCE3) du contrat ***
       2200-RELRET-START.
           MOVE 'RELRET' TO WS-CAS-REGLE.
           PERFORM 1900-REGLE-START THRU 1900-REGLE-END.
           IF NOT WS-RGL-EST-ACTIVE OR DEM-LGTH = 0
               GO TO 2200-RELRET-END
           END-IF.
           PERFORM 2210-RELRET-MVT-START
               THRU 2210-RELRET-MVT-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > MVTJ-LGTH.
       2200-RELRET-END.
           EXIT.

       2210-RELRET-MVT-START.
           IF TBL-MJ-ACTION(WS-I) NOT = 'R'
               OR TBL-MJ-DATE(WS-I) < WS-DATE-DEBUT
               GO TO 2210-RELRET-MVT-END
           END-IF.
           MOVE 0 TO WS-DATE-DEMEURE.
           PERFORM 2220-RELRET-DEMEURE-START
               THRU 2220-RELRET-DEMEURE-END
               VARYING IDX-DEM FROM 1 BY 1
               UNTIL IDX-DEM > DEM-LGTH.
           IF WS-DATE-DEMEURE = 0
               GO TO 2210-RELRET-MVT-END
           END-IF.
           MOVE WS-DATE-DEMEURE        TO DU-DATE-1.
           MOVE TBL-MJ-DATE(WS-I)      TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS > WS-RGL-DELAI
               GO TO 2210-RELRET-MVT-END
           END-IF.
           MOVE TBL-MJ-CONTRAT(WS-I) TO WS-CAS-CLE.
           MOVE TBL-MJ-DATE(WS-I)    TO WS-CAS-DATE.
           MOVE WS-DATE-DEMEURE        TO WS-EDIT-DATE-1.
           MOVE TBL-MJ-DATE(WS-I)      TO WS-EDIT-DATE-2.
           MOVE SPACES TO WS-CAS-DESC.
           STRING 'MISE EN DEMEURE LE ' DELIMITED BY SIZE
               WS-EDIT-DATE-1           DELIMITED BY SIZE
               ', RETABLI LE '          DELIMITED BY SIZE
               WS-EDIT-DATE-2           DELIMITED BY SIZE
               INTO WS-CAS-DESC
           END-STRING.
           PERFORM 2900-AJOUTE-CAS-START THRU 2900-AJOUTE-CAS-END.
       2210-RELRET-MVT-END.
           EXIT.

      *    Derniere mise en demeure du contrat anterieure ou egale au
      *    retablissement examine.
       2220-RELRET-DEMEURE-START.
           IF TBL-DEM-CONTRAT(IDX-DEM) = TBL-MJ-CONTRAT(WS-I)
               AND TBL-DEM-DATE(IDX-DEM) NOT > TBL-MJ-DATE(WS-I)
               AND TBL-DEM-DATE(IDX-DEM) > WS-DATE-DEMEURE
               MOVE TBL-DEM-DATE(IDX-DEM) TO WS-DATE-DEMEURE
           END-IF.
       2220-RELRET-DEMEURE-END.
           EXIT.

      ***** AVBAIS : pour chaque avenant en baisse recent, compte des **
      ***** avenants en baisse du contrat dans les DELAI jours qui le **
      ***** precedent (lui compris) ; un cas par contrat au plus     ***
       2400-AVBAIS-START.
           MOVE 'AVBAIS' TO WS-CAS-REGLE.
           PERFORM 1900-REGLE-START THRU 1900-REGLE-END.
           IF NOT WS-RGL-EST-ACTIVE
               GO TO 2400-AVBAIS-END
           END-IF.
           PERFORM 2410-AVBAIS-MVT-START
               THRU 2410-AVBAIS-MVT-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > MVTJ-LGTH.
       2400-AVBAIS-END.
           EXIT.

       2410-AVBAIS-MVT-START.
           IF TBL-MJ-ACTION(WS-I) NOT = 'V'
               OR TBL-MJ-DATE(WS-I) < WS-DATE-DEBUT
               OR TBL-MJ-NOUVELLE(WS-I) NOT < TBL-MJ-ANCIENNE(WS-I)
               GO TO 2410-AVBAIS-MVT-END
           END-IF.
           MOVE 0 TO WS-NB-BAISSES.
           PERFORM 2420-AVBAIS-COMPTE-START
               THRU 2420-AVBAIS-COMPTE-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > MVTJ-LGTH.
           IF WS-NB-BAISSES < WS-RGL-SEUIL
               GO TO 2410-AVBAIS-MVT-END
           END-IF.
           MOVE TBL-MJ-CONTRAT(WS-I) TO WS-CAS-CLE.
           MOVE TBL-MJ-DATE(WS-I)    TO WS-CAS-DATE.
           MOVE WS-NB-BAISSES        TO WS-EDIT-NB.
           MOVE TBL-MJ-DATE(WS-I)    TO WS-EDIT-DATE-2.
           MOVE SPACES TO WS-CAS-DESC.
           STRING 'AVENANTS EN BAISSE, DERNIER LE ' DELIMITED BY SIZE
               WS-EDIT-DATE-2                DELIMITED BY SIZE
               ', NOMBRE :'                  DELIMITED BY SIZE
               WS-EDIT-NB                    DELIMITED BY SIZE
               INTO WS-CAS-DESC
           END-STRING.
           PERFORM 2900-AJOUTE-CAS-START THRU 2900-AJOUTE-CAS-END.
       2410-AVBAIS-MVT-END.
           EXIT.

       2420-AVBAIS-COMPTE-START.
           IF TBL-MJ-ACTION(WS-J) NOT = 'V'
               OR TBL-MJ-CONTRAT(WS-J) NOT = TBL-MJ-CONTRAT(WS-I)
               OR TBL-MJ-DATE(WS-J) > TBL-MJ-DATE(WS-I)
               OR TBL-MJ-NOUVELLE(WS-J) NOT < TBL-MJ-ANCIENNE(WS-J)
               GO TO 2420-AVBAIS-COMPTE-END
           END-IF.
           MOVE TBL-MJ-DATE(WS-J) TO DU-DATE-1.
           MOVE TBL-MJ-DATE(WS-I) TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS NOT > WS-RGL-DELAI
               ADD 1 TO WS-NB-BAISSES
           END-IF.
       2420-AVBAIS-COMPTE-END.
           EXIT.

      ***** APPANN : suppressions ('D') survenues moins de DELAI jours **
      ***** apres la souscription, cumulees par apporteur ; un cas par **
      ***** apporteur qui atteint le SEUIL avec au moins une           **
      ***** suppression recente                                        **
       2600-APPANN-START.
           MOVE 'APPANN' TO WS-CAS-REGLE.
           PERFORM 1900-REGLE-START THRU 1900-REGLE-END.
           IF NOT WS-RGL-EST-ACTIVE
               GO TO 2600-APPANN-END
           END-IF.
           PERFORM 2610-APPANN-MVT-START
               THRU 2610-APPANN-MVT-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > MVTJ-LGTH.
           PERFORM 2630-APPANN-CAS-START
               THRU 2630-APPANN-CAS-END
               VARYING IDX-APP FROM 1 BY 1
               UNTIL IDX-APP > APP-LGTH.
       2600-APPANN-END.
           EXIT.

      *    Souscription = debut du terme, l'echeance reculee d'un an
      *    (un 29 fevrier recule au 28).
       2610-APPANN-MVT-START.
           IF TBL-MJ-ACTION(WS-I) NOT = 'D'
               OR TBL-MJ-APPORTEUR(WS-I) = SPACES
               OR TBL-MJ-ECHEANCE(WS-I) = 0
               GO TO 2610-APPANN-MVT-END
           END-IF.
           MOVE TBL-MJ-ECHEANCE(WS-I) TO WS-SOUSCRIPTION.
           SUBTRACT 1 FROM WS-SOUS-ANNEE.
           IF WS-SOUS-MMJJ = 0229
               MOVE 0228 TO WS-SOUS-MMJJ
           END-IF.
           IF WS-SOUSCRIPTION > TBL-MJ-DATE(WS-I)
               GO TO 2610-APPANN-MVT-END
           END-IF.
           MOVE WS-SOUSCRIPTION   TO DU-DATE-1.
           MOVE TBL-MJ-DATE(WS-I) TO DU-DATE-2.
           PERFORM 9600-JOURS-ENTRE-START THRU 9600-JOURS-ENTRE-END.
           IF DU-NB-JOURS > WS-RGL-DELAI
               GO TO 2610-APPANN-MVT-END
           END-IF.

           SET IDX-APP TO 1.
           SEARCH APP-TBL
               AT END
                   IF APP-LGTH < 2000
                       SET APP-LGTH UP BY 1
                       SET IDX-APP TO APP-LGTH
                       MOVE TBL-MJ-APPORTEUR(WS-I)
                           TO TBL-APP-CODE(IDX-APP)
                       MOVE 0 TO TBL-APP-NB(IDX-APP)
                       MOVE 0 TO TBL-APP-NB-RECENT(IDX-APP)
                       MOVE 0 TO TBL-APP-DATE(IDX-APP)
                   ELSE
                       GO TO 2610-APPANN-MVT-END
                   END-IF
               WHEN TBL-APP-CODE(IDX-APP) = TBL-MJ-APPORTEUR(WS-I)
                   CONTINUE
           END-SEARCH.
           ADD 1 TO TBL-APP-NB(IDX-APP).
           IF TBL-MJ-DATE(WS-I) NOT < WS-DATE-DEBUT
               ADD 1 TO TBL-APP-NB-RECENT(IDX-APP)
           END-IF.
           IF TBL-MJ-DATE(WS-I) > TBL-APP-DATE(IDX-APP)
               MOVE TBL-MJ-DATE(WS-I) TO TBL-APP-DATE(IDX-APP)
           END-IF.
       2610-APPANN-MVT-END.
           EXIT.

       2630-APPANN-CAS-START.
           IF TBL-APP-NB(IDX-APP) < WS-RGL-SEUIL
               OR TBL-APP-NB-RECENT(IDX-APP) = 0
               GO TO 2630-APPANN-CAS-END
           END-IF.
           MOVE TBL-APP-CODE(IDX-APP) TO WS-CAS-CLE.
           MOVE TBL-APP-DATE(IDX-APP) TO WS-CAS-DATE.
           MOVE TBL-APP-NB(IDX-APP)   TO WS-EDIT-NB.
           MOVE SPACES TO WS-CAS-DESC.
           STRING 'CONTRATS SUPPRIMES PEU APRES SOUSCRIPTION :'
                                              DELIMITED BY SIZE
               WS-EDIT-NB                     DELIMITED BY SIZE
               INTO WS-CAS-DESC
           END-STRING.
           PERFORM 2900-AJOUTE-CAS-START THRU 2900-AJOUTE-CAS-END.
       2630-APPANN-CAS-END.
           EXIT.

      ***** Ouverture d'un cas : un seul cas par regle et par cle ******
       2900-AJOUTE-CAS-START.
           SET IDX-CAS TO 1.
           SEARCH CAS-TBL
               AT END
                   CONTINUE
               WHEN TBL-CAS-REGLE(IDX-CAS) = WS-CAS-REGLE
                   AND TBL-CAS-CLE(IDX-CAS) = WS-CAS-CLE
                   GO TO 2900-AJOUTE-CAS-END
           END-SEARCH.
           IF CAS-LGTH >= 2000
               ADD 1 TO WS-NB-CAS-PERDUS
               GO TO 2900-AJOUTE-CAS-END
           END-IF.
           SET CAS-LGTH UP BY 1.
           SET IDX-CAS TO CAS-LGTH.
           MOVE 0            TO TBL-CAS-CUMUL(IDX-CAS).
           MOVE WS-CAS-CLE   TO TBL-CAS-CLE(IDX-CAS).
           MOVE WS-CAS-SCORE TO TBL-CAS-SCORE(IDX-CAS).
           MOVE WS-CAS-REGLE TO TBL-CAS-REGLE(IDX-CAS).
           MOVE WS-CAS-DATE  TO TBL-CAS-DATE(IDX-CAS).
           MOVE WS-CAS-DESC  TO TBL-CAS-DESC(IDX-CAS).
           ADD 1 TO TBL-RGL-NB-CAS(IDX-REGLE).
       2900-AJOUTE-CAS-END.
           EXIT.

      ***** Score cumule de chaque cle sur l'ensemble de ses cas *******
       3000-CUMUL-CLE-START.
           PERFORM 3010-CUMUL-CAS-START
               THRU 3010-CUMUL-CAS-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > CAS-LGTH.
       3000-CUMUL-CLE-END.
           EXIT.

       3010-CUMUL-CAS-START.
           PERFORM 3020-CUMUL-AUTRE-START
               THRU 3020-CUMUL-AUTRE-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > CAS-LGTH.
       3010-CUMUL-CAS-END.
           EXIT.

       3020-CUMUL-AUTRE-START.
           IF TBL-CAS-CLE(WS-J) = TBL-CAS-CLE(WS-I)
               ADD TBL-CAS-SCORE(WS-J) TO TBL-CAS-CUMUL(WS-I)
           END-IF.
       3020-CUMUL-AUTRE-END.
           EXIT.

      ***** Tri a bulles : score cumule decroissant, puis cle et ******
      ***** regle croissantes (les cas d'une meme cle se suivent)  *****
       3500-SORT-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 3510-SORT-PASS-START
               THRU 3510-SORT-PASS-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= CAS-LGTH
               OR NOT WS-SORT-DID-SWAP.
       3500-SORT-END.
           EXIT.

       3510-SORT-PASS-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM 3520-SORT-COMPARE-START
               THRU 3520-SORT-COMPARE-END
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= (CAS-LGTH - WS-SORT-I + 1).
       3510-SORT-PASS-END.
           EXIT.

       3520-SORT-COMPARE-START.
           SET IDX-CAS TO WS-SORT-J.
           IF TBL-CAS-CUMUL(IDX-CAS) < TBL-CAS-CUMUL(IDX-CAS + 1)
               OR (TBL-CAS-CUMUL(IDX-CAS) = TBL-CAS-CUMUL(IDX-CAS + 1)
                   AND TBL-CAS-CLE(IDX-CAS) > TBL-CAS-CLE(IDX-CAS + 1))
               OR (TBL-CAS-CUMUL(IDX-CAS) = TBL-CAS-CUMUL(IDX-CAS + 1)
                   AND TBL-CAS-CLE(IDX-CAS) = TBL-CAS-CLE(IDX-CAS + 1)
                   AND TBL-CAS-REGLE(IDX-CAS)
                       > TBL-CAS-REGLE(IDX-CAS + 1))
               MOVE CAS-TBL(IDX-CAS)     TO WS-SORT-HOLD
               MOVE CAS-TBL(IDX-CAS + 1) TO CAS-TBL(IDX-CAS)
               MOVE WS-SORT-HOLD         TO CAS-TBL(IDX-CAS + 1)
               SET WS-SORT-DID-SWAP TO TRUE
           END-IF.
       3520-SORT-COMPARE-END.
           EXIT.

      ***** Edition : cas par score cumule, puis recapitulatif des *****
      ***** regles appliquees                                      *****
       4000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'ACTIVITES SUSPECTES SUR LES MOUVEMENTS DE POLICES'
                   DELIMITED BY SIZE
               ' - FAITS DU ' DELIMITED BY SIZE
               WS-DATE-DEBUT  DELIMITED BY SIZE
               ' AU '         DELIMITED BY SIZE
               WS-DATE-JOUR   DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-ENTETE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           IF CAS-LGTH = 0
               MOVE SPACES TO REC-RAPPORT
               MOVE 'AUCUN CAS SUR LA PERIODE' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           PERFORM 4100-LIGNE-CAS-START
               THRU 4100-LIGNE-CAS-END
               VARYING IDX-CAS FROM 1 BY 1
               UNTIL IDX-CAS > CAS-LGTH.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'REGLES APPLIQUEES' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           PERFORM 4200-LIGNE-REGLE-START
               THRU 4200-LIGNE-REGLE-END
               VARYING IDX-REGLE FROM 1 BY 1
               UNTIL IDX-REGLE > REGLE-LGTH.

           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE CAS-LGTH TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'TOTAL DES CAS : ' DELIMITED BY SIZE
               WS-EDIT-NB            DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           IF WS-NB-CAS-PERDUS > 0
               MOVE WS-NB-CAS-PERDUS TO WS-EDIT-NB
               MOVE SPACES TO REC-RAPPORT
               STRING 'CAS NON EDITES (TABLE PLEINE) : '
                       DELIMITED BY SIZE
                   WS-EDIT-NB DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.

           CLOSE FIC-RAPPORT.
       4000-RAPPORT-END.
           EXIT.

       4100-LIGNE-CAS-START.
           MOVE TBL-CAS-CUMUL(IDX-CAS) TO WS-EDIT-CUMUL.
           MOVE TBL-CAS-CLE(IDX-CAS)   TO WS-EDIT-CLE.
           MOVE TBL-CAS-REGLE(IDX-CAS) TO WS-EDIT-REGLE.
           MOVE TBL-CAS-SCORE(IDX-CAS) TO WS-EDIT-SCORE.
           MOVE TBL-CAS-DATE(IDX-CAS)  TO WS-EDIT-DATE.
           MOVE TBL-CAS-DESC(IDX-CAS)  TO WS-EDIT-DESC.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4100-LIGNE-CAS-END.
           EXIT.

       4200-LIGNE-REGLE-START.
           MOVE TBL-RGL-CODE(IDX-REGLE)    TO WS-EDIT-RC-CODE.
           MOVE TBL-RGL-LIBELLE(IDX-REGLE) TO WS-EDIT-RC-LIBELLE.
           IF TBL-RGL-ACTIF(IDX-REGLE) = 'O'
               MOVE 'ACTIVE'  TO WS-EDIT-RC-ACTIF
           ELSE
               MOVE 'INACTIVE' TO WS-EDIT-RC-ACTIF
           END-IF.
           MOVE TBL-RGL-DELAI(IDX-REGLE)   TO WS-EDIT-RC-DELAI.
           MOVE TBL-RGL-SEUIL(IDX-REGLE)   TO WS-EDIT-RC-SEUIL.
           MOVE TBL-RGL-SCORE(IDX-REGLE)   TO WS-EDIT-RC-SCORE.
           MOVE TBL-RGL-NB-CAS(IDX-REGLE)  TO WS-EDIT-RC-NB.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-RECAP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       4200-LIGNE-REGLE-END.
           EXIT.

      ***** Chaque cas part dans le fichier commun des exceptions ******
       4500-EXCEPTIONS-START.
           PERFORM 4510-EXCEPTION-CAS-START
               THRU 4510-EXCEPTION-CAS-END
               VARYING IDX-CAS FROM 1 BY 1
               UNTIL IDX-CAS > CAS-LGTH.
       4500-EXCEPTIONS-END.
           EXIT.

       4510-EXCEPTION-CAS-START.
           MOVE TBL-CAS-CLE(IDX-CAS)   TO WS-EXC-CLE.
           MOVE TBL-CAS-REGLE(IDX-CAS) TO WS-EXC-CODE.
           MOVE TBL-CAS-DESC(IDX-CAS)  TO WS-EXC-DESC.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       4510-EXCEPTION-CAS-END.
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
           MOVE 'assursus'   TO EXC-PROGRAMME.
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
           DISPLAY 'MOUVEMENTS JOURNALISES : ' MVTJ-LGTH.
           DISPLAY 'TRANSFERTS JOURNALISES : ' TRF-LGTH.
           DISPLAY 'MISES EN DEMEURE       : ' DEM-LGTH.
           DISPLAY 'CAS OUVERTS            : ' CAS-LGTH.
           IF WS-NB-REGLES-INCONNUES > 0
               DISPLAY 'REGLES INCONNUES       : '
                   WS-NB-REGLES-INCONNUES ' (IGNOREES)'
           END-IF.
           IF WS-NB-MVTJ-IGNORES > 0
               DISPLAY 'MOUVEMENTS NON LUS     : ' WS-NB-MVTJ-IGNORES
           END-IF.
           DISPLAY 'RAPPORT ECRIT          : assursus.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
