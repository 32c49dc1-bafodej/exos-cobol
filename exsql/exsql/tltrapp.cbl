      * ************************************************************************
      * Compagnon de tlt.cbl : rapprochement dans les deux sens entre
      * la table databank (PostgreSQL) et le fichier maitre des
      * clients fichierclient.txt, sur client_code = CODE-CLT. Les
      * deux cotes derivent depuis le chargement initial de la
      * databank (nom corrige dans le fichier, email change dans la
      * databank) ; le rapprochement liste les clients presents d'un
      * seul cote et les ecarts champ par champ (nom, prenom, email,
      * telephone, agence), et propose pour chaque ecart une
      * correction du cote designe par la regle de reference du
      * champ, dans un fichier de revue relu par la gestion avant
      * toute mise a jour.
      *
      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mode PROPOSE (defaut) : lecture de
      *                 la databank triee par client_code, recherche
      *                 de chaque ligne dans fichierclient.txt (fiches
      *                 employe 'E' ignorees), rapport tltrapp.lis
      *                 (DB SEULE, FIC SEULE, DOUBLON DB, ECART) et
      *                 corrections proposees dans tltrapp.rev, sans
      *                 aucune mise a jour. Regle de reference par
      *                 champ dans tltrapp-regles.txt (F = le fichier
      *                 fait foi, D = la databank fait foi), a defaut
      *                 NOM/PRENOM/AGENCE F et EMAIL/TEL D. Une valeur
      *                 a blanc du cote de reference ne l'emporte
      *                 jamais : c'est alors elle qui est completee
      *                 depuis l'autre cote. Un changement d'agence du
      *                 fichier passe par un mouvement 'T' au format
      *                 de depmut.dat (tltrapp-mut.dat), comme les
      *                 propositions de depcpo.cbl. Mode APPLIQUE :
      *                 relecture de tltrapp.rev (eventuellement
      *                 corrige a la main), UPDATE de la databank pour
      *                 les lignes 'D' avec COMMIT unique en fin de
      *                 fichier, et reecriture de fichierclient.txt
      *                 vers fichierclient.new pour les lignes 'F'.
      *                 Les colonnes agency_code et info_phone sont
      *                 lues en COALESCE ; agency_code est creee au
      *                 besoin comme household_code dans tltfoyer.cbl.
      *    2026-10-15  La session se nomme 'tltrapp' (application_name)
      *                 des la connexion, pour que le journal des
      *                 changements de la databank (databank_changes,
      *                 alimente par trigger, extrait par tltchg.cbl)
      *                 sache quel programme a modifie chaque ligne.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltrapp.
       AUTHOR. Bafodé.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.
           SELECT FIC-NOUVEAU ASSIGN TO 'fichierclient.new'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOUVEAU-STATUS.
           SELECT FIC-REGLES ASSIGN TO 'tltrapp-regles.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLES-STATUS.
           SELECT FIC-RAPPORT ASSIGN TO 'tltrapp.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT FIC-REVUE ASSIGN TO 'tltrapp.rev'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVUE-STATUS.
           SELECT FIC-PROPOSE ASSIGN TO 'tltrapp-mut.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSE-STATUS.
           SELECT FIC-BATCH ASSIGN TO 'batch.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
       01  REC-NOUVEAU           PIC X(113).

      ***** Regle de reference : nom du champ et cote qui fait foi ****
       FD  FIC-REGLES
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REGLE.
           05  RGL-CHAMP         PIC X(08).
           05  FILLER            PIC X(01).
           05  RGL-SOURCE        PIC X(01).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

      ***** Fichier de revue : une correction proposee par ligne, ****
      ***** cote a corriger 'D' (databank) ou 'F' (fichier maitre), **
      ***** relu tel quel (ou corrige) par le mode APPLIQUE         **
       FD  FIC-REVUE
           RECORD CONTAINS 121 CHARACTERS
           RECORDING MODE IS F.
       01  REC-REVUE.
           05  REV-COTE          PIC X(01).
               88  REV-COTE-DATABANK          VALUE 'D'.
               88  REV-COTE-FICHIER           VALUE 'F'.
           05  FILLER            PIC X(01).
           05  REV-CODE-CLT      PIC X(08).
           05  FILLER            PIC X(01).
           05  REV-CHAMP         PIC X(08).
           05  FILLER            PIC X(01).
           05  REV-ANCIEN        PIC X(50).
           05  FILLER            PIC X(01).
           05  REV-NOUVEAU       PIC X(50).

      ***** Mutations proposees : mouvement 'T' au layout de           *
      *     depmut.dat (action, client, agence, date d'effet).
       FD  FIC-PROPOSE
           RECORD CONTAINS 124 CHARACTERS
           RECORDING MODE IS F.
       01  REC-PROPOSE.
           05  PRO-ACTION        PIC X(01).
           05  FILLER            PIC X(01).
           05  PRO-EMPLOYE-ID    PIC X(08).
           05  FILLER            PIC X(01).
           05  PRO-AGENCE        PIC X(03).
           05  FILLER            PIC X(01).
           05  PRO-DATE          PIC 9(08).
           05  FILLER            PIC X(101).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME               PIC X(20).
       01  USERNAME             PIC X(20).
       01  PASSWD               PIC X(10).

       01  WS-DB-CODE           PIC X(08).
       01  WS-DB-PRENOM         PIC X(50).
       01  WS-DB-NOM            PIC X(50).
       01  WS-DB-EMAIL          PIC X(50).
       01  WS-DB-TEL            PIC X(50).
       01  WS-DB-AGENCE         PIC X(50).

       01  WS-MAJ-CLIENT        PIC X(08).
       01  WS-MAJ-VALEUR        PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ***** Zone de travail hors section DECLARE ************************
       01  WS-CLIENT-STATUS      PIC X(02).
           88  WS-CLIENT-OK                   VALUE '00'.
           88  WS-CLIENT-END                  VALUE '10'.
       01  WS-NOUVEAU-STATUS     PIC X(02).
       01  WS-REGLES-STATUS      PIC X(02).
           88  WS-REGLES-OK                   VALUE '00'.
           88  WS-REGLES-END                  VALUE '10'.
       01  WS-RAPPORT-STATUS     PIC X(02).
       01  WS-REVUE-STATUS       PIC X(02).
           88  WS-REVUE-OK                    VALUE '00'.
           88  WS-REVUE-END                   VALUE '10'.
       01  WS-PROPOSE-STATUS     PIC X(02).

      ***** Evenement a tracer dans le journal de controle batch.log ****
       01  WS-EVENEMENT-STAMP    PIC X(06).
       01  WS-BATCH-STATUS       PIC X(02).

      ***** Mode d'execution : PROPOSE (defaut) ou APPLIQUE ************
       01  WS-CMD-LINE           PIC X(20)    VALUE SPACES.
       01  WS-MODE-PARM          PIC X(10)    VALUE SPACES.
           88  WS-MODE-APPLIQUE               VALUE 'APPLIQUE'
                                                    'applique'.
       01  WS-DATE-JOUR          PIC X(08)    VALUE SPACES.

      ***** Champs rapproches : nom, cote de reference par defaut     **
      ***** (F fichier, D databank) et largeur dans fichierclient.txt **
       01  WS-CHAMPS-VALEURS.
           05  FILLER            PIC X(11)    VALUE 'NOM     F20'.
           05  FILLER            PIC X(11)    VALUE 'PRENOM  F20'.
           05  FILLER            PIC X(11)    VALUE 'EMAIL   D30'.
           05  FILLER            PIC X(11)    VALUE 'TEL     D10'.
           05  FILLER            PIC X(11)    VALUE 'AGENCE  F03'.
       01  WS-CHAMPS REDEFINES WS-CHAMPS-VALEURS.
           05  WS-CHAMP OCCURS 5 TIMES
               INDEXED BY IDX-CHAMP.
               10  CH-NOM        PIC X(08).
               10  CH-SOURCE     PIC X(01).
               10  CH-LARGEUR    PIC 9(02).

      ***** Fiches clients chargees en memoire, avec marque de        **
      ***** rencontre dans la databank                                **
       01  DATA-FICHE.
           05  FICHE-LGTH        PIC 9(5) VALUE 0.
           05  FICHE-TBL
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON FICHE-LGTH
               INDEXED BY IDX-FICHE.
               10  TBL-FCH-CODE   PIC X(8).
               10  TBL-FCH-NOM    PIC X(20).
               10  TBL-FCH-PRENOM PIC X(20).
               10  TBL-FCH-TEL    PIC X(10).
               10  TBL-FCH-EMAIL  PIC X(30).
               10  TBL-FCH-AGENCE PIC X(3).
               10  TBL-FCH-VU     PIC X(1).

      ***** Corrections du fichier maitre relues en mode APPLIQUE *****
       01  DATA-CORR.
           05  CORR-LGTH         PIC 9(5) VALUE 0.
           05  CORR-TBL
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON CORR-LGTH
               INDEXED BY IDX-CORR.
               10  TBL-COR-CODE   PIC X(8).
               10  TBL-COR-CHAMP  PIC X(8).
               10  TBL-COR-VALEUR PIC X(50).

      ***** Comparaison d'un champ : valeurs brutes, formes en        **
      ***** majuscules, cote de reference et cote a corriger          **
       01  WS-VAL-FIC            PIC X(50).
       01  WS-VAL-DB             PIC X(50).
       01  WS-CMP-FIC            PIC X(50).
       01  WS-CMP-DB             PIC X(50).
       01  WS-MINUSCULES         PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-MAJUSCULES         PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-COTE-A-CORRIGER    PIC X(01).
           88  WS-CORRIGER-DATABANK           VALUE 'D'.
           88  WS-CORRIGER-FICHIER            VALUE 'F'.
       01  WS-LARGEUR            PIC 9(02).
       01  WS-NO-CHAMP           PIC 9(01).
       01  WS-CODE-PRECEDENT     PIC X(08)    VALUE LOW-VALUES.

      ***** Ligne du rapport ******************************************
       01  WS-LIGNE-RAPP.
           05  LR-TYPE           PIC X(10).
           05  FILLER            PIC X(01).
           05  LR-CODE           PIC X(08).
           05  FILLER            PIC X(01).
           05  LR-CHAMP          PIC X(08).
           05  FILLER            PIC X(01).
           05  LR-FICHIER        PIC X(30).
           05  FILLER            PIC X(01).
           05  LR-DATABANK       PIC X(30).
           05  FILLER            PIC X(01).
           05  LR-CORRECTION     PIC X(40).

       01  WS-NB-FICHES          PIC 9(7)     VALUE 0.
       01  WS-NB-DB-LUS          PIC 9(7)     VALUE 0.
       01  WS-NB-RAPPROCHES      PIC 9(7)     VALUE 0.
       01  WS-NB-DB-SEULS        PIC 9(7)     VALUE 0.
       01  WS-NB-FIC-SEULS       PIC 9(7)     VALUE 0.
       01  WS-NB-DOUBLONS        PIC 9(7)     VALUE 0.
       01  WS-NB-ECARTS          PIC 9(7)     VALUE 0.
       01  WS-NB-PROP-DB         PIC 9(7)     VALUE 0.
       01  WS-NB-PROP-FIC        PIC 9(7)     VALUE 0.
       01  WS-NB-PROP-MUT        PIC 9(7)     VALUE 0.
       01  WS-NB-NON-PROP        PIC 9(7)     VALUE 0.
       01  WS-NB-MAJ-DB          PIC 9(7)     VALUE 0.
       01  WS-NB-MAJ-FIC         PIC 9(7)     VALUE 0.
       01  WS-NB-REJETS          PIC 9(7)     VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM 0100-GET-CREDENTIALS-START
               THRU 0100-GET-CREDENTIALS-END.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE-PARM
           END-UNSTRING.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               SET application_name TO 'tltrapp'
           END-EXEC.

      ***** La colonne des agences est creee au besoin, pour que la   **
      ***** premiere execution n'echoue pas dessus                    **
           EXEC SQL
               ALTER TABLE databank
                   ADD COLUMN IF NOT EXISTS agency_code CHAR(3)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           IF WS-MODE-APPLIQUE
               PERFORM 3000-APPLIQUE-START
                   THRU 3000-APPLIQUE-END
           ELSE
               PERFORM 1000-LOAD-REGLES-START
                   THRU 1000-LOAD-REGLES-END
               PERFORM 1100-LOAD-FICHES-START
                   THRU 1100-LOAD-FICHES-END
               PERFORM 2000-PROPOSE-START
                   THRU 2000-PROPOSE-END
           END-IF.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'tltrapp'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               IF WS-MODE-APPLIQUE
                   COMPUTE BL-NB-ENREG = WS-NB-MAJ-DB + WS-NB-MAJ-FIC
               ELSE
                   MOVE WS-NB-DB-LUS TO BL-NB-ENREG
               END-IF
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Lecture des identifiants de connexion dans l'environnement **
       0100-GET-CREDENTIALS-START.
           ACCEPT USERNAME FROM ENVIRONMENT-VARIABLE "TLT_DB_USER".
           ACCEPT PASSWD   FROM ENVIRONMENT-VARIABLE "TLT_DB_PASSWD".
           ACCEPT DBNAME   FROM ENVIRONMENT-VARIABLE "TLT_DB_NAME".
       0100-GET-CREDENTIALS-END.
           EXIT.

      ***** Regles de reference : tltrapp-regles.txt, facultatif,     **
      ***** remplace le cote par defaut des champs qu'il cite         **
       1000-LOAD-REGLES-START.
           OPEN INPUT FIC-REGLES.
           IF NOT WS-REGLES-OK
               GO TO 1000-LOAD-REGLES-END
           END-IF.
           PERFORM 1010-LOAD-REGLE-START
               THRU 1010-LOAD-REGLE-END
               UNTIL WS-REGLES-END.
           CLOSE FIC-REGLES.
       1000-LOAD-REGLES-END.
           EXIT.

       1010-LOAD-REGLE-START.
           READ FIC-REGLES
               AT END
                   MOVE '10' TO WS-REGLES-STATUS
                   GO TO 1010-LOAD-REGLE-END
           END-READ.
           IF RGL-CHAMP = SPACES
               GO TO 1010-LOAD-REGLE-END
           END-IF.
           INSPECT RGL-CHAMP CONVERTING WS-MINUSCULES TO WS-MAJUSCULES.
           INSPECT RGL-SOURCE CONVERTING WS-MINUSCULES
               TO WS-MAJUSCULES.
           SET IDX-CHAMP TO 1.
           SEARCH WS-CHAMP
               AT END
                   DISPLAY "REGLE IGNOREE, CHAMP INCONNU : " RGL-CHAMP
               WHEN CH-NOM(IDX-CHAMP) = RGL-CHAMP
                   IF RGL-SOURCE = 'D' OR RGL-SOURCE = 'F'
                       MOVE RGL-SOURCE TO CH-SOURCE(IDX-CHAMP)
                   ELSE
                       DISPLAY "REGLE IGNOREE, COTE INVALIDE : "
                           REC-REGLE
                   END-IF
           END-SEARCH.
       1010-LOAD-REGLE-END.
           EXIT.

      ***** Fiches clients en memoire (les fiches employe sont        **
      ***** ignorees, la vue client ne traite que les siennes)        **
       1100-LOAD-FICHES-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY "fichierclient.txt ABSENT (STATUT "
                   WS-CLIENT-STATUS "), ARRET"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'FIN' TO WS-EVENEMENT-STAMP
               PERFORM 9500-STAMP-CONTROLE-START
                   THRU 9500-STAMP-CONTROLE-END
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-FICHE-START
               THRU 1110-LOAD-FICHE-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1100-LOAD-FICHES-END.
           EXIT.

       1110-LOAD-FICHE-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
                   GO TO 1110-LOAD-FICHE-END
           END-READ.
           IF CODE-CLT = SPACES
               OR ROLE-CLT = 'E'
               OR FICHE-LGTH >= 20000
               GO TO 1110-LOAD-FICHE-END
           END-IF.
           ADD 1 TO WS-NB-FICHES.
           SET FICHE-LGTH UP BY 1.
           SET IDX-FICHE TO FICHE-LGTH.
           MOVE CODE-CLT    TO TBL-FCH-CODE(IDX-FICHE).
           MOVE NOM-CLT     TO TBL-FCH-NOM(IDX-FICHE).
           MOVE PRENOM-CLT  TO TBL-FCH-PRENOM(IDX-FICHE).
           MOVE TEL-CLT     TO TBL-FCH-TEL(IDX-FICHE).
           MOVE EMAIL-CLT   TO TBL-FCH-EMAIL(IDX-FICHE).
           MOVE AGENCE-CLT  TO TBL-FCH-AGENCE(IDX-FICHE).
           MOVE 'N'         TO TBL-FCH-VU(IDX-FICHE).
       1110-LOAD-FICHE-END.
           EXIT.

      ***** Mode PROPOSE : chaque ligne de la databank est cherchee   **
      ***** dans les fiches, puis les fiches jamais rencontrees sont  **
      ***** listees a leur tour. Aucune mise a jour.                  **
       2000-PROPOSE-START.
           OPEN OUTPUT FIC-RAPPORT.
           OPEN OUTPUT FIC-REVUE.
           OPEN OUTPUT FIC-PROPOSE.

           MOVE SPACES TO REC-RAPPORT.
           STRING "RAPPROCHEMENT DATABANK / fichierclient.txt DU "
               WS-DATE-JOUR
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "REGLES (F = FICHIER FAIT FOI, D = DATABANK) : "
               CH-NOM(1) " " CH-SOURCE(1) "  "
               CH-NOM(2) " " CH-SOURCE(2) "  "
               CH-NOM(3) " " CH-SOURCE(3) "  "
               CH-NOM(4) " " CH-SOURCE(4) "  "
               CH-NOM(5) " " CH-SOURCE(5)
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPP.
           MOVE 'TYPE'              TO LR-TYPE.
           MOVE 'CLIENT'            TO LR-CODE.
           MOVE 'CHAMP'             TO LR-CHAMP.
           MOVE 'FICHIER'           TO LR-FICHIER.
           MOVE 'DATABANK'          TO LR-DATABANK.
           MOVE 'CORRECTION PROPOSEE' TO LR-CORRECTION.
           MOVE WS-LIGNE-RAPP TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           EXEC SQL
               DECLARE CURSRAP CURSOR FOR
               SELECT COALESCE(client_code, ' '),
                      COALESCE(first_name, ' '),
                      COALESCE(last_name, ' '),
                      COALESCE(email, ' '),
                      COALESCE(info_phone, ' '),
                      COALESCE(agency_code, ' ')
               FROM databank
               ORDER BY client_code
           END-EXEC.

           EXEC SQL OPEN CURSRAP END-EXEC.
           PERFORM F-CRRAP
               UNTIL SQLCODE NOT = 0.
           EXEC SQL CLOSE CURSRAP END-EXEC.

           PERFORM 2500-FICHE-SEULE-START
               THRU 2500-FICHE-SEULE-END
               VARYING IDX-FICHE FROM 1 BY 1
               UNTIL IDX-FICHE > FICHE-LGTH.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "LIGNES DATABANK " WS-NB-DB-LUS
               "  FICHES " WS-NB-FICHES
               "  RAPPROCHEES " WS-NB-RAPPROCHES
               "  DB SEULES " WS-NB-DB-SEULS
               "  FIC SEULES " WS-NB-FIC-SEULS
               "  DOUBLONS " WS-NB-DOUBLONS
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "ECARTS " WS-NB-ECARTS
               "  A CORRIGER DANS LA DATABANK " WS-NB-PROP-DB
               "  DANS LE FICHIER " WS-NB-PROP-FIC
               "  MUTATIONS " WS-NB-PROP-MUT
               "  NON PROPOSES " WS-NB-NON-PROP
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.

           CLOSE FIC-RAPPORT.
           CLOSE FIC-REVUE.
           CLOSE FIC-PROPOSE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "LIGNES DATABANK LUES     : " WS-NB-DB-LUS.
           DISPLAY "FICHES CLIENTS           : " WS-NB-FICHES.
           DISPLAY "RAPPROCHEES              : " WS-NB-RAPPROCHES.
           DISPLAY "DATABANK SEULEMENT       : " WS-NB-DB-SEULS.
           DISPLAY "FICHIER SEULEMENT        : " WS-NB-FIC-SEULS.
           DISPLAY "DOUBLONS DATABANK        : " WS-NB-DOUBLONS.
           DISPLAY "ECARTS DE CHAMP          : " WS-NB-ECARTS.
           DISPLAY "CORRECTIONS PROPOSEES    : "
               WS-NB-PROP-DB " DATABANK / " WS-NB-PROP-FIC
               " FICHIER / " WS-NB-PROP-MUT " MUTATIONS".
           DISPLAY "RAPPORT                  : tltrapp.lis".
           DISPLAY "FICHIER DE REVUE         : tltrapp.rev".
           DISPLAY "MUTATIONS PROPOSEES      : tltrapp-mut.dat".
           DISPLAY "(AUCUNE MISE A JOUR - RELANCER EN MODE APPLIQUE".
           DISPLAY " APRES REVUE DU FICHIER)".
       2000-PROPOSE-END.
           EXIT.

       F-CRRAP.
           EXEC SQL
               FETCH CURSRAP INTO :WS-DB-CODE, :WS-DB-PRENOM,
                                  :WS-DB-NOM, :WS-DB-EMAIL,
                                  :WS-DB-TEL, :WS-DB-AGENCE
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NB-DB-LUS
               PERFORM 2100-LIGNE-DATABANK-START
                   THRU 2100-LIGNE-DATABANK-END
           END-IF.

      ***** Une ligne de la databank : doublon de la precedente,      **
      ***** absente des fiches, ou comparee champ par champ           **
       2100-LIGNE-DATABANK-START.
           MOVE SPACES TO WS-LIGNE-RAPP.
           MOVE WS-DB-CODE TO LR-CODE.
           STRING WS-DB-NOM DELIMITED BY '  '
               " " WS-DB-PRENOM DELIMITED BY '  '
               INTO LR-DATABANK.

           IF WS-DB-CODE NOT = SPACES
               AND WS-DB-CODE = WS-CODE-PRECEDENT
               ADD 1 TO WS-NB-DOUBLONS
               MOVE 'DOUBLON DB' TO LR-TYPE
               MOVE 'A DEDOUBLONNER DANS LA DATABANK'
                   TO LR-CORRECTION
               MOVE WS-LIGNE-RAPP TO REC-RAPPORT
               WRITE REC-RAPPORT
               GO TO 2100-LIGNE-DATABANK-END
           END-IF.
           MOVE WS-DB-CODE TO WS-CODE-PRECEDENT.

           SET IDX-FICHE TO 1.
           SEARCH FICHE-TBL
               AT END
                   ADD 1 TO WS-NB-DB-SEULS
                   MOVE 'DB SEULE' TO LR-TYPE
                   IF WS-DB-CODE = SPACES
                       MOVE 'SANS client_code' TO LR-CORRECTION
                   ELSE
                       MOVE 'ABSENT DE fichierclient.txt'
                           TO LR-CORRECTION
                   END-IF
                   MOVE WS-LIGNE-RAPP TO REC-RAPPORT
                   WRITE REC-RAPPORT
                   GO TO 2100-LIGNE-DATABANK-END
               WHEN TBL-FCH-CODE(IDX-FICHE) = WS-DB-CODE
                   MOVE 'O' TO TBL-FCH-VU(IDX-FICHE)
           END-SEARCH.

           ADD 1 TO WS-NB-RAPPROCHES.
           PERFORM 2200-COMPARE-CHAMP-START
               THRU 2200-COMPARE-CHAMP-END
               VARYING IDX-CHAMP FROM 1 BY 1
               UNTIL IDX-CHAMP > 5.
       2100-LIGNE-DATABANK-END.
           EXIT.

      ***** Comparaison d'un champ (IDX-CHAMP) de la fiche IDX-FICHE  **
      ***** avec la ligne databank courante ; nom, prenom et email    **
      ***** sont compares sans tenir compte de la casse               **
       2200-COMPARE-CHAMP-START.
           SET WS-NO-CHAMP TO IDX-CHAMP.
           EVALUATE WS-NO-CHAMP
               WHEN 1
                   MOVE TBL-FCH-NOM(IDX-FICHE)    TO WS-VAL-FIC
                   MOVE WS-DB-NOM                 TO WS-VAL-DB
               WHEN 2
                   MOVE TBL-FCH-PRENOM(IDX-FICHE) TO WS-VAL-FIC
                   MOVE WS-DB-PRENOM              TO WS-VAL-DB
               WHEN 3
                   MOVE TBL-FCH-EMAIL(IDX-FICHE)  TO WS-VAL-FIC
                   MOVE WS-DB-EMAIL               TO WS-VAL-DB
               WHEN 4
                   MOVE TBL-FCH-TEL(IDX-FICHE)    TO WS-VAL-FIC
                   MOVE WS-DB-TEL                 TO WS-VAL-DB
               WHEN 5
                   MOVE TBL-FCH-AGENCE(IDX-FICHE) TO WS-VAL-FIC
                   MOVE WS-DB-AGENCE              TO WS-VAL-DB
           END-EVALUATE.
           MOVE WS-VAL-FIC TO WS-CMP-FIC.
           MOVE WS-VAL-DB  TO WS-CMP-DB.
           IF WS-NO-CHAMP < 4
               INSPECT WS-CMP-FIC CONVERTING WS-MINUSCULES
                   TO WS-MAJUSCULES
               INSPECT WS-CMP-DB CONVERTING WS-MINUSCULES
                   TO WS-MAJUSCULES
           END-IF.
           IF WS-CMP-FIC = WS-CMP-DB
               GO TO 2200-COMPARE-CHAMP-END
           END-IF.

           ADD 1 TO WS-NB-ECARTS.
           MOVE SPACES TO WS-LIGNE-RAPP.
           MOVE 'ECART'             TO LR-TYPE.
           MOVE WS-DB-CODE          TO LR-CODE.
           MOVE CH-NOM(IDX-CHAMP)   TO LR-CHAMP.
           MOVE WS-VAL-FIC          TO LR-FICHIER.
           MOVE WS-VAL-DB           TO LR-DATABANK.

      *    Le cote de reference l'emporte, sauf s'il est a blanc :
      *    c'est alors lui qui est complete depuis l'autre cote.
           IF CH-SOURCE(IDX-CHAMP) = 'F'
               SET WS-CORRIGER-DATABANK TO TRUE
               IF WS-VAL-FIC = SPACES
                   SET WS-CORRIGER-FICHIER TO TRUE
               END-IF
           ELSE
               SET WS-CORRIGER-FICHIER TO TRUE
               IF WS-VAL-DB = SPACES
                   SET WS-CORRIGER-DATABANK TO TRUE
               END-IF
           END-IF.

           IF WS-CORRIGER-DATABANK
               PERFORM 2300-CORRIGE-DATABANK-START
                   THRU 2300-CORRIGE-DATABANK-END
           ELSE
               PERFORM 2400-CORRIGE-FICHIER-START
                   THRU 2400-CORRIGE-FICHIER-END
           END-IF.
           MOVE WS-LIGNE-RAPP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2200-COMPARE-CHAMP-END.
           EXIT.

      ***** Correction proposee de la databank par la valeur fiche ****
       2300-CORRIGE-DATABANK-START.
           ADD 1 TO WS-NB-PROP-DB.
           MOVE SPACES TO REC-REVUE.
           MOVE 'D'                 TO REV-COTE.
           MOVE WS-DB-CODE          TO REV-CODE-CLT.
           MOVE CH-NOM(IDX-CHAMP)   TO REV-CHAMP.
           MOVE WS-VAL-DB           TO REV-ANCIEN.
           MOVE WS-VAL-FIC          TO REV-NOUVEAU.
           WRITE REC-REVUE.
           MOVE '-> DATABANK (tltrapp.rev)' TO LR-CORRECTION.
       2300-CORRIGE-DATABANK-END.
           EXIT.

      ***** Correction proposee de la fiche par la valeur databank ****
      ***** (une agence passe par un mouvement 'T' de depmut.dat ; une **
      ***** valeur plus longue que le champ de la fiche n'est pas     **
      ***** proposee, elle serait tronquee)                           **
       2400-CORRIGE-FICHIER-START.
           MOVE CH-LARGEUR(IDX-CHAMP) TO WS-LARGEUR.
           IF WS-VAL-DB(WS-LARGEUR + 1:) NOT = SPACES
               ADD 1 TO WS-NB-NON-PROP
               MOVE 'NON PROPOSEE : TROP LONG POUR LA FICHE'
                   TO LR-CORRECTION
               GO TO 2400-CORRIGE-FICHIER-END
           END-IF.

           IF CH-NOM(IDX-CHAMP) = 'AGENCE'
               ADD 1 TO WS-NB-PROP-MUT
               MOVE SPACES TO REC-PROPOSE
               MOVE 'T'             TO PRO-ACTION
               MOVE WS-DB-CODE      TO PRO-EMPLOYE-ID
               MOVE WS-VAL-DB       TO PRO-AGENCE
               MOVE WS-DATE-JOUR    TO PRO-DATE
               WRITE REC-PROPOSE
               MOVE '-> FICHIER (MUTATION tltrapp-mut.dat)'
                   TO LR-CORRECTION
               GO TO 2400-CORRIGE-FICHIER-END
           END-IF.

           ADD 1 TO WS-NB-PROP-FIC.
           MOVE SPACES TO REC-REVUE.
           MOVE 'F'                 TO REV-COTE.
           MOVE WS-DB-CODE          TO REV-CODE-CLT.
           MOVE CH-NOM(IDX-CHAMP)   TO REV-CHAMP.
           MOVE WS-VAL-FIC          TO REV-ANCIEN.
           MOVE WS-VAL-DB           TO REV-NOUVEAU.
           WRITE REC-REVUE.
           MOVE '-> FICHIER (tltrapp.rev)' TO LR-CORRECTION.
       2400-CORRIGE-FICHIER-END.
           EXIT.

      ***** Fiche jamais rencontree dans la databank *****************
       2500-FICHE-SEULE-START.
           IF TBL-FCH-VU(IDX-FICHE) = 'O'
               GO TO 2500-FICHE-SEULE-END
           END-IF.
           ADD 1 TO WS-NB-FIC-SEULS.
           MOVE SPACES TO WS-LIGNE-RAPP.
           MOVE 'FIC SEULE'            TO LR-TYPE.
           MOVE TBL-FCH-CODE(IDX-FICHE) TO LR-CODE.
           STRING TBL-FCH-NOM(IDX-FICHE) DELIMITED BY '  '
               " " TBL-FCH-PRENOM(IDX-FICHE) DELIMITED BY '  '
               INTO LR-FICHIER.
           MOVE 'ABSENT DE LA DATABANK' TO LR-CORRECTION.
           MOVE WS-LIGNE-RAPP TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       2500-FICHE-SEULE-END.
           EXIT.

      ***** Mode APPLIQUE : relecture du fichier de revue. Les lignes **
      ***** 'D' mettent a jour la databank (COMMIT unique en fin de   **
      ***** fichier, tout ou rien), les lignes 'F' sont gardees puis  **
      ***** appliquees en reecrivant fichierclient.txt vers           **
      ***** fichierclient.new.                                        **
       3000-APPLIQUE-START.
           OPEN INPUT FIC-REVUE.
           IF WS-REVUE-STATUS = '35'
               DISPLAY "FICHIER tltrapp.rev ABSENT -"
                   " LANCER D'ABORD LE MODE PROPOSE"
               GO TO 3000-APPLIQUE-END
           END-IF.

           PERFORM 3100-APPLIQUE-LOOP-START
               THRU 3100-APPLIQUE-LOOP-END
               UNTIL WS-REVUE-END.
           CLOSE FIC-REVUE.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF CORR-LGTH > 0
               PERFORM 3200-REECRIT-FICHES-START
                   THRU 3200-REECRIT-FICHES-END
           END-IF.

           DISPLAY "DATABANK MISES A JOUR : " WS-NB-MAJ-DB.
           DISPLAY "FICHES CORRIGEES      : " WS-NB-MAJ-FIC.
           DISPLAY "LIGNES REJETEES       : " WS-NB-REJETS.
           IF WS-NB-MAJ-FIC > 0
               DISPLAY "FICHIER CORRIGE       : fichierclient.new"
           END-IF.
       3000-APPLIQUE-END.
           EXIT.

       3100-APPLIQUE-LOOP-START.
           READ FIC-REVUE
               AT END
                   MOVE '10' TO WS-REVUE-STATUS
               NOT AT END
                   PERFORM 3110-APPLIQUE-LIGNE-START
                       THRU 3110-APPLIQUE-LIGNE-END
           END-READ.
       3100-APPLIQUE-LOOP-END.
           EXIT.

       3110-APPLIQUE-LIGNE-START.
           IF REV-CODE-CLT = SPACES
               OR NOT (REV-COTE-DATABANK OR REV-COTE-FICHIER)
               ADD 1 TO WS-NB-REJETS
               DISPLAY "LIGNE DE REVUE INCOMPLETE IGNOREE : "
                   REC-REVUE(1:19)
               GO TO 3110-APPLIQUE-LIGNE-END
           END-IF.
           SET IDX-CHAMP TO 1.
           SEARCH WS-CHAMP
               AT END
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY "CHAMP INCONNU IGNORE : " REC-REVUE(1:19)
                   GO TO 3110-APPLIQUE-LIGNE-END
               WHEN CH-NOM(IDX-CHAMP) = REV-CHAMP
                   CONTINUE
           END-SEARCH.

           IF REV-COTE-FICHIER
               PERFORM 3130-GARDE-CORRECTION-START
                   THRU 3130-GARDE-CORRECTION-END
           ELSE
               PERFORM 3120-MAJ-DATABANK-START
                   THRU 3120-MAJ-DATABANK-END
           END-IF.
       3110-APPLIQUE-LIGNE-END.
           EXIT.

       3120-MAJ-DATABANK-START.
           MOVE REV-CODE-CLT TO WS-MAJ-CLIENT.
           MOVE REV-NOUVEAU  TO WS-MAJ-VALEUR.
           SET WS-NO-CHAMP TO IDX-CHAMP.
           EVALUATE WS-NO-CHAMP
               WHEN 1
                   EXEC SQL
                       UPDATE databank
                       SET last_name = :WS-MAJ-VALEUR
                       WHERE client_code = :WS-MAJ-CLIENT
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       UPDATE databank
                       SET first_name = :WS-MAJ-VALEUR
                       WHERE client_code = :WS-MAJ-CLIENT
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       UPDATE databank
                       SET email = :WS-MAJ-VALEUR
                       WHERE client_code = :WS-MAJ-CLIENT
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       UPDATE databank
                       SET info_phone = :WS-MAJ-VALEUR
                       WHERE client_code = :WS-MAJ-CLIENT
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       UPDATE databank
                       SET agency_code = :WS-MAJ-VALEUR
                       WHERE client_code = :WS-MAJ-CLIENT
                   END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           IF SQLERRD(3) = 0
               ADD 1 TO WS-NB-REJETS
               DISPLAY "CLIENT INCONNU DE LA DATABANK : "
                   WS-MAJ-CLIENT
           ELSE
               ADD 1 TO WS-NB-MAJ-DB
           END-IF.
       3120-MAJ-DATABANK-END.
           EXIT.

      *    Une agence du fichier ne se corrige que par mutation.
       3130-GARDE-CORRECTION-START.
           IF REV-CHAMP = 'AGENCE'
               ADD 1 TO WS-NB-REJETS
               DISPLAY "AGENCE DU FICHIER A CORRIGER PAR MUTATION"
                   " (depmut.dat) : " REV-CODE-CLT
               GO TO 3130-GARDE-CORRECTION-END
           END-IF.
           IF CORR-LGTH >= 5000
               ADD 1 TO WS-NB-REJETS
               DISPLAY "TROP DE CORRECTIONS, LIGNE IGNOREE : "
                   REC-REVUE(1:19)
               GO TO 3130-GARDE-CORRECTION-END
           END-IF.
           SET CORR-LGTH UP BY 1.
           SET IDX-CORR TO CORR-LGTH.
           MOVE REV-CODE-CLT TO TBL-COR-CODE(IDX-CORR).
           MOVE REV-CHAMP    TO TBL-COR-CHAMP(IDX-CORR).
           MOVE REV-NOUVEAU  TO TBL-COR-VALEUR(IDX-CORR).
       3130-GARDE-CORRECTION-END.
           EXIT.

      ***** Reecriture des fiches avec les corrections gardees ********
       3200-REECRIT-FICHES-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY "fichierclient.txt ABSENT (STATUT "
                   WS-CLIENT-STATUS "), CORRECTIONS FICHIER NON"
                   " APPLIQUEES"
               GO TO 3200-REECRIT-FICHES-END
           END-IF.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM 3210-REECRIT-FICHE-START
               THRU 3210-REECRIT-FICHE-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
           CLOSE FIC-NOUVEAU.
       3200-REECRIT-FICHES-END.
           EXIT.

       3210-REECRIT-FICHE-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
                   GO TO 3210-REECRIT-FICHE-END
           END-READ.
           PERFORM 3220-CORRIGE-FICHE-START
               THRU 3220-CORRIGE-FICHE-END
               VARYING IDX-CORR FROM 1 BY 1
               UNTIL IDX-CORR > CORR-LGTH.
           MOVE F-CLIENT TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       3210-REECRIT-FICHE-END.
           EXIT.

       3220-CORRIGE-FICHE-START.
           IF TBL-COR-CODE(IDX-CORR) NOT = CODE-CLT
               OR ROLE-CLT = 'E'
               GO TO 3220-CORRIGE-FICHE-END
           END-IF.
           EVALUATE TBL-COR-CHAMP(IDX-CORR)
               WHEN 'NOM'
                   MOVE TBL-COR-VALEUR(IDX-CORR) TO NOM-CLT
               WHEN 'PRENOM'
                   MOVE TBL-COR-VALEUR(IDX-CORR) TO PRENOM-CLT
               WHEN 'EMAIL'
                   MOVE TBL-COR-VALEUR(IDX-CORR) TO EMAIL-CLT
               WHEN 'TEL'
                   MOVE TBL-COR-VALEUR(IDX-CORR) TO TEL-CLT
           END-EVALUATE.
           ADD 1 TO WS-NB-MAJ-FIC.
       3220-CORRIGE-FICHE-END.
           EXIT.

       1001-ERROR-RTN-START.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           DISPLAY "ERRCODE:" SPACE SQLSTATE.
           DISPLAY SQLERRMC.
       1001-ERROR-RTN-END.
           EXIT.
