      * ************************************************************************
      * Compagnon de tlt.cbl : extraction de nuit des changements de la
      * table databank (PostgreSQL) vers un fichier delta plat, pour
      * que les traitements COBOL en aval ne relisent plus le
      * dechargement complet. Chaque INSERT, UPDATE et DELETE sur
      * databank est trace par un trigger dans la table
      * databank_changes (cle, operation, colonnes changees et leurs
      * nouvelles valeurs, horodatage, programme ou utilisateur) ;
      * ce programme en extrait les changements posterieurs a la
      * derniere extraction reussie.
      *
      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Table databank_changes, fonction et
      *                 trigger databank_chg_trg crees au besoin comme
      *                 tlt_audit dans tlt.cbl : les changements ne
      *                 sont captes qu'a partir de la premiere
      *                 execution. Le programme ou l'utilisateur est
      *                 le nom de session (application_name, pose a la
      *                 connexion par tlt, tltfoyer, tltrapp et
      *                 tltnais), a defaut l'utilisateur de la base.
      *                 Point de reprise (high-water mark) : numero de
      *                 transaction. Sont extraits les changements des
      *                 transactions posterieures a la derniere
      *                 extraction reussie et anterieures a la plus
      *                 ancienne transaction encore ouverte, donc
      *                 toutes terminees ; le point n'avance (table
      *                 databank_extract, COMMIT final) qu'une fois le
      *                 delta et son manifeste ecrits, et un abandon
      *                 laisse un manifeste vide que fluxctl refuse.
      *                 Une relance repart du meme point et reecrit le
      *                 delta en entier : rien de perdu ni de double.
      *                 Delta databank-delta.dat : une ligne par
      *                 colonne changee (nouvelle valeur), une ligne
      *                 sans colonne pour un DELETE, puis une
      *                 ligne de controle (nombres de changements et
      *                 de lignes, bornes de transactions) ; manifeste
      *                 databank-delta.dat.man au format de fluxctl.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltchg.
       AUTHOR. Bafodé.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DELTA ASSIGN TO 'databank-delta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT FIC-MANIFESTE ASSIGN TO 'databank-delta.dat.man'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTE-STATUS.
           SELECT FIC-BATCH ASSIGN TO 'batch.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ***** Delta : une ligne par colonne changee, type M, puis une   **
      ***** ligne de controle, type C, en fin de fichier              **
       FD  FIC-DELTA
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  REC-DELTA.
           05  DLT-TYPE          PIC X(01).
               88  DLT-MOUVEMENT              VALUE 'M'.
               88  DLT-CONTROLE               VALUE 'C'.
           05  DLT-NO-CHG        PIC 9(12).
           05  FILLER            PIC X(01).
           05  DLT-OPERATION     PIC X(01).
           05  FILLER            PIC X(01).
           05  DLT-CODE-CLT      PIC X(08).
           05  FILLER            PIC X(01).
           05  DLT-CODE-AVANT    PIC X(08).
           05  FILLER            PIC X(01).
           05  DLT-HORODATE      PIC X(14).
           05  FILLER            PIC X(01).
           05  DLT-AUTEUR        PIC X(20).
           05  FILLER            PIC X(01).
           05  DLT-COLONNE       PIC X(20).
           05  FILLER            PIC X(01).
           05  DLT-VALEUR        PIC X(69).
       01  REC-DELTA-CONTROLE REDEFINES REC-DELTA.
           05  FILLER            PIC X(01).
           05  DLC-NB-CHG        PIC 9(07).
           05  FILLER            PIC X(01).
           05  DLC-NB-LIGNES     PIC 9(07).
           05  FILLER            PIC X(01).
           05  DLC-TX-DEBUT      PIC 9(18).
           05  FILLER            PIC X(01).
           05  DLC-TX-FIN        PIC 9(18).
           05  FILLER            PIC X(01).
           05  DLC-DATE          PIC 9(08).
           05  FILLER            PIC X(01).
           05  DLC-HEURE         PIC 9(06).
           05  FILLER            PIC X(90).

      ***** Manifeste du delta, au format lu par fluxctl **************
       FD  FIC-MANIFESTE
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MANIFESTE.
           05  MAN-NB-ENREG      PIC 9(07).
           05  FILLER            PIC X(01).
           05  MAN-MONTANT       PIC X(10).
           05  FILLER            PIC X(01).
           05  MAN-DATE          PIC 9(08).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME               PIC X(20).
       01  USERNAME             PIC X(20).
       01  PASSWD               PIC X(10).

       01  WS-NB-TRIGGERS       PIC S9(9)    VALUE 0.
       01  WS-TX-DEBUT          PIC S9(18)   VALUE 0.
       01  WS-TX-FIN            PIC S9(18)   VALUE 0.

       01  WS-CHG-ID            PIC S9(12).
       01  WS-CHG-OPERATION     PIC X(01).
       01  WS-CHG-CODE          PIC X(08).
       01  WS-CHG-CODE-AVANT    PIC X(08).
       01  WS-CHG-HORODATE      PIC X(14).
       01  WS-CHG-AUTEUR        PIC X(20).
       01  WS-CHG-COLONNE       PIC X(20).
       01  WS-CHG-VALEUR        PIC X(69).
       01  WS-CHG-LG-VALEUR     PIC S9(9).

       01  WS-EXT-DATE          PIC X(08).
       01  WS-EXT-HEURE         PIC X(06).
       01  WS-EXT-NB-CHG        PIC S9(9).
       01  WS-EXT-NB-LIGNES     PIC S9(9).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ***** Zone de travail hors section DECLARE ************************
       01  WS-DELTA-STATUS       PIC X(02).
       01  WS-MANIFESTE-STATUS   PIC X(02).

      ***** Evenement a tracer dans le journal de controle batch.log ****
       01  WS-EVENEMENT-STAMP    PIC X(06).
       01  WS-BATCH-STATUS       PIC X(02).

       01  WS-DATE-JOUR          PIC 9(08)    VALUE 0.
       01  WS-HEURE-JOUR         PIC 9(06)    VALUE 0.
       01  WS-CHG-PRECEDENT      PIC S9(12)   VALUE -1.
       01  WS-NB-CHG             PIC 9(07)    VALUE 0.
       01  WS-NB-MOUVEMENTS      PIC 9(07)    VALUE 0.
       01  WS-NB-LIGNES          PIC 9(07)    VALUE 0.
       01  WS-NB-TRONQUEES       PIC 9(07)    VALUE 0.
       01  WS-NB-INSERT          PIC 9(07)    VALUE 0.
       01  WS-NB-UPDATE          PIC 9(07)    VALUE 0.
       01  WS-NB-DELETE          PIC 9(07)    VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.

           PERFORM 0100-GET-CREDENTIALS-START
               THRU 0100-GET-CREDENTIALS-END.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               SET application_name TO 'tltchg'
           END-EXEC.

           PERFORM 1000-CAPTURE-START
               THRU 1000-CAPTURE-END.
           PERFORM 2000-BORNES-START
               THRU 2000-BORNES-END.
           PERFORM 3000-EXTRACTION-START
               THRU 3000-EXTRACTION-END.
           PERFORM 4000-POINT-REPRISE-START
               THRU 4000-POINT-REPRISE-END.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "TRANSACTIONS DE     : " WS-TX-DEBUT.
           DISPLAY "TRANSACTIONS AVANT  : " WS-TX-FIN.
           DISPLAY "CHANGEMENTS         : " WS-NB-CHG.
           DISPLAY "  INSERT            : " WS-NB-INSERT.
           DISPLAY "  UPDATE            : " WS-NB-UPDATE.
           DISPLAY "  DELETE            : " WS-NB-DELETE.
           DISPLAY "LIGNES DU DELTA     : " WS-NB-LIGNES.
           DISPLAY "VALEURS TRONQUEES   : " WS-NB-TRONQUEES.
           DISPLAY "DELTA               : databank-delta.dat".

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
           MOVE 'tltchg'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-CHG TO BL-NB-ENREG
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

      ***** Mise en place de la capture, au besoin : journal des     **
      ***** changements, table des extractions, fonction et trigger. **
      ***** Pour un UPDATE, seules les colonnes dont la valeur change  **
      ***** sont retenues (un UPDATE sans effet n'est pas trace) ;     **
      ***** pour un INSERT, toutes les colonnes renseignees.           **
       1000-CAPTURE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_changes (
                   change_id        BIGSERIAL PRIMARY KEY,
                   tx_id            BIGINT NOT NULL,
                   operation        CHAR(1) NOT NULL,
                   client_code      VARCHAR(50),
                   old_client_code  VARCHAR(50),
                   changed_columns  TEXT,
                   new_values       JSONB,
                   changed_at       TIMESTAMP NOT NULL
                                    DEFAULT CLOCK_TIMESTAMP(),
                   changed_by       VARCHAR(64)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               CREATE INDEX IF NOT EXISTS databank_changes_tx
                   ON databank_changes (tx_id)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_extract (
                   extract_date     CHAR(8),
                   extract_time     CHAR(6),
                   tx_from          BIGINT,
                   tx_to            BIGINT,
                   changes          INTEGER,
                   delta_lines      INTEGER
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-NB-TRIGGERS
               FROM pg_trigger
               WHERE tgname = 'databank_chg_trg'
           END-EXEC.
           IF WS-NB-TRIGGERS > 0
               EXEC SQL COMMIT END-EXEC
               GO TO 1000-CAPTURE-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION databank_chg_fn()
               RETURNS TRIGGER AS '
               DECLARE
                   v_old  JSONB;
                   v_new  JSONB;
                   v_cols TEXT;
                   v_qui  VARCHAR(64);
               BEGIN
                   v_qui = COALESCE(NULLIF(
                       current_setting(''application_name'', true),
                       ''''), current_user);
                   IF TG_OP = ''INSERT'' THEN
                       v_new = jsonb_strip_nulls(to_jsonb(NEW));
                       SELECT string_agg(k.key, '','' ORDER BY k.key)
                         INTO v_cols
                         FROM jsonb_object_keys(v_new) AS k(key);
                       INSERT INTO databank_changes
                           (tx_id, operation, client_code,
                            changed_columns, new_values, changed_by)
                       VALUES (txid_current(), ''I'', NEW.client_code,
                               v_cols, v_new, v_qui);
                       RETURN NEW;
                   ELSIF TG_OP = ''UPDATE'' THEN
                       v_old = to_jsonb(OLD);
                       SELECT jsonb_object_agg(n.key, n.value),
                              string_agg(n.key, '','' ORDER BY n.key)
                         INTO v_new, v_cols
                         FROM jsonb_each(to_jsonb(NEW)) AS n
                        WHERE n.value IS DISTINCT FROM v_old -> n.key;
                       IF v_cols IS NULL THEN
                           RETURN NEW;
                       END IF;
                       INSERT INTO databank_changes
                           (tx_id, operation, client_code,
                            old_client_code, changed_columns,
                            new_values, changed_by)
                       VALUES (txid_current(), ''U'', NEW.client_code,
                               OLD.client_code, v_cols, v_new, v_qui);
                       RETURN NEW;
                   ELSE
                       INSERT INTO databank_changes
                           (tx_id, operation, client_code,
                            old_client_code, changed_by)
                       VALUES (txid_current(), ''D'', OLD.client_code,
                               OLD.client_code, v_qui);
                       RETURN OLD;
                   END IF;
               END;' LANGUAGE plpgsql
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               CREATE TRIGGER databank_chg_trg
                   AFTER INSERT OR UPDATE OR DELETE ON databank
                   FOR EACH ROW EXECUTE PROCEDURE databank_chg_fn()
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "CAPTURE DES CHANGEMENTS MISE EN PLACE SUR databank".
       1000-CAPTURE-END.
           EXIT.

      ***** Bornes de l'extraction : du point de reprise de la        **
      ***** derniere extraction reussie (0 la premiere fois) a la     **
      ***** plus ancienne transaction encore ouverte ; toutes les     **
      ***** transactions anterieures sont terminees, aucune ne peut   **
      ***** plus ajouter de changement dans l'intervalle              **
       2000-BORNES-START.
           EXEC SQL
               SELECT COALESCE(MAX(tx_to), 0) INTO :WS-TX-DEBUT
               FROM databank_extract
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               SELECT txid_snapshot_xmin(txid_current_snapshot())
               INTO :WS-TX-FIN
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
       2000-BORNES-END.
           EXIT.

      ***** Ecriture du delta puis de son manifeste ; le delta est    **
      ***** toujours reecrit en entier. Le manifeste de la veille est **
      ***** vide d'abord : un delta interrompu ne passe pas fluxctl.  **
       3000-EXTRACTION-START.
           PERFORM 3900-VIDE-MANIFESTE-START
               THRU 3900-VIDE-MANIFESTE-END.
           EXEC SQL
               DECLARE CURSCHG CURSOR FOR
               SELECT c.change_id, c.operation,
                      COALESCE(c.client_code, ' '),
                      COALESCE(c.old_client_code, ' '),
                      TO_CHAR(c.changed_at, 'YYYYMMDDHH24MISS'),
                      COALESCE(c.changed_by, ' '),
                      COALESCE(v.key, ' '),
                      COALESCE(v.value, ' '),
                      COALESCE(LENGTH(v.value), 0)
               FROM databank_changes c
                    LEFT JOIN LATERAL jsonb_each_text(c.new_values)
                         AS v(key, value) ON TRUE
               WHERE c.tx_id >= :WS-TX-DEBUT
                 AND c.tx_id <  :WS-TX-FIN
               ORDER BY c.change_id, v.key
           END-EXEC.

           OPEN OUTPUT FIC-DELTA.
           IF WS-DELTA-STATUS NOT = '00'
               DISPLAY "*** OUVERTURE DU DELTA IMPOSSIBLE (STATUT "
                   WS-DELTA-STATUS ")"
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.

           EXEC SQL OPEN CURSCHG END-EXEC.
           PERFORM F-CRCHG
               UNTIL SQLCODE NOT = 0.
           IF SQLCODE NOT = 100
               CLOSE FIC-DELTA
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSCHG END-EXEC.

      *    Ligne de controle : elle compte dans le manifeste comme
      *    toute ligne du delta.
           MOVE SPACES TO REC-DELTA.
           SET DLT-CONTROLE TO TRUE.
           MOVE WS-NB-CHG       TO DLC-NB-CHG.
           MOVE WS-NB-MOUVEMENTS TO DLC-NB-LIGNES.
           MOVE WS-TX-DEBUT     TO DLC-TX-DEBUT.
           MOVE WS-TX-FIN       TO DLC-TX-FIN.
           MOVE WS-DATE-JOUR    TO DLC-DATE.
           MOVE WS-HEURE-JOUR   TO DLC-HEURE.
           WRITE REC-DELTA.
           ADD 1 TO WS-NB-LIGNES.
           CLOSE FIC-DELTA.

           OPEN OUTPUT FIC-MANIFESTE.
           MOVE SPACES TO REC-MANIFESTE.
           MOVE WS-NB-LIGNES TO MAN-NB-ENREG.
           MOVE WS-DATE-JOUR TO MAN-DATE.
           WRITE REC-MANIFESTE.
           CLOSE FIC-MANIFESTE.
       3000-EXTRACTION-END.
           EXIT.

       3900-VIDE-MANIFESTE-START.
           OPEN OUTPUT FIC-MANIFESTE.
           CLOSE FIC-MANIFESTE.
       3900-VIDE-MANIFESTE-END.
           EXIT.

       F-CRCHG.
           EXEC SQL
               FETCH CURSCHG INTO :WS-CHG-ID, :WS-CHG-OPERATION,
                                  :WS-CHG-CODE, :WS-CHG-CODE-AVANT,
                                  :WS-CHG-HORODATE, :WS-CHG-AUTEUR,
                                  :WS-CHG-COLONNE, :WS-CHG-VALEUR,
                                  :WS-CHG-LG-VALEUR
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 3100-LIGNE-DELTA-START
                   THRU 3100-LIGNE-DELTA-END
           END-IF.

       3100-LIGNE-DELTA-START.
           IF WS-CHG-ID NOT = WS-CHG-PRECEDENT
               MOVE WS-CHG-ID TO WS-CHG-PRECEDENT
               ADD 1 TO WS-NB-CHG
               EVALUATE WS-CHG-OPERATION
                   WHEN 'I'
                       ADD 1 TO WS-NB-INSERT
                   WHEN 'U'
                       ADD 1 TO WS-NB-UPDATE
                   WHEN OTHER
                       ADD 1 TO WS-NB-DELETE
               END-EVALUATE
           END-IF.
           IF WS-CHG-LG-VALEUR > 69
               ADD 1 TO WS-NB-TRONQUEES
           END-IF.
           MOVE SPACES TO REC-DELTA.
           SET DLT-MOUVEMENT TO TRUE.
           MOVE WS-CHG-ID         TO DLT-NO-CHG.
           MOVE WS-CHG-OPERATION  TO DLT-OPERATION.
           MOVE WS-CHG-CODE       TO DLT-CODE-CLT.
           MOVE WS-CHG-CODE-AVANT TO DLT-CODE-AVANT.
           MOVE WS-CHG-HORODATE   TO DLT-HORODATE.
           MOVE WS-CHG-AUTEUR     TO DLT-AUTEUR.
           MOVE WS-CHG-COLONNE    TO DLT-COLONNE.
           MOVE WS-CHG-VALEUR     TO DLT-VALEUR.
           WRITE REC-DELTA.
           ADD 1 TO WS-NB-MOUVEMENTS WS-NB-LIGNES.
       3100-LIGNE-DELTA-END.
           EXIT.

      ***** Le point de reprise n'avance qu'une fois le delta et son  **
      ***** manifeste ecrits                                          **
       4000-POINT-REPRISE-START.
           MOVE WS-DATE-JOUR  TO WS-EXT-DATE.
           MOVE WS-HEURE-JOUR TO WS-EXT-HEURE.
           MOVE WS-NB-CHG     TO WS-EXT-NB-CHG.
           MOVE WS-NB-LIGNES  TO WS-EXT-NB-LIGNES.
           EXEC SQL
               INSERT INTO databank_extract
                   (extract_date, extract_time, tx_from, tx_to,
                    changes, delta_lines)
               VALUES (:WS-EXT-DATE, :WS-EXT-HEURE, :WS-TX-DEBUT,
                       :WS-TX-FIN, :WS-EXT-NB-CHG, :WS-EXT-NB-LIGNES)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
       4000-POINT-REPRISE-END.
           EXIT.

      ***** Abandon : le point de reprise n'a pas avance ; manifeste  **
      ***** vide pour que fluxctl bloque le delta eventuellement      **
      ***** ecrit, la relance le refera en entier                     **
       1001-ERROR-RTN-START.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 3900-VIDE-MANIFESTE-START
               THRU 3900-VIDE-MANIFESTE-END.
           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           DISPLAY "ERRCODE:" SPACE SQLSTATE.
           DISPLAY SQLERRMC.
           DISPLAY "*** DELTA NON VALIDE, POINT DE REPRISE INCHANGE".
           MOVE 8 TO RETURN-CODE.
       1001-ERROR-RTN-END.
           EXIT.
