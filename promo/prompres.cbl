      ******************************************************************
      *    Registre des presences : saisie, correction et taux
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prompres.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Tenue du registre des presences
      *                 promo-presence.dat (FPRES.cpy, une ligne par
      *                 eleve, cours et seance : P present, E absence
      *                 justifiee, A absence non justifiee) par le
      *                 fichier de mouvements facultatif
      *                 promo-presence-mvt.dat : 'A' ajout d'une
      *                 seance, 'M' correction de son statut, 'S'
      *                 suppression. Eleve valide contre les
      *                 enregistrements '01' d'input.dat, cours contre
      *                 fr-liste-cours.txt ; un mouvement invalide est
      *                 refuse et liste. prompres.lis donne ensuite,
      *                 par eleve et par cours, le nombre de seances,
      *                 le taux de presence et le taux d'absences non
      *                 justifiees, marque NON ADMIS A L'EXAMEN
      *                 au-dela du taux maximal de la ligne de commande
      *                 (en pourcentage, ex: 025 ; defaut 020), la meme
      *                 regle que promexam.cbl.
      *    2026-10-15  Referentiel fr-liste-cours.txt lu sur 42
      *                 caracteres (credits, programme et bloc ajoutes
      *                 a FCOURS.cpy pour promaud.cbl).
      *    2026-10-15  La ligne d'un cours est editee depuis ses propres
      *                 compteurs (WS-CRS-*) et ne remplace plus le
      *                 total de l'eleve ; une seance n'est comptee que
      *                 si elle est cumulee, et les seances laissees
      *                 hors d'une table des cumuls pleine sont
      *                 signalees (rapport, console, code retour 4).
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT FIC-COURS-REF
               ASSIGN TO 'fr-liste-cours.txt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-REF-STATUS.

           SELECT FIC-PRESENCE
               ASSIGN TO 'promo-presence.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCE-STATUS.

           SELECT FIC-MVT
               ASSIGN TO 'promo-presence-mvt.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT FIC-RAPPORT
               ASSIGN TO 'prompres.lis'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT-2         PIC X(02).

       01  REC-STUDENT.
             05 R-S-KEY            PIC 9(02).
             05 R-S-LASTNAME       PIC X(07).
             05 R-S-FIRSTNAME      PIC X(06).
             05 R-S-AGE            PIC 9(02).

       FD  FIC-COURS-REF
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCOURS.cpy'.

       FD  FIC-PRESENCE
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPRES.cpy'.

      ***** Un mouvement par ligne : code, puis la seance au format   **
      ***** du registre (nom, prenom, cours, date AAAAMMJJ, statut)   **
       FD  FIC-MVT
           RECORD CONTAINS 72 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MVT.
           05 MVT-CODE           PIC X(01).
               88 MVT-AJOUT          VALUE 'A'.
               88 MVT-MODIF          VALUE 'M'.
               88 MVT-SUPPR          VALUE 'S'.
           05 FILLER             PIC X(01).
           05 MVT-CLE.
               10 MVT-LASTNAME   PIC X(20).
               10 MVT-FIRSTNAME  PIC X(20).
               10 MVT-LABEL      PIC X(21).
               10 MVT-DATE       PIC X(08).
           05 MVT-STATUT         PIC X(01).
               88 MVT-STATUT-VALIDE  VALUE 'P' 'E' 'A'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK    VALUE '00'.
           88 F-INPUT-STATUS-EOF   VALUE '10'.
       01  WS-COURS-REF-STATUS PIC X(02) VALUE SPACE.
           88 WS-COURS-REF-OK      VALUE '00'.
           88 WS-COURS-REF-EOF     VALUE '10'.
       01  WS-PRESENCE-STATUS  PIC X(02) VALUE SPACE.
           88 WS-PRESENCE-OK       VALUE '00'.
           88 WS-PRESENCE-EOF      VALUE '10'.
       01  WS-MVT-STATUS       PIC X(02) VALUE SPACE.
           88 WS-MVT-OK            VALUE '00'.
           88 WS-MVT-EOF           VALUE '10'.
       01  WS-RAPPORT-STATUS   PIC X(02) VALUE SPACE.

      ***** Referentiel des cours valides ******************************
       01  DATA-COURS-REF.
           03 COURS-REF-LGTH   PIC 9(03) VALUE 0.
           03 COURS-REF-TBL
               OCCURS 1 TO 200 TIMES
               DEPENDING ON COURS-REF-LGTH
               INDEXED BY IDX-COURS-REF.
                   05 TBL-COURS-REF    PIC X(21).

      ***** Eleves du flux '01' ****************************************
       01  DATA-STUDENT.
           03 STUDENT-LGTH     PIC 9(03) VALUE 0.
           03 STUDENT
               OCCURS 1 TO 999 TIMES
               DEPENDING ON STUDENT-LGTH
               INDEXED BY IDX-STUDENT.
                   05 S-LASTNAME   PIC X(20).
                   05 S-FIRSTNAME  PIC X(20).

      ***** Registre des presences en memoire, reecrit en fin de      **
      ***** traitement sans les seances supprimees                    **
       01  DATA-PRESENCE.
           03 PRES-LGTH        PIC 9(04) VALUE 0.
           03 PRES-TBL
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON PRES-LGTH
               INDEXED BY IDX-PRES.
                   05 TBL-PRS-REC.
                       10 TBL-PRS-CLE.
                           15 TBL-PRS-LASTNAME  PIC X(20).
                           15 TBL-PRS-FIRSTNAME PIC X(20).
                           15 TBL-PRS-LABEL     PIC X(21).
                           15 TBL-PRS-DATE      PIC X(08).
                       10 TBL-PRS-STATUT    PIC X(01).
                   05 TBL-PRS-SUPPR     PIC X(01).

      ***** Cumuls par eleve et par cours pour le rapport **************
       01  DATA-CUMUL.
           03 CUMUL-LGTH       PIC 9(04) VALUE 0.
           03 CUMUL-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON CUMUL-LGTH
               INDEXED BY IDX-CUMUL.
                   05 CUM-LASTNAME     PIC X(20).
                   05 CUM-FIRSTNAME    PIC X(20).
                   05 CUM-LABEL        PIC X(21).
                   05 CUM-SEANCES      PIC 9(04).
                   05 CUM-PRESENTS     PIC 9(04).
                   05 CUM-EXCUSES      PIC 9(04).
                   05 CUM-INJUSTIFIES  PIC 9(04).

      *    Taux maximal d'absences non justifiees, en pourcentage
      *    (ligne de commande, ex: 025 ; defaut 020).
       01  WS-CMD-LINE         PIC X(20) VALUE SPACES.
       01  WS-TAUX-PARM        PIC X(03) VALUE SPACES.
       01  WS-TAUX-NUM REDEFINES WS-TAUX-PARM
                               PIC 9(03).
       01  WS-TAUX-MAX         PIC 9(03) VALUE 020.

       01  WS-MOTIF-REFUS      PIC X(40) VALUE SPACES.
       01  WS-TROUVE           PIC X(01) VALUE 'N'.
       01  WS-NB-MVT-LUS       PIC 9(04) VALUE 0.
       01  WS-NB-MVT-APPLIQUES PIC 9(04) VALUE 0.
       01  WS-NB-MVT-REFUSES   PIC 9(04) VALUE 0.
       01  WS-NB-SEANCES       PIC 9(04) VALUE 0.
       01  WS-NB-NON-ADMIS     PIC 9(04) VALUE 0.
       01  WS-NB-ORPHELINS     PIC 9(04) VALUE 0.
      *    Seances non cumulees faute de place dans DATA-CUMUL.
       01  WS-NB-HORS-CUMUL    PIC 9(04) VALUE 0.
      *    Total toutes matieres de l'eleve (WS-TOT-*), ligne d'un
      *    cours (WS-CRS-*) et ligne en cours d'edition (WS-LIG-*).
       01  WS-TOT.
           03 WS-TOT-SEANCES      PIC 9(04) VALUE 0.
           03 WS-TOT-PRESENTS     PIC 9(04) VALUE 0.
           03 WS-TOT-EXCUSES      PIC 9(04) VALUE 0.
           03 WS-TOT-INJUSTIFIES  PIC 9(04) VALUE 0.
       01  WS-CRS.
           03 WS-CRS-SEANCES      PIC 9(04) VALUE 0.
           03 WS-CRS-PRESENTS     PIC 9(04) VALUE 0.
           03 WS-CRS-EXCUSES      PIC 9(04) VALUE 0.
           03 WS-CRS-INJUSTIFIES  PIC 9(04) VALUE 0.
       01  WS-LIG.
           03 WS-LIG-SEANCES      PIC 9(04) VALUE 0.
           03 WS-LIG-PRESENTS     PIC 9(04) VALUE 0.
           03 WS-LIG-EXCUSES      PIC 9(04) VALUE 0.
           03 WS-LIG-INJUSTIFIES  PIC 9(04) VALUE 0.
       01  WS-TX-PRESENCE      PIC 9(03)V9 VALUE 0.
       01  WS-TX-INJUSTIFIE    PIC 9(03)V9 VALUE 0.

       01  WS-PNT.
           03 WS-PNT-NBR       PIC ZZZ9.
           03 WS-PNT-TAUX      PIC ZZ9,9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-TAUX-PARM
           END-UNSTRING.
           IF WS-TAUX-PARM NOT = SPACES
               AND WS-TAUX-PARM IS NUMERIC
               MOVE WS-TAUX-NUM TO WS-TAUX-MAX
           END-IF.

           PERFORM 1000-LOAD-COURS-REF-START
               THRU 1000-LOAD-COURS-REF-END.
           PERFORM 1100-LOAD-ELEVES-START
               THRU 1100-LOAD-ELEVES-END.
           PERFORM 1200-LOAD-PRESENCES-START
               THRU 1200-LOAD-PRESENCES-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 2000-MOUVEMENTS-START
               THRU 2000-MOUVEMENTS-END.
           IF WS-NB-MVT-APPLIQUES > 0
               PERFORM 2900-REECRIT-REGISTRE-START
                   THRU 2900-REECRIT-REGISTRE-END
           END-IF.
           PERFORM 3000-TAUX-START
               THRU 3000-TAUX-END.
           CLOSE FIC-RAPPORT.

           IF WS-NB-MVT-REFUSES > 0
               OR WS-NB-HORS-CUMUL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'MOUVEMENTS LUS         : ' WS-NB-MVT-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES   : ' WS-NB-MVT-APPLIQUES.
           DISPLAY 'MOUVEMENTS REFUSES     : ' WS-NB-MVT-REFUSES.
           DISPLAY 'SEANCES AU REGISTRE    : ' WS-NB-SEANCES.
           DISPLAY 'NON ADMIS A UN EXAMEN  : ' WS-NB-NON-ADMIS.
           IF WS-NB-ORPHELINS > 0
               DISPLAY 'SEANCES D''ELEVES HORS input.dat : '
                   WS-NB-ORPHELINS
           END-IF.
           IF WS-NB-HORS-CUMUL > 0
               DISPLAY 'TABLE DES CUMULS PLEINE (2000), SEANCES NON '
                   'CUMULEES : ' WS-NB-HORS-CUMUL
           END-IF.
           DISPLAY 'RAPPORT ECRIT          : prompres.lis'.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      *    Referentiel des cours ; sans lui les mouvements ne peuvent
      *    etre controles, arret avec un message clair.
       1000-LOAD-COURS-REF-START.
           OPEN INPUT FIC-COURS-REF.
           IF NOT WS-COURS-REF-OK
               DISPLAY 'REFERENTIEL fr-liste-cours.txt ABSENT '
                   '(STATUT ' WS-COURS-REF-STATUS '), ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COURS-REF-EOF
               READ FIC-COURS-REF INTO F-COURS-REF
                   AT END
                       SET WS-COURS-REF-EOF TO TRUE
                   NOT AT END
                       IF COURS-REF-LGTH < 200
                           SET COURS-REF-LGTH UP BY 1
                           SET IDX-COURS-REF TO COURS-REF-LGTH
                           MOVE COURS-REF-LABEL
                               TO TBL-COURS-REF(IDX-COURS-REF)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-COURS-REF.
       1000-LOAD-COURS-REF-END.
           EXIT.

      ******************************************************************
      *    Eleves connus : enregistrements '01' d'input.dat.
       1100-LOAD-ELEVES-START.
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               DISPLAY 'ERROR INPUT FILE'
               GO TO 1100-LOAD-ELEVES-END
           END-IF.
           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
               IF F-INPUT-STATUS-EOF
                   GO TO 1100-LOAD-ELEVES-END
               END-IF
               IF REC-F-INPUT-2 = '01'
                   AND STUDENT-LGTH < 999
                   SET STUDENT-LGTH UP BY 1
                   MOVE R-S-LASTNAME  TO S-LASTNAME(STUDENT-LGTH)
                   MOVE R-S-FIRSTNAME TO S-FIRSTNAME(STUDENT-LGTH)
               END-IF
           END-PERFORM.
       1100-LOAD-ELEVES-END.
           CLOSE F-INPUT.

      ******************************************************************
      *    Registre existant ; absent au premier passage, il est cree
      *    par les mouvements 'A'.
       1200-LOAD-PRESENCES-START.
           OPEN INPUT FIC-PRESENCE.
           IF NOT WS-PRESENCE-OK
               DISPLAY 'PAS DE promo-presence.dat : REGISTRE VIDE'
               GO TO 1200-LOAD-PRESENCES-END
           END-IF.
           PERFORM UNTIL WS-PRESENCE-EOF
               READ FIC-PRESENCE
                   AT END
                       SET WS-PRESENCE-EOF TO TRUE
                   NOT AT END
                       IF PRES-LGTH < 9999
                           SET PRES-LGTH UP BY 1
                           SET IDX-PRES TO PRES-LGTH
                           MOVE F-PRESENCE TO TBL-PRS-REC(IDX-PRES)
                           MOVE 'N' TO TBL-PRS-SUPPR(IDX-PRES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PRESENCE.
       1200-LOAD-PRESENCES-END.
           EXIT.

      ******************************************************************
      *    Mouvements de saisie et de correction (facultatifs) : chaque
      *    mouvement est applique au registre en memoire, ou refuse
      *    avec son motif.
       2000-MOUVEMENTS-START.
           INITIALIZE REC-RAPPORT.
           MOVE 'MOUVEMENTS DU REGISTRE DES PRESENCES'
               TO REC-RAPPORT(1:40).
           WRITE REC-RAPPORT.
           OPEN INPUT FIC-MVT.
           IF NOT WS-MVT-OK
               INITIALIZE REC-RAPPORT
               MOVE '  AUCUN (PAS DE promo-presence-mvt.dat)'
                   TO REC-RAPPORT(1:40)
               WRITE REC-RAPPORT
               GO TO 2000-MOUVEMENTS-END
           END-IF.
           PERFORM UNTIL WS-MVT-EOF
               READ FIC-MVT
                   AT END
                       SET WS-MVT-EOF TO TRUE
                   NOT AT END
                       IF REC-MVT NOT = SPACES
                           PERFORM 2100-UN-MOUVEMENT-START
                               THRU 2100-UN-MOUVEMENT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-MVT.

           INITIALIZE REC-RAPPORT.
           MOVE '  APPLIQUES :' TO REC-RAPPORT(1:13).
           MOVE WS-NB-MVT-APPLIQUES TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(15:4).
           MOVE 'REFUSES :' TO REC-RAPPORT(21:9).
           MOVE WS-NB-MVT-REFUSES TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(31:4).
           WRITE REC-RAPPORT.
       2000-MOUVEMENTS-END.
           EXIT.

       2100-UN-MOUVEMENT-START.
           ADD 1 TO WS-NB-MVT-LUS.
           MOVE SPACES TO WS-MOTIF-REFUS.
           IF NOT MVT-AJOUT AND NOT MVT-MODIF AND NOT MVT-SUPPR
               MOVE 'CODE MOUVEMENT INCONNU (A/M/S)'
                   TO WS-MOTIF-REFUS
               GO TO 2100-UN-MOUVEMENT-REFUS
           END-IF.

           SET IDX-STUDENT TO 1.
           SEARCH STUDENT
               AT END
                   MOVE 'ELEVE INCONNU D''input.dat'
                       TO WS-MOTIF-REFUS
                   GO TO 2100-UN-MOUVEMENT-REFUS
               WHEN S-LASTNAME(IDX-STUDENT) = MVT-LASTNAME
                   AND S-FIRSTNAME(IDX-STUDENT) = MVT-FIRSTNAME
                   CONTINUE
           END-SEARCH.

           SET IDX-COURS-REF TO 1.
           SEARCH COURS-REF-TBL
               AT END
                   MOVE 'COURS ABSENT DU REFERENTIEL'
                       TO WS-MOTIF-REFUS
                   GO TO 2100-UN-MOUVEMENT-REFUS
               WHEN TBL-COURS-REF(IDX-COURS-REF) = MVT-LABEL
                   CONTINUE
           END-SEARCH.

           IF MVT-DATE NOT NUMERIC
               MOVE 'DATE DE SEANCE INVALIDE' TO WS-MOTIF-REFUS
               GO TO 2100-UN-MOUVEMENT-REFUS
           END-IF.
           IF NOT MVT-SUPPR AND NOT MVT-STATUT-VALIDE
               MOVE 'STATUT INVALIDE (P/E/A)' TO WS-MOTIF-REFUS
               GO TO 2100-UN-MOUVEMENT-REFUS
           END-IF.

           MOVE 'N' TO WS-TROUVE.
           SET IDX-PRES TO 1.
           SEARCH PRES-TBL
               AT END
                   CONTINUE
               WHEN TBL-PRS-CLE(IDX-PRES) = MVT-CLE
                   AND TBL-PRS-SUPPR(IDX-PRES) = 'N'
                   MOVE 'O' TO WS-TROUVE
           END-SEARCH.

           EVALUATE TRUE
               WHEN MVT-AJOUT
                   IF WS-TROUVE = 'O'
                       MOVE 'SEANCE DEJA SAISIE' TO WS-MOTIF-REFUS
                       GO TO 2100-UN-MOUVEMENT-REFUS
                   END-IF
                   IF PRES-LGTH >= 9999
                       MOVE 'REGISTRE PLEIN' TO WS-MOTIF-REFUS
                       GO TO 2100-UN-MOUVEMENT-REFUS
                   END-IF
                   SET PRES-LGTH UP BY 1
                   SET IDX-PRES TO PRES-LGTH
                   MOVE MVT-CLE    TO TBL-PRS-CLE(IDX-PRES)
                   MOVE MVT-STATUT TO TBL-PRS-STATUT(IDX-PRES)
                   MOVE 'N'        TO TBL-PRS-SUPPR(IDX-PRES)
               WHEN MVT-MODIF
                   IF WS-TROUVE = 'N'
                       MOVE 'SEANCE NON SAISIE' TO WS-MOTIF-REFUS
                       GO TO 2100-UN-MOUVEMENT-REFUS
                   END-IF
                   MOVE MVT-STATUT TO TBL-PRS-STATUT(IDX-PRES)
               WHEN MVT-SUPPR
                   IF WS-TROUVE = 'N'
                       MOVE 'SEANCE NON SAISIE' TO WS-MOTIF-REFUS
                       GO TO 2100-UN-MOUVEMENT-REFUS
                   END-IF
                   MOVE 'O' TO TBL-PRS-SUPPR(IDX-PRES)
           END-EVALUATE.
           ADD 1 TO WS-NB-MVT-APPLIQUES.
           GO TO 2100-UN-MOUVEMENT-END.

       2100-UN-MOUVEMENT-REFUS.
           ADD 1 TO WS-NB-MVT-REFUSES.
           INITIALIZE REC-RAPPORT.
           MOVE '  REFUSE'      TO REC-RAPPORT(1:8).
           MOVE REC-MVT         TO REC-RAPPORT(10:72).
           MOVE WS-MOTIF-REFUS  TO REC-RAPPORT(84:40).
           WRITE REC-RAPPORT.
       2100-UN-MOUVEMENT-END.
           EXIT.

      ******************************************************************
      *    Reecriture complete du registre, sans les seances supprimees.
       2900-REECRIT-REGISTRE-START.
           OPEN OUTPUT FIC-PRESENCE.
           PERFORM VARYING IDX-PRES FROM 1 BY 1
                   UNTIL IDX-PRES > PRES-LGTH
               IF TBL-PRS-SUPPR(IDX-PRES) = 'N'
                   MOVE TBL-PRS-REC(IDX-PRES) TO F-PRESENCE
                   WRITE F-PRESENCE
               END-IF
           END-PERFORM.
           CLOSE FIC-PRESENCE.
       2900-REECRIT-REGISTRE-END.
           EXIT.

      ******************************************************************
      *    Taux de presence par eleve et par cours : cumul des seances
      *    du registre, puis edition eleve par eleve dans l'ordre
      *    d'input.dat.
       3000-TAUX-START.
           PERFORM 3100-CUMUL-SEANCE-START
               THRU 3100-CUMUL-SEANCE-END
               VARYING IDX-PRES FROM 1 BY 1
               UNTIL IDX-PRES > PRES-LGTH.

           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'TAUX DE PRESENCE PAR ELEVE ET PAR COURS'
               TO REC-RAPPORT(1:40).
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE 'TAUX MAXIMAL D''ABSENCES NON JUSTIFIEES :'
               TO REC-RAPPORT(1:40).
           MOVE WS-TAUX-MAX TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(42:4).
           MOVE '%' TO REC-RAPPORT(47:1).
           WRITE REC-RAPPORT.
           IF WS-NB-HORS-CUMUL > 0
               INITIALIZE REC-RAPPORT
               MOVE 'ATTENTION : TABLE DES CUMULS PLEINE (2000),'
                   TO REC-RAPPORT(1:43)
               MOVE WS-NB-HORS-CUMUL TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-RAPPORT(45:4)
               MOVE 'SEANCES NON CUMULEES, TAUX INCOMPLETS'
                   TO REC-RAPPORT(50:37)
               WRITE REC-RAPPORT
           END-IF.

           PERFORM 3200-UN-ELEVE-START
               THRU 3200-UN-ELEVE-END
               VARYING IDX-STUDENT FROM 1 BY 1
               UNTIL IDX-STUDENT > STUDENT-LGTH.

           PERFORM VARYING IDX-CUMUL FROM 1 BY 1
                   UNTIL IDX-CUMUL > CUMUL-LGTH
               SET IDX-STUDENT TO 1
               SEARCH STUDENT
                   AT END
                       ADD CUM-SEANCES(IDX-CUMUL) TO WS-NB-ORPHELINS
                   WHEN S-LASTNAME(IDX-STUDENT)
                           = CUM-LASTNAME(IDX-CUMUL)
                       AND S-FIRSTNAME(IDX-STUDENT)
                           = CUM-FIRSTNAME(IDX-CUMUL)
                       CONTINUE
               END-SEARCH
           END-PERFORM.
       3000-TAUX-END.
           EXIT.

       3100-CUMUL-SEANCE-START.
           IF TBL-PRS-SUPPR(IDX-PRES) = 'O'
               GO TO 3100-CUMUL-SEANCE-END
           END-IF.
           SET IDX-CUMUL TO 1.
           SEARCH CUMUL-TBL
               AT END
                   IF CUMUL-LGTH >= 2000
                       ADD 1 TO WS-NB-HORS-CUMUL
                       GO TO 3100-CUMUL-SEANCE-END
                   END-IF
                   SET CUMUL-LGTH UP BY 1
                   SET IDX-CUMUL TO CUMUL-LGTH
                   MOVE TBL-PRS-LASTNAME(IDX-PRES)
                       TO CUM-LASTNAME(IDX-CUMUL)
                   MOVE TBL-PRS-FIRSTNAME(IDX-PRES)
                       TO CUM-FIRSTNAME(IDX-CUMUL)
                   MOVE TBL-PRS-LABEL(IDX-PRES)
                       TO CUM-LABEL(IDX-CUMUL)
                   MOVE 0 TO CUM-SEANCES(IDX-CUMUL)
                             CUM-PRESENTS(IDX-CUMUL)
                             CUM-EXCUSES(IDX-CUMUL)
                             CUM-INJUSTIFIES(IDX-CUMUL)
               WHEN CUM-LASTNAME(IDX-CUMUL)
                       = TBL-PRS-LASTNAME(IDX-PRES)
                   AND CUM-FIRSTNAME(IDX-CUMUL)
                       = TBL-PRS-FIRSTNAME(IDX-PRES)
                   AND CUM-LABEL(IDX-CUMUL) = TBL-PRS-LABEL(IDX-PRES)
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-NB-SEANCES.
           ADD 1 TO CUM-SEANCES(IDX-CUMUL).
           EVALUATE TBL-PRS-STATUT(IDX-PRES)
               WHEN 'P' ADD 1 TO CUM-PRESENTS(IDX-CUMUL)
               WHEN 'E' ADD 1 TO CUM-EXCUSES(IDX-CUMUL)
               WHEN 'A' ADD 1 TO CUM-INJUSTIFIES(IDX-CUMUL)
           END-EVALUATE.
       3100-CUMUL-SEANCE-END.
           EXIT.

      *    Un eleve : une ligne par cours suivi au registre, puis son
      *    total toutes matieres ; rien si aucune seance.
       3200-UN-ELEVE-START.
           MOVE 0 TO WS-TOT-SEANCES WS-TOT-PRESENTS
                     WS-TOT-EXCUSES WS-TOT-INJUSTIFIES.
           PERFORM VARYING IDX-CUMUL FROM 1 BY 1
                   UNTIL IDX-CUMUL > CUMUL-LGTH
               IF CUM-LASTNAME(IDX-CUMUL) = S-LASTNAME(IDX-STUDENT)
                   AND CUM-FIRSTNAME(IDX-CUMUL)
                       = S-FIRSTNAME(IDX-STUDENT)
                   ADD CUM-SEANCES(IDX-CUMUL)  TO WS-TOT-SEANCES
                   ADD CUM-PRESENTS(IDX-CUMUL) TO WS-TOT-PRESENTS
                   ADD CUM-EXCUSES(IDX-CUMUL)  TO WS-TOT-EXCUSES
                   ADD CUM-INJUSTIFIES(IDX-CUMUL)
                       TO WS-TOT-INJUSTIFIES
               END-IF
           END-PERFORM.
           IF WS-TOT-SEANCES = 0
               GO TO 3200-UN-ELEVE-END
           END-IF.

           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE S-LASTNAME(IDX-STUDENT)  TO REC-RAPPORT(1:20).
           MOVE S-FIRSTNAME(IDX-STUDENT) TO REC-RAPPORT(22:20).
           WRITE REC-RAPPORT.

           PERFORM 3210-UN-COURS-START
               THRU 3210-UN-COURS-END
               VARYING IDX-CUMUL FROM 1 BY 1
               UNTIL IDX-CUMUL > CUMUL-LGTH.

           INITIALIZE REC-RAPPORT.
           MOVE '  TOTAL' TO REC-RAPPORT(1:7).
           MOVE WS-TOT TO WS-LIG.
           PERFORM 3220-LIGNE-TAUX-START
               THRU 3220-LIGNE-TAUX-END.
           WRITE REC-RAPPORT.
       3200-UN-ELEVE-END.
           EXIT.

       3210-UN-COURS-START.
           IF CUM-LASTNAME(IDX-CUMUL) NOT = S-LASTNAME(IDX-STUDENT)
               OR CUM-FIRSTNAME(IDX-CUMUL)
                   NOT = S-FIRSTNAME(IDX-STUDENT)
               GO TO 3210-UN-COURS-END
           END-IF.
           MOVE CUM-SEANCES(IDX-CUMUL)     TO WS-CRS-SEANCES.
           MOVE CUM-PRESENTS(IDX-CUMUL)    TO WS-CRS-PRESENTS.
           MOVE CUM-EXCUSES(IDX-CUMUL)     TO WS-CRS-EXCUSES.
           MOVE CUM-INJUSTIFIES(IDX-CUMUL) TO WS-CRS-INJUSTIFIES.
           INITIALIZE REC-RAPPORT.
           MOVE CUM-LABEL(IDX-CUMUL) TO REC-RAPPORT(3:21).
           MOVE WS-CRS TO WS-LIG.
           PERFORM 3220-LIGNE-TAUX-START
               THRU 3220-LIGNE-TAUX-END.
           IF WS-TX-INJUSTIFIE > WS-TAUX-MAX
               MOVE 'NON ADMIS A L''EXAMEN' TO REC-RAPPORT(106:20)
               ADD 1 TO WS-NB-NON-ADMIS
           END-IF.
           WRITE REC-RAPPORT.
       3210-UN-COURS-END.
           EXIT.

      *    Colonnes de comptage et de taux a partir des WS-LIG-*
      *    (ligne d'un cours ou total de l'eleve).
       3220-LIGNE-TAUX-START.
           COMPUTE WS-TX-PRESENCE ROUNDED =
               WS-LIG-PRESENTS * 100 / WS-LIG-SEANCES.
           COMPUTE WS-TX-INJUSTIFIE ROUNDED =
               WS-LIG-INJUSTIFIES * 100 / WS-LIG-SEANCES.
           MOVE 'SEANCES'          TO REC-RAPPORT(25:7).
           MOVE WS-LIG-SEANCES     TO WS-PNT-NBR.
           MOVE WS-PNT-NBR         TO REC-RAPPORT(33:4).
           MOVE 'PRES.'            TO REC-RAPPORT(38:5).
           MOVE WS-LIG-PRESENTS    TO WS-PNT-NBR.
           MOVE WS-PNT-NBR         TO REC-RAPPORT(44:4).
           MOVE 'EXC.'             TO REC-RAPPORT(49:4).
           MOVE WS-LIG-EXCUSES     TO WS-PNT-NBR.
           MOVE WS-PNT-NBR         TO REC-RAPPORT(54:4).
           MOVE 'NON JUST.'        TO REC-RAPPORT(59:9).
           MOVE WS-LIG-INJUSTIFIES TO WS-PNT-NBR.
           MOVE WS-PNT-NBR         TO REC-RAPPORT(69:4).
           MOVE 'PRESENCE'         TO REC-RAPPORT(74:8).
           MOVE WS-TX-PRESENCE     TO WS-PNT-TAUX.
           MOVE WS-PNT-TAUX        TO REC-RAPPORT(83:5).
           MOVE '%'                TO REC-RAPPORT(88:1).
           MOVE 'ABS.NJ'           TO REC-RAPPORT(91:6).
           MOVE WS-TX-INJUSTIFIE   TO WS-PNT-TAUX.
           MOVE WS-PNT-TAUX        TO REC-RAPPORT(98:5).
           MOVE '%'                TO REC-RAPPORT(103:1).
       3220-LIGNE-TAUX-END.
           EXIT.
