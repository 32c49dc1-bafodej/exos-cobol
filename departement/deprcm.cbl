       IDENTIFICATION DIVISION.
       PROGRAM-ID. deprcm.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise a jour du registre des
      *                 reclamations (reclamations.dat, FRECLAM.cpy) a
      *                 partir d'un fichier de mouvements reclmaj.dat,
      *                 sur le modele d'assurrsq.cbl : accuse de
      *                 R-eception, C-loture (date de reponse et
      *                 issue), M-odification (client, contrat,
      *                 categorie ou objet mal saisis) et D-suppression
      *                 d'une saisie erronee, cle reference. Les
      *                 reclamations sont creees par deprca.cbl, un
      *                 mouvement sans reclamation correspondante est
      *                 compte en mouvement ignore. Mouvements refuses
      *                 comptes et traces dans exceptions.dat
      *                 (FEXCEPT.cpy). Le fichier resultat est ecrit
      *                 dans reclamations.new.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RECLAM ASSIGN TO 'reclamations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RECLAM-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'reclmaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'reclamations.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RECLAM
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FRECLAM.cpy'.

      ***** Fichier des mouvements : accuse de R-eception, C-loture, **
      *     M-odification, D-suppression ; cle MAJ-REFERENCE, meme
      *     layout que FRECLAM.cpy precede de l'action. Une date
      *     d'accuse ou de reponse a zero vaut date du jour ; en
      *     modification, une zone a blanc garde la valeur du
      *     registre.
       FD  FIC-MAJ
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
                     88 MAJ-ACCUSE        VALUE 'R'.
                     88 MAJ-CLOTURE       VALUE 'C'.
                     88 MAJ-MODIF         VALUE 'M'.
                     88 MAJ-SUPPR         VALUE 'D'.
              06     FILLER               PIC X.
              06     MAJ-REFERENCE        PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-NUM-CONTRAT      PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-CATEGORIE        PIC X(10).
              06     FILLER               PIC X.
              06     MAJ-DATE-RECEPTION   PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-DATE-ACCUSE      PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-DATE-REPONSE     PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-ISSUE            PIC X.
              06     FILLER               PIC X.
              06     MAJ-OBJET            PIC X(33).

       FD  FIC-NOUVEAU
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(100).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-RECLAM-STATUS              PIC X(2).
            88  WS-RECLAM-OK              VALUE 00.
            88  WS-RECLAM-END             VALUE 10.
        01  WS-MAJ-STATUS                 PIC X(2).
            88  WS-MAJ-OK                 VALUE 00.
            88  WS-MAJ-END                VALUE 10.
        01  WS-NOUVEAU-STATUS             PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Table des mouvements, chargee en memoire et recherchee par
      *     reference.
        01  DATA-MVT.
            05  MVT-LGTH                  PIC 9(5) VALUE 0.
            05  MVT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MVT-LGTH
                INDEXED BY IDX-MVT.
                10  MVT-TRAITE            PIC X VALUE 'N'.
                    88 MVT-EST-TRAITE     VALUE 'O'.
                10  MVT-REC               PIC X(102).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-DATE-MVT                   PIC 9(8).
        01  WS-RCL-CONFORME               PIC X(1).
        01  WS-RCL-MOTIF                  PIC X(6).
        01  WS-DATE-SAISIE                PIC X(8).
        01  WS-CATEGORIE-AVANT            PIC X(10).
        01  WS-ETAT-RECLAM                PIC X(7).

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-ACCUSES                 PIC 9(7) VALUE 0.
        01  WS-NB-CLOTURES                PIC 9(7) VALUE 0.
        01  WS-NB-MODIF                   PIC 9(7) VALUE 0.
        01  WS-NB-SUPPR                   PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGE                PIC 9(7) VALUE 0.
        01  WS-NB-NON-TROUVES             PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.

           COPY 'NUMCTR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-LOAD-MVT-START    THRU 1000-LOAD-MVT-END.
           PERFORM 2000-APPLY-START       THRU 2000-APPLY-END.
           PERFORM 3000-NON-TROUVES-START THRU 3000-NON-TROUVES-END.
           PERFORM 9000-TERM-START        THRU 9000-TERM-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Chargement des mouvements en table memoire ******************
       1000-LOAD-MVT-START.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER reclmaj.dat ABSENT '
                   '(STATUT ' WS-MAJ-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-MVT-LOOP-START
               THRU 1100-LOAD-MVT-LOOP-END
               UNTIL WS-MAJ-END.
           CLOSE FIC-MAJ.
       1000-LOAD-MVT-END.
           EXIT.

       1100-LOAD-MVT-LOOP-START.
           READ FIC-MAJ INTO REC-MAJ
               AT END
                   MOVE '10' TO WS-MAJ-STATUS
               NOT AT END
                   SET MVT-LGTH UP BY 1
                   SET IDX-MVT TO MVT-LGTH
                   MOVE 'N'        TO MVT-TRAITE(IDX-MVT)
                   MOVE REC-MAJ    TO MVT-REC(IDX-MVT)
           END-READ.
       1100-LOAD-MVT-LOOP-END.
           EXIT.

      ***** Application des mouvements sur le registre ; sans registre
      ***** il n'y a rien a mettre a jour                            **
       2000-APPLY-START.
           OPEN INPUT FIC-RECLAM.
           IF NOT WS-RECLAM-OK
               DISPLAY 'FICHIER reclamations.dat ABSENT '
                   '(STATUT ' WS-RECLAM-STATUS '), ARRET'
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-RECLAM-END.
           CLOSE FIC-RECLAM.
           CLOSE FIC-NOUVEAU.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-RECLAM INTO REC-RECLAM
               AT END
                   MOVE '10' TO WS-RECLAM-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2110-FIND-MVT-START
                       THRU 2110-FIND-MVT-END
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Recherche d'un mouvement pour la reclamation courante ******
       2110-FIND-MVT-START.
           SET IDX-MVT TO 1.
           SEARCH MVT-TBL
               AT END
                   ADD 1 TO WS-NB-INCHANGE
                   MOVE REC-RECLAM TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
               WHEN MVT-REC(IDX-MVT)(3:8) = RCL-REFERENCE
                   AND NOT MVT-EST-TRAITE(IDX-MVT)
                   PERFORM 2120-APPLY-MVT-START
                       THRU 2120-APPLY-MVT-END
           END-SEARCH.
       2110-FIND-MVT-END.
           EXIT.

       2120-APPLY-MVT-START.
           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE.
           MOVE MVT-REC(IDX-MVT) TO REC-MAJ.
           MOVE 'O' TO WS-RCL-CONFORME.

           EVALUATE TRUE
               WHEN MAJ-ACCUSE
                   PERFORM 2200-ACCUSE-START THRU 2200-ACCUSE-END
               WHEN MAJ-CLOTURE
                   PERFORM 2300-CLOTURE-START THRU 2300-CLOTURE-END
               WHEN MAJ-MODIF
                   PERFORM 2400-MODIF-START THRU 2400-MODIF-END
               WHEN MAJ-SUPPR
                   ADD 1 TO WS-NB-SUPPR
                   GO TO 2120-APPLY-MVT-END
               WHEN OTHER
                   ADD 1 TO WS-NB-INCHANGE
           END-EVALUATE.

           IF WS-RCL-CONFORME = 'N'
               PERFORM 3200-REJET-RECLAM-START
                   THRU 3200-REJET-RECLAM-END
           END-IF.
           MOVE REC-RECLAM TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       2120-APPLY-MVT-END.
           EXIT.

      ***** Accuse de reception : une seule fois, sur une reclamation **
      *     en cours, date entre la reception et le jour.
       2200-ACCUSE-START.
           IF RCL-DATE-ACCUSE NOT = 0 OR NOT RCL-EN-COURS
               MOVE 'N'      TO WS-RCL-CONFORME
               MOVE 'RCLETA' TO WS-RCL-MOTIF
               GO TO 2200-ACCUSE-END
           END-IF.
           MOVE MAJ-DATE-ACCUSE TO WS-DATE-SAISIE.
           PERFORM 2500-DATE-MVT-START THRU 2500-DATE-MVT-END.
           IF WS-RCL-CONFORME = 'N'
               GO TO 2200-ACCUSE-END
           END-IF.
           ADD 1 TO WS-NB-ACCUSES.
           MOVE WS-DATE-MVT TO RCL-DATE-ACCUSE.
       2200-ACCUSE-END.
           EXIT.

      ***** Cloture : date de reponse et issue ; une reponse sans   ****
      *     accuse prealable vaut accuse a la meme date.
       2300-CLOTURE-START.
           IF NOT RCL-EN-COURS
               MOVE 'N'      TO WS-RCL-CONFORME
               MOVE 'RCLETA' TO WS-RCL-MOTIF
               GO TO 2300-CLOTURE-END
           END-IF.
           MOVE MAJ-ISSUE TO RCL-ISSUE.
           IF NOT RCL-ISSUE-VALIDE
               MOVE SPACE    TO RCL-ISSUE
               MOVE 'N'      TO WS-RCL-CONFORME
               MOVE 'RCLISS' TO WS-RCL-MOTIF
               GO TO 2300-CLOTURE-END
           END-IF.
           MOVE MAJ-DATE-REPONSE TO WS-DATE-SAISIE.
           PERFORM 2500-DATE-MVT-START THRU 2500-DATE-MVT-END.
           IF WS-RCL-CONFORME = 'N'
               OR (RCL-DATE-ACCUSE NOT = 0
                   AND WS-DATE-MVT < RCL-DATE-ACCUSE)
               MOVE SPACE    TO RCL-ISSUE
               MOVE 'N'      TO WS-RCL-CONFORME
               MOVE 'RCLDAT' TO WS-RCL-MOTIF
               GO TO 2300-CLOTURE-END
           END-IF.
           ADD 1 TO WS-NB-CLOTURES.
           MOVE WS-DATE-MVT TO RCL-DATE-REPONSE.
           IF RCL-DATE-ACCUSE = 0
               MOVE WS-DATE-MVT TO RCL-DATE-ACCUSE
           END-IF.
       2300-CLOTURE-END.
           EXIT.

      ***** Modification : zones renseignees du mouvement reprises, ***
      *     categorie et cle du contrat controlees comme a la saisie.
       2400-MODIF-START.
           IF MAJ-CATEGORIE NOT = SPACES
               MOVE RCL-CATEGORIE TO WS-CATEGORIE-AVANT
               MOVE MAJ-CATEGORIE TO RCL-CATEGORIE
               IF NOT RCL-CATEGORIE-VALIDE
                   MOVE WS-CATEGORIE-AVANT TO RCL-CATEGORIE
                   MOVE 'N'      TO WS-RCL-CONFORME
                   MOVE 'RCLCAT' TO WS-RCL-MOTIF
                   GO TO 2400-MODIF-END
               END-IF
               MOVE WS-CATEGORIE-AVANT TO RCL-CATEGORIE
           END-IF.
           IF MAJ-NUM-CONTRAT NOT = SPACES
               MOVE MAJ-NUM-CONTRAT TO NC-NUM-CONTRAT
               PERFORM 9850-CONTROLE-CONTRAT-START
                   THRU 9850-CONTROLE-CONTRAT-END
               IF NOT NC-CONTRAT-VALIDE
                   MOVE 'N'      TO WS-RCL-CONFORME
                   MOVE 'RCLCTR' TO WS-RCL-MOTIF
                   GO TO 2400-MODIF-END
               END-IF
           END-IF.

           ADD 1 TO WS-NB-MODIF.
           IF MAJ-CODE-CLT NOT = SPACES
               MOVE MAJ-CODE-CLT TO RCL-CODE-CLT
           END-IF.
           IF MAJ-NUM-CONTRAT NOT = SPACES
               MOVE MAJ-NUM-CONTRAT TO RCL-NUM-CONTRAT
           END-IF.
           IF MAJ-CATEGORIE NOT = SPACES
               MOVE MAJ-CATEGORIE TO RCL-CATEGORIE
           END-IF.
           IF MAJ-OBJET NOT = SPACES
               MOVE MAJ-OBJET TO RCL-OBJET
           END-IF.
       2400-MODIF-END.
           EXIT.

      ***** Date d'accuse ou de reponse du mouvement (deposee dans ****
      *     WS-DATE-SAISIE par l'appelant) -> WS-DATE-MVT ; a zero ou a
      *     blanc : date du jour. Refusee si non numerique, anterieure
      *     a la reception ou posterieure au jour.
       2500-DATE-MVT-START.
           MOVE WS-DATE-JOUR TO WS-DATE-MVT.
           IF WS-DATE-SAISIE NOT = SPACES
               AND WS-DATE-SAISIE NOT = '00000000'
               IF WS-DATE-SAISIE IS NOT NUMERIC
                   MOVE 'N'      TO WS-RCL-CONFORME
                   MOVE 'RCLDAT' TO WS-RCL-MOTIF
                   GO TO 2500-DATE-MVT-END
               END-IF
               MOVE WS-DATE-SAISIE TO WS-DATE-MVT
           END-IF.
           IF WS-DATE-MVT < RCL-DATE-RECEPTION
               OR WS-DATE-MVT > WS-DATE-JOUR
               MOVE 'N'      TO WS-RCL-CONFORME
               MOVE 'RCLDAT' TO WS-RCL-MOTIF
           END-IF.
       2500-DATE-MVT-END.
           EXIT.

      ***** Comptage des mouvements sans reclamation correspondante ***
       3000-NON-TROUVES-START.
           PERFORM 3010-NON-TROUVE-START
               THRU 3010-NON-TROUVE-END
               VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > MVT-LGTH.
       3000-NON-TROUVES-END.
           EXIT.

       3010-NON-TROUVE-START.
           IF NOT MVT-EST-TRAITE(IDX-MVT)
               ADD 1 TO WS-NB-NON-TROUVES
               DISPLAY 'MOUVEMENT ' MVT-REC(IDX-MVT)(1:1)
                   ' IGNORE : RECLAMATION ' MVT-REC(IDX-MVT)(3:8)
                   ' INCONNUE OU DEJA MISE A JOUR DANS CE PASSAGE'
           END-IF.
       3010-NON-TROUVE-END.
           EXIT.

      ***** Mouvement refuse : compte a part et trace dans le fichier **
      ***** commun des exceptions, cle = reference                   **
       3200-REJET-RECLAM-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE MAJ-REFERENCE TO WS-EXC-CLE.
           MOVE WS-RCL-MOTIF  TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           EVALUATE WS-RCL-MOTIF
               WHEN 'RCLETA'
                   IF RCL-EN-COURS
                       MOVE 'ACCUSEE' TO WS-ETAT-RECLAM
                   ELSE
                       MOVE 'CLOSE'   TO WS-ETAT-RECLAM
                   END-IF
                   STRING 'MOUVEMENT ' MAJ-ACTION
                       ' SUR RECLAMATION DEJA ' WS-ETAT-RECLAM
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'RCLDAT'
                   STRING 'MOUVEMENT ' MAJ-ACTION
                       ' : DATE FUTURE, INVALIDE OU TROP ANCIENNE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'RCLISS'
                   STRING 'CLOTURE SANS ISSUE VALIDE (' MAJ-ISSUE
                       ') : F, P, N OU S ATTENDU'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'RCLCAT'
                   STRING 'CATEGORIE INCONNUE : ' MAJ-CATEGORIE
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'RCLCTR'
                   STRING 'NUMERO DE CONTRAT ' MAJ-NUM-CONTRAT
                       ' A CLE DE CONTROLE INCORRECTE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
           END-EVALUATE.
           DISPLAY 'RECLAMATION ' MAJ-REFERENCE ' MOUVEMENT REFUSE ('
               WS-RCL-MOTIF ') : ' WS-EXC-DESC.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       3200-REJET-RECLAM-END.
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
           MOVE 'deprcm'     TO EXC-PROGRAMME.
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
           DISPLAY 'RECLAMATIONS LUES     : ' WS-NB-LUS.
           DISPLAY 'ACCUSES DE RECEPTION  : ' WS-NB-ACCUSES.
           DISPLAY 'CLOTUREES             : ' WS-NB-CLOTURES.
           DISPLAY 'MODIFIEES             : ' WS-NB-MODIF.
           DISPLAY 'SUPPRIMEES            : ' WS-NB-SUPPR.
           DISPLAY 'INCHANGEES            : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'MOUVEMENTS IGNORES    : ' WS-NB-NON-TROUVES
               ' (RECLAMATION INCONNUE)'.
           DISPLAY 'NOUVEAU FICHIER       : reclamations.new'.
       9000-TERM-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
