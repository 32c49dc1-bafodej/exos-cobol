       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurpce.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise a jour du fichier des pieces
      *                 justificatives recues (pieces.dat, FPIECE.cpy)
      *                 a partir d'un fichier de mouvements
      *                 piecemaj.dat, sur le modele d'assurrsq.cbl :
      *                 A-jout d'une piece recue, M-odification (date,
      *                 employe, conformite, commentaire) et
      *                 D-suppression, cle contrat + code piece. Une
      *                 piece ajoutee ou modifiee doit porter sur un
      *                 contrat du fichier maitre (cle de controle
      *                 verifiee par NUMCTR.cpy), etre exigee par le
      *                 catalogue produits pour le type du contrat,
      *                 avoir ete recue au plus tard aujourd'hui (date
      *                 a zero = date du jour) et etre enregistree par
      *                 un employe de fichierclient.txt. Mouvements
      *                 refuses comptes et traces dans exceptions.dat
      *                 (FEXCEPT.cpy). Le fichier resultat est ecrit
      *                 dans pieces.new.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PIECE ASSIGN TO 'pieces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PIECE-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'piecemaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'pieces.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-CATALOGUE ASSIGN TO 'assur-catalogue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PIECE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FPIECE.cpy'.

      ***** Fichier des mouvements : A-jout, M-odification,
      *     D-suppression ;
      *     cle MAJ-NUM-CONTRAT + MAJ-CODE-PIECE, meme layout que
      *     FPIECE.cpy precede de l'action. Date de reception a zero =
      *     date du jour, etat a blanc = piece conforme.
       FD  FIC-MAJ
           RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
                     88 MAJ-AJOUT         VALUE 'A'.
                     88 MAJ-MODIF         VALUE 'M'.
                     88 MAJ-SUPPR         VALUE 'D'.
              06     FILLER               PIC X.
              06     MAJ-NUM-CONTRAT      PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-CODE-PIECE       PIC X(4).
              06     FILLER               PIC X.
              06     MAJ-DATE-RECEPTION   PIC 9(8).
              06     FILLER               PIC X.
              06     MAJ-EMPLOYE          PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-ETAT             PIC X.
              06     FILLER               PIC X.
              06     MAJ-COMMENTAIRE      PIC X(30).

       FD  FIC-NOUVEAU
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(64).

       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FASSU.cpy'.

       FD  FIC-CATALOGUE
           RECORD CONTAINS 129 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCATALOG.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-PIECE-STATUS               PIC X(2).
            88  WS-PIECE-OK               VALUE 00.
            88  WS-PIECE-END              VALUE 10.
        01  WS-MAJ-STATUS                 PIC X(2).
            88  WS-MAJ-OK                 VALUE 00.
            88  WS-MAJ-END                VALUE 10.
        01  WS-NOUVEAU-STATUS             PIC X(2).
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-CATALOGUE-STATUS           PIC X(2).
            88  WS-CATALOGUE-OK           VALUE 00.
            88  WS-CATALOGUE-END          VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Table des mouvements, chargee en memoire et recherchee par
      *     cle contrat + code piece.
        01  DATA-MVT.
            05  MVT-LGTH                  PIC 9(5) VALUE 0.
            05  MVT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MVT-LGTH
                INDEXED BY IDX-MVT.
                10  MVT-ACTION            PIC X.
                10  MVT-TRAITE            PIC X VALUE 'N'.
                    88 MVT-EST-TRAITE     VALUE 'O'.
                10  MVT-REC               PIC X(66).

      ***** Catalogue produits : pieces exigees par type d'assurance **
        01  DATA-CATALOGUE.
            05  CATALOGUE-LGTH            PIC 9(3) VALUE 0.
            05  CATALOGUE-TBL
                OCCURS 1 TO 100 TIMES
                DEPENDING ON CATALOGUE-LGTH
                INDEXED BY IDX-CAT.
                10  TBL-CAT-TYPE          PIC X(13).
                10  TBL-CAT-PIECES.
                    15  TBL-CAT-PIECE     OCCURS 8 TIMES.
                        20  TBL-CAT-CODE  PIC X(4).
                        20  FILLER        PIC X(1).

      ***** Contrats du fichier maitre, numero -> type d'assurance ****
        01  DATA-CONTRAT.
            05  CONTRAT-LGTH              PIC 9(5) VALUE 0.
            05  CONTRAT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CONTRAT-LGTH
                INDEXED BY IDX-CONTRAT.
                10  TBL-NUM-CONTRAT       PIC X(8).
                10  TBL-TYPE-ASSU         PIC X(13).

      ***** Personnes du fichier maitre : code et role (client ou ****
      *     employe, a blanc = les deux).
        01  DATA-PERSONNE.
            05  PERSONNE-LGTH             PIC 9(5) VALUE 0.
            05  PERSONNE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON PERSONNE-LGTH
                INDEXED BY IDX-PERS.
                10  TBL-PERS-CODE         PIC X(8).
                10  TBL-PERS-ROLE         PIC X(1).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-PCE-CONFORME               PIC X(1).
        01  WS-PCE-MOTIF                  PIC X(6).
        01  WS-PIECE-EXIGEE               PIC X(1).
        01  WS-I                          PIC 9(1).

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MODIF                   PIC 9(7) VALUE 0.
        01  WS-NB-SUPPR                   PIC 9(7) VALUE 0.
        01  WS-NB-AJOUT                   PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGE                PIC 9(7) VALUE 0.
        01  WS-NB-NON-TROUVES             PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.

           COPY 'NUMCTR-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-LOAD-MVT-START    THRU 1000-LOAD-MVT-END.
           PERFORM 1200-LOAD-CAT-START    THRU 1200-LOAD-CAT-END.
           PERFORM 1400-LOAD-ASSU-START   THRU 1400-LOAD-ASSU-END.
           PERFORM 1600-LOAD-PERS-START   THRU 1600-LOAD-PERS-END.
           PERFORM 2000-APPLY-START       THRU 2000-APPLY-END.
           PERFORM 3000-APPEND-NEW-START  THRU 3000-APPEND-NEW-END.
           PERFORM 9000-TERM-START        THRU 9000-TERM-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Chargement des mouvements en table memoire ******************
       1000-LOAD-MVT-START.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER piecemaj.dat ABSENT '
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
                   MOVE MAJ-ACTION TO MVT-ACTION(IDX-MVT)
                   MOVE 'N'        TO MVT-TRAITE(IDX-MVT)
                   MOVE REC-MAJ    TO MVT-REC(IDX-MVT)
           END-READ.
       1100-LOAD-MVT-LOOP-END.
           EXIT.

      ***** Chargement du catalogue produits ; les pieces saisies ****
      ***** lui sont toujours confrontees, sans catalogue : arret ****
       1200-LOAD-CAT-START.
           OPEN INPUT FIC-CATALOGUE.
           IF NOT WS-CATALOGUE-OK
               DISPLAY 'FICHIER assur-catalogue.txt ABSENT '
                   '(STATUT ' WS-CATALOGUE-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-CAT-LOOP-START
               THRU 1300-LOAD-CAT-LOOP-END
               UNTIL WS-CATALOGUE-END.
           CLOSE FIC-CATALOGUE.
       1200-LOAD-CAT-END.
           EXIT.

       1300-LOAD-CAT-LOOP-START.
           READ FIC-CATALOGUE
               AT END
                   MOVE '10' TO WS-CATALOGUE-STATUS
               NOT AT END
                   IF CAT-TYPE-ASSU NOT = SPACES
                       AND CATALOGUE-LGTH < 100
                       SET CATALOGUE-LGTH UP BY 1
                       SET IDX-CAT TO CATALOGUE-LGTH
                       MOVE CAT-TYPE-ASSU
                           TO TBL-CAT-TYPE(IDX-CAT)
                       MOVE CAT-PIECES
                           TO TBL-CAT-PIECES(IDX-CAT)
                   END-IF
           END-READ.
       1300-LOAD-CAT-LOOP-END.
           EXIT.

      ***** Chargement des contrats : numero -> type d'assurance ******
       1400-LOAD-ASSU-START.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT '
                   '(STATUT ' WS-ASSU-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-ASSU-LOOP-START
               THRU 1500-LOAD-ASSU-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       1400-LOAD-ASSU-END.
           EXIT.

       1500-LOAD-ASSU-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   IF CONTRAT-LGTH < 20000
                       SET CONTRAT-LGTH UP BY 1
                       SET IDX-CONTRAT TO CONTRAT-LGTH
                       MOVE WS-NUM-CONTRAT
                           TO TBL-NUM-CONTRAT(IDX-CONTRAT)
                       MOVE WS-TYPE-ASSU
                           TO TBL-TYPE-ASSU(IDX-CONTRAT)
                   END-IF
           END-READ.
       1500-LOAD-ASSU-LOOP-END.
           EXIT.

      ***** Chargement des personnes (clients et employes) ************
       1600-LOAD-PERS-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1700-LOAD-PERS-LOOP-START
               THRU 1700-LOAD-PERS-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1600-LOAD-PERS-END.
           EXIT.

       1700-LOAD-PERS-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF PERSONNE-LGTH < 20000
                       SET PERSONNE-LGTH UP BY 1
                       SET IDX-PERS TO PERSONNE-LGTH
                       MOVE CODE-CLT TO TBL-PERS-CODE(IDX-PERS)
                       MOVE ROLE-CLT TO TBL-PERS-ROLE(IDX-PERS)
                   END-IF
           END-READ.
       1700-LOAD-PERS-LOOP-END.
           EXIT.

      ***** Application des mouvements sur le fichier des pieces ******
      *     La cle du mouvement est contrat (3:8) + code piece (12:4)
      *     dans MVT-REC, soit PCE-NUM-CONTRAT + PCE-CODE-PIECE de
      *     l'enregistrement compare.
       2000-APPLY-START.
           OPEN INPUT  FIC-PIECE.
           OPEN OUTPUT FIC-NOUVEAU.
      *    Premier passage : pas encore de fichier des pieces, les
      *    mouvements 'A' le creent.
           IF NOT WS-PIECE-OK
               GO TO 2000-APPLY-END
           END-IF.
           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-PIECE-END.
           CLOSE FIC-PIECE.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-PIECE INTO REC-PIECE
               AT END
                   MOVE '10' TO WS-PIECE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2110-FIND-MVT-START
                       THRU 2110-FIND-MVT-END
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Recherche d'un mouvement pour la piece courante ************
       2110-FIND-MVT-START.
           SET IDX-MVT TO 1.
           SEARCH MVT-TBL
               AT END
                   ADD 1 TO WS-NB-INCHANGE
                   MOVE REC-PIECE TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
               WHEN MVT-REC(IDX-MVT)(3:8) = PCE-NUM-CONTRAT
                   AND MVT-REC(IDX-MVT)(12:4) = PCE-CODE-PIECE
                   AND NOT MVT-EST-TRAITE(IDX-MVT)
                   PERFORM 2120-APPLY-MVT-START
                       THRU 2120-APPLY-MVT-END
           END-SEARCH.
       2110-FIND-MVT-END.
           EXIT.

       2120-APPLY-MVT-START.
           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE.
           MOVE MVT-REC(IDX-MVT) TO REC-MAJ.
           MOVE 'O' TO WS-PCE-CONFORME.

           EVALUATE TRUE
               WHEN MAJ-MODIF
                   PERFORM 3100-CONTROLE-PIECE-START
                       THRU 3100-CONTROLE-PIECE-END
                   IF WS-PCE-CONFORME = 'O'
                       ADD 1 TO WS-NB-MODIF
                       MOVE REC-MAJ(3:64) TO REC-PIECE
                   END-IF
               WHEN MAJ-SUPPR
                   ADD 1 TO WS-NB-SUPPR
                   GO TO 2120-APPLY-MVT-END
      *    Ajout sur une piece deja enregistree : doublon refuse.
               WHEN MAJ-AJOUT
                   MOVE 'N'      TO WS-PCE-CONFORME
                   MOVE 'PCEDBL' TO WS-PCE-MOTIF
               WHEN OTHER
                   ADD 1 TO WS-NB-INCHANGE
           END-EVALUATE.

           IF WS-PCE-CONFORME = 'N'
               PERFORM 3200-REJET-PIECE-START
                   THRU 3200-REJET-PIECE-END
           END-IF.
           MOVE REC-PIECE TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       2120-APPLY-MVT-END.
           EXIT.

      ***** Ecriture des nouvelles pieces (mouvements 'A') et comptage *
      *     des autres mouvements sans piece correspondante.
       3000-APPEND-NEW-START.
           PERFORM 3010-APPEND-MVT-START
               THRU 3010-APPEND-MVT-END
               VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > MVT-LGTH.
           CLOSE FIC-NOUVEAU.
       3000-APPEND-NEW-END.
           EXIT.

       3010-APPEND-MVT-START.
           IF MVT-EST-TRAITE(IDX-MVT)
               GO TO 3010-APPEND-MVT-END
           END-IF.
           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE.
           IF MVT-ACTION(IDX-MVT) NOT = 'A'
               ADD 1 TO WS-NB-NON-TROUVES
               GO TO 3010-APPEND-MVT-END
           END-IF.

           MOVE MVT-REC(IDX-MVT) TO REC-MAJ.
           PERFORM 3100-CONTROLE-PIECE-START
               THRU 3100-CONTROLE-PIECE-END.
           IF WS-PCE-CONFORME = 'N'
               PERFORM 3200-REJET-PIECE-START
                   THRU 3200-REJET-PIECE-END
               GO TO 3010-APPEND-MVT-END
           END-IF.

           ADD 1 TO WS-NB-AJOUT.
           MOVE REC-MAJ(3:64) TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       3010-APPEND-MVT-END.
           EXIT.

      ***** Controle d'une piece saisie (REC-MAJ) : contrat a cle ****
      *     correcte et present au fichier maitre, piece exigee par le
      *     catalogue pour son type, date de reception non future,
      *     employe connu, etat C ou N. Date a zero et etat a blanc
      *     sont completes ici (date du jour, piece conforme).
       3100-CONTROLE-PIECE-START.
           MOVE 'O' TO WS-PCE-CONFORME.
           MOVE MAJ-NUM-CONTRAT TO NC-NUM-CONTRAT.
           PERFORM 9850-CONTROLE-CONTRAT-START
               THRU 9850-CONTROLE-CONTRAT-END.
           IF NOT NC-CONTRAT-VALIDE
               MOVE 'N'      TO WS-PCE-CONFORME
               MOVE 'CLECTR' TO WS-PCE-MOTIF
               GO TO 3100-CONTROLE-PIECE-END
           END-IF.

           SET IDX-CONTRAT TO 1.
           SEARCH CONTRAT-TBL
               AT END
                   MOVE 'N'      TO WS-PCE-CONFORME
                   MOVE 'PCECTR' TO WS-PCE-MOTIF
                   GO TO 3100-CONTROLE-PIECE-END
               WHEN TBL-NUM-CONTRAT(IDX-CONTRAT) = MAJ-NUM-CONTRAT
                   CONTINUE
           END-SEARCH.

           MOVE 'N' TO WS-PIECE-EXIGEE.
           SET IDX-CAT TO 1.
           SEARCH CATALOGUE-TBL
               AT END
                   CONTINUE
               WHEN TBL-CAT-TYPE(IDX-CAT) = TBL-TYPE-ASSU(IDX-CONTRAT)
                   PERFORM 3110-PIECE-EXIGEE-START
                       THRU 3110-PIECE-EXIGEE-END
                       VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > 8
           END-SEARCH.
           IF WS-PIECE-EXIGEE = 'N'
               MOVE 'N'      TO WS-PCE-CONFORME
               MOVE 'PCECOD' TO WS-PCE-MOTIF
               GO TO 3100-CONTROLE-PIECE-END
           END-IF.

           IF MAJ-DATE-RECEPTION IS NOT NUMERIC
               OR MAJ-DATE-RECEPTION = 0
               MOVE WS-DATE-JOUR TO MAJ-DATE-RECEPTION
           END-IF.
           IF MAJ-DATE-RECEPTION > WS-DATE-JOUR
               MOVE 'N'      TO WS-PCE-CONFORME
               MOVE 'PCEDAT' TO WS-PCE-MOTIF
               GO TO 3100-CONTROLE-PIECE-END
           END-IF.

           SET IDX-PERS TO 1.
           SEARCH PERSONNE-TBL
               AT END
                   MOVE 'N'      TO WS-PCE-CONFORME
                   MOVE 'PCEEMP' TO WS-PCE-MOTIF
                   GO TO 3100-CONTROLE-PIECE-END
               WHEN TBL-PERS-CODE(IDX-PERS) = MAJ-EMPLOYE
                   CONTINUE
           END-SEARCH.
           IF TBL-PERS-ROLE(IDX-PERS) = 'C'
               MOVE 'N'      TO WS-PCE-CONFORME
               MOVE 'PCEEMP' TO WS-PCE-MOTIF
               GO TO 3100-CONTROLE-PIECE-END
           END-IF.

           IF MAJ-ETAT = SPACE
               MOVE 'C' TO MAJ-ETAT
           END-IF.
           IF MAJ-ETAT NOT = 'C' AND MAJ-ETAT NOT = 'N'
               MOVE 'N'      TO WS-PCE-CONFORME
               MOVE 'PCEETA' TO WS-PCE-MOTIF
           END-IF.
       3100-CONTROLE-PIECE-END.
           EXIT.

       3110-PIECE-EXIGEE-START.
           IF TBL-CAT-CODE(IDX-CAT, WS-I) = MAJ-CODE-PIECE
               AND MAJ-CODE-PIECE NOT = SPACES
               MOVE 'O' TO WS-PIECE-EXIGEE
           END-IF.
       3110-PIECE-EXIGEE-END.
           EXIT.

      ***** Mouvement refuse : compte a part et trace dans le fichier **
      ***** commun des exceptions, cle = contrat + code piece        **
       3200-REJET-PIECE-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO WS-EXC-CLE.
           STRING MAJ-NUM-CONTRAT ' ' MAJ-CODE-PIECE
               DELIMITED BY SIZE INTO WS-EXC-CLE
           END-STRING.
           MOVE WS-PCE-MOTIF  TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           EVALUATE WS-PCE-MOTIF
               WHEN 'PCEDBL'
                   MOVE 'AJOUT D''UNE PIECE DEJA ENREGISTREE'
                       TO WS-EXC-DESC
               WHEN 'CLECTR'
                   STRING 'NUMERO DE CONTRAT ' MAJ-NUM-CONTRAT
                       ' : CLE DE CONTROLE INVALIDE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'PCECTR'
                   STRING 'CONTRAT ' MAJ-NUM-CONTRAT
                       ' ABSENT DU FICHIER DES POLICES'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'PCECOD'
                   STRING 'PIECE ' MAJ-CODE-PIECE
                       ' NON EXIGEE PAR LE CATALOGUE POUR '
                       TBL-TYPE-ASSU(IDX-CONTRAT)
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'PCEDAT'
                   STRING 'DATE DE RECEPTION ' MAJ-DATE-RECEPTION
                       ' POSTERIEURE AU JOUR'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'PCEEMP'
                   STRING 'EMPLOYE ' MAJ-EMPLOYE
                       ' INCONNU OU NON EMPLOYE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'PCEETA'
                   STRING 'ETAT DE PIECE ' MAJ-ETAT
                       ' INVALIDE (C CONFORME, N NON CONFORME)'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
           END-EVALUATE.
           DISPLAY 'PIECE ' MAJ-NUM-CONTRAT ' ' MAJ-CODE-PIECE
               ' REFUSEE (' WS-PCE-MOTIF ') : ' WS-EXC-DESC.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       3200-REJET-PIECE-END.
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
           MOVE 'assurpce'   TO EXC-PROGRAMME.
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
           DISPLAY 'PIECES LUES            : ' WS-NB-LUS.
           DISPLAY 'PIECES MODIFIEES       : ' WS-NB-MODIF.
           DISPLAY 'PIECES SUPPRIMEES      : ' WS-NB-SUPPR.
           DISPLAY 'PIECES AJOUTEES        : ' WS-NB-AJOUT.
           DISPLAY 'INCHANGEES             : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS REJETES     : ' WS-NB-REJETS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'MOUVEMENTS IGNORES     : ' WS-NB-NON-TROUVES
               ' (PIECE INCONNUE)'.
           DISPLAY 'NOUVEAU FICHIER        : pieces.new'.
       9000-TERM-END.
           EXIT.

           COPY 'NUMCTR.cpy'.
