       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurrsq.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise a jour du fichier des objets de
      *                 risque assures (risques.dat, FRISQUE.cpy) a
      *                 partir d'un fichier de mouvements rsqmaj.dat,
      *                 sur le modele d'assurben.cbl : ajout,
      *                 modification et suppression, cle numero de
      *                 contrat + rang de l'objet. Le fichier resultat
      *                 est ecrit dans risques.new, les mouvements M/D
      *                 sans enregistrement correspondant sont comptes
      *                 en mouvements ignores. rsqmaj.dat absent arrete
      *                 avec un message clair ; risques.dat absent vaut
      *                 maitre vide, les mouvements 'A' creent le
      *                 fichier.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RISQUE ASSIGN TO 'risques.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RISQUE-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'rsqmaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'risques.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RISQUE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FRISQUE.cpy'.

      ***** Fichier des mouvements : A-jout, M-odification,
      *     D-suppression ;
      *     cle RSQ-NUM-CONTRAT + RSQ-RANG, meme layout que FRISQUE.cpy
      *     precede de l'action.
       FD  FIC-MAJ
           RECORD CONTAINS 62 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
                     88 MAJ-AJOUT         VALUE 'A'.
                     88 MAJ-MODIF         VALUE 'M'.
                     88 MAJ-SUPPR         VALUE 'D'.
              06     FILLER               PIC X.
              06     MAJ-NUM-CONTRAT      PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-RANG             PIC 9(2).
              06     FILLER               PIC X.
              06     MAJ-TYPE-OBJET       PIC X(4).
              06     FILLER               PIC X.
              06     MAJ-IDENTIFIANTS     PIC X(43).

       FD  FIC-NOUVEAU
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(60).

       WORKING-STORAGE SECTION.
        01  WS-RISQUE-STATUS              PIC X(2).
            88  WS-RISQUE-OK              VALUE 00.
            88  WS-RISQUE-END             VALUE 10.
        01  WS-MAJ-STATUS                 PIC X(2).
            88  WS-MAJ-OK                 VALUE 00.
            88  WS-MAJ-END                VALUE 10.
        01  WS-NOUVEAU-STATUS             PIC X(2).

      ***** Table des mouvements, chargee en memoire et recherchee par
      *     cle contrat + rang.
        01  DATA-MVT.
            05  MVT-LGTH                  PIC 9(5) VALUE 0.
            05  MVT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MVT-LGTH
                INDEXED BY IDX-MVT.
                10  MVT-ACTION            PIC X.
                10  MVT-TRAITE            PIC X VALUE 'N'.
                    88 MVT-EST-TRAITE     VALUE 'O'.
                10  MVT-REC               PIC X(62).

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MODIF                   PIC 9(7) VALUE 0.
        01  WS-NB-SUPPR                   PIC 9(7) VALUE 0.
        01  WS-NB-AJOUT                   PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGE                PIC 9(7) VALUE 0.
        01  WS-NB-NON-TROUVES             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM 1000-LOAD-MVT-START    THRU 1000-LOAD-MVT-END.
           PERFORM 2000-APPLY-START       THRU 2000-APPLY-END.
           PERFORM 3000-APPEND-NEW-START  THRU 3000-APPEND-NEW-END.
           PERFORM 9000-TERM-START        THRU 9000-TERM-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Chargement des mouvements en table memoire ******************
       1000-LOAD-MVT-START.
      *    Sans fichier de mouvements, rien a appliquer : arret avec
      *    un message clair plutot que de boucler sur la lecture,
      *    cf. assurben.cbl pour benmaj.dat.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER rsqmaj.dat ABSENT '
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

      ***** Application des mouvements sur le fichier maitre ***********
      *     La cle du mouvement est contrat (3:8) + rang (12:2) dans
      *     MVT-REC, soit RSQ-NUM-CONTRAT + RSQ-RANG de l'enregistrement
      *     compare.
       2000-APPLY-START.
           OPEN INPUT  FIC-RISQUE.
           OPEN OUTPUT FIC-NOUVEAU.
      *    Premier passage : pas encore de fichier des objets, le
      *    maitre est traite comme vide et les mouvements 'A' creent
      *    le fichier.
           IF NOT WS-RISQUE-OK
               GO TO 2000-APPLY-END
           END-IF.
           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-RISQUE-END.
           CLOSE FIC-RISQUE.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-RISQUE INTO REC-RISQUE
               AT END
                   MOVE '10' TO WS-RISQUE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2110-FIND-MVT-START
                       THRU 2110-FIND-MVT-END
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Recherche d'un mouvement M ou D pour la cle courante *******
       2110-FIND-MVT-START.
           SET IDX-MVT TO 1.
           SEARCH MVT-TBL
               AT END
                   ADD 1 TO WS-NB-INCHANGE
                   MOVE REC-RISQUE TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
               WHEN MVT-REC(IDX-MVT)(3:8) = RSQ-NUM-CONTRAT
                   AND MVT-REC(IDX-MVT)(12:2) = RSQ-RANG
                   AND NOT MVT-EST-TRAITE(IDX-MVT)
                   PERFORM 2120-APPLY-MVT-START
                       THRU 2120-APPLY-MVT-END
           END-SEARCH.
       2110-FIND-MVT-END.
           EXIT.

       2120-APPLY-MVT-START.
           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE.
           EVALUATE MVT-ACTION(IDX-MVT)
               WHEN 'M'
                   ADD 1 TO WS-NB-MODIF
                   MOVE MVT-REC(IDX-MVT)(3:60) TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
               WHEN 'D'
                   ADD 1 TO WS-NB-SUPPR
               WHEN OTHER
                   MOVE REC-RISQUE TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
           END-EVALUATE.
       2120-APPLY-MVT-END.
           EXIT.

      ***** Ecriture des nouveaux objets (mouvements 'A') et comptage **
      *     des mouvements M/D sans enregistrement.
       3000-APPEND-NEW-START.
           PERFORM 3100-APPEND-MVT-START
               THRU 3100-APPEND-MVT-END
               VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > MVT-LGTH.
           CLOSE FIC-NOUVEAU.
       3000-APPEND-NEW-END.
           EXIT.

       3100-APPEND-MVT-START.
           IF MVT-EST-TRAITE(IDX-MVT)
               GO TO 3100-APPEND-MVT-END
           END-IF.
           IF MVT-ACTION(IDX-MVT) = 'A'
               ADD 1 TO WS-NB-AJOUT
               MOVE MVT-REC(IDX-MVT)(3:60) TO REC-NOUVEAU
               WRITE REC-NOUVEAU
               SET MVT-EST-TRAITE(IDX-MVT) TO TRUE
           ELSE
               ADD 1 TO WS-NB-NON-TROUVES
           END-IF.
       3100-APPEND-MVT-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'OBJETS LUS             : ' WS-NB-LUS.
           DISPLAY 'OBJETS MODIFIES        : ' WS-NB-MODIF.
           DISPLAY 'OBJETS SUPPRIMES       : ' WS-NB-SUPPR.
           DISPLAY 'OBJETS AJOUTES         : ' WS-NB-AJOUT.
           DISPLAY 'INCHANGES              : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS IGNORES     : ' WS-NB-NON-TROUVES
               ' (CLE INCONNUE)'.
           DISPLAY 'NOUVEAU FICHIER        : risques.new'.
       9000-TERM-END.
           EXIT.
