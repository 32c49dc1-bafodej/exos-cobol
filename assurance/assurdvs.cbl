       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurdvs.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise a jour du fichier des devis
      *                 (devis.dat, FDEVIS.cpy) a partir d'un fichier
      *                 de mouvements devismaj.dat, sur le modele
      *                 d'assurrsq.cbl : A-jout, M-odification et
      *                 D-suppression d'un devis, C-onclusion (devis
      *                 accepte) et R-efus. La prime proposee d'un
      *                 ajout ou d'une modification est controlee
      *                 contre le catalogue produits (assur-catalogue
      *                 .txt, memes regles et codes qu'assurmnt.cbl),
      *                 l'employe emetteur contre fichierclient.txt.
      *                 Un devis accepte genere le mouvement 'A' du
      *                 contrat dans assumaj.dat (sans numero : il est
      *                 attribue par assurmnt.cbl) ; il doit etre
      *                 ouvert, non expire, et son tiers doit etre un
      *                 client du fichier maitre (un prospect est cree
      *                 client d'abord). Mouvements refuses comptes et
      *                 traces dans exceptions.dat (FEXCEPT.cpy). Le
      *                 fichier resultat est ecrit dans devis.new.
      *    2026-10-15  Catalogue produits porte a 129 caracteres (liste
      *                 des pieces justificatives exigees ajoutee en
      *                 fin d'enregistrement, non utilisee ici).
      *    2026-10-15  Le contrat issu d'un devis accepte porte
      *                 l'employe emetteur du devis comme apporteur
      *                 (AMJ-APPORTEUR), pour les commissions et le
      *                 controle des certifications. Table des
      *                 mouvements pleine (20000) : arret avec code
      *                 retour 8.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEVIS ASSIGN TO 'devis.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEVIS-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'devismaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'devis.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-CATALOGUE ASSIGN TO 'assur-catalogue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

      ***** Mouvements de contrats generes par les devis acceptes *****
           SELECT FIC-ASSUMAJ ASSIGN TO 'assumaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSUMAJ-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DEVIS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FDEVIS.cpy'.

      ***** Fichier des mouvements : A-jout, M-odification,
      *     D-suppression,
      *     C-onclusion, R-efus ; cle MAJ-NUM-DEVIS, meme layout que
      *     FDEVIS.cpy precede de l'action. Pour C et R seuls la cle
      *     et la date de decision (a zero = date du jour) comptent.
       FD  FIC-MAJ
           RECORD CONTAINS 82 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
                     88 MAJ-AJOUT         VALUE 'A'.
                     88 MAJ-MODIF         VALUE 'M'.
                     88 MAJ-SUPPR         VALUE 'D'.
                     88 MAJ-CONCLUT       VALUE 'C'.
                     88 MAJ-REFUSE        VALUE 'R'.
              06     FILLER               PIC X.
              06     MAJ-NUM-DEVIS        PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-CODE-TIERS       PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-TYPE-ASSU        PIC X(13).
              06     FILLER               PIC X.
              06     MAJ-PRIME            PIC 9(8)V99.
              06     FILLER               PIC X.
              06     MAJ-DATE-EMISSION    PIC 9(8).
              06     FILLER               PIC X.
              06     MAJ-DATE-VALIDITE    PIC 9(8).
              06     FILLER               PIC X.
              06     MAJ-EMPLOYE          PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-STATUT           PIC X.
              06     FILLER               PIC X.
              06     MAJ-DATE-DECISION    PIC 9(8).

       FD  FIC-NOUVEAU
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(80).

       FD  FIC-CATALOGUE
           RECORD CONTAINS 129 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCATALOG.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

      ***** Mouvement de contrat, layout de REC-MAJ d'assurmnt.cbl ****
       FD  FIC-ASSUMAJ
           RECORD CONTAINS 159 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ASSUMAJ.
              06     AMJ-ACTION           PIC X.
              06     FILLER               PIC X.
              06     AMJ-ID-CLIENT        PIC X(8).
              06     FILLER               PIC X.
              06     AMJ-TYPE-ASSU        PIC X(13).
              06     FILLER               PIC X.
              06     AMJ-IRP              PIC X(14).
              06     FILLER               PIC X.
              06     AMJ-REGIME           PIC X(50).
              06     FILLER               PIC X.
              06     AMJ-STATUT           PIC X(8).
              06     FILLER               PIC X.
              06     AMJ-NUM-CONTRAT      PIC X(8).
              06     FILLER               PIC X.
              06     AMJ-NUM-CLIENT       PIC X(8).
              06     FILLER               PIC X.
              06     AMJ-MONTANT-PAYE     PIC 9(8)V99.
              06     FILLER               PIC X.
              06     AMJ-DATE-ECHEANCE    PIC 9(8).
              06     FILLER               PIC X.
              06     AMJ-APPORTEUR        PIC X(8).
              06     FILLER               PIC X.
              06     AMJ-DATE-MOUVEMENT   PIC X(8).
              06     FILLER               PIC X.
              06     AMJ-DEVISE           PIC X(3).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-DEVIS-STATUS               PIC X(2).
            88  WS-DEVIS-OK               VALUE 00.
            88  WS-DEVIS-END              VALUE 10.
        01  WS-MAJ-STATUS                 PIC X(2).
            88  WS-MAJ-OK                 VALUE 00.
            88  WS-MAJ-END                VALUE 10.
        01  WS-NOUVEAU-STATUS             PIC X(2).
        01  WS-CATALOGUE-STATUS           PIC X(2).
            88  WS-CATALOGUE-OK           VALUE 00.
            88  WS-CATALOGUE-END          VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-ASSUMAJ-STATUS             PIC X(2).
            88  WS-ASSUMAJ-ABSENT         VALUE 35.

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Table des mouvements, chargee en memoire et recherchee par
      *     numero de devis.
        01  DATA-MVT.
            05  MVT-LGTH                  PIC 9(5) VALUE 0.
            05  MVT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON MVT-LGTH
                INDEXED BY IDX-MVT.
                10  MVT-ACTION            PIC X.
                10  MVT-TRAITE            PIC X VALUE 'N'.
                    88 MVT-EST-TRAITE     VALUE 'O'.
                10  MVT-REC               PIC X(82).

      ***** Catalogue produits : prime minimale/maximale et famille ***
      *     de regime reprise sur le contrat genere.
        01  DATA-CATALOGUE.
            05  CATALOGUE-LGTH            PIC 9(3) VALUE 0.
            05  CATALOGUE-TBL
                OCCURS 1 TO 100 TIMES
                DEPENDING ON CATALOGUE-LGTH
                INDEXED BY IDX-CAT.
                10  TBL-CAT-TYPE          PIC X(13).
                10  TBL-CAT-ACTIF         PIC X(1).
                10  TBL-CAT-PRIME-MIN     PIC 9(8)V99.
                10  TBL-CAT-PRIME-MAX     PIC 9(8)V99.
                10  TBL-CAT-REGIME        PIC X(50).

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
        01  WS-DATE-DECISION              PIC 9(8).
        01  WS-DVS-CONFORME               PIC X(1).
        01  WS-DVS-MOTIF                  PIC X(6).
        01  WS-PERS-CHERCHE               PIC X(8).
        01  WS-PERS-TROUVE                PIC X(1).
        01  WS-PERS-ROLE                  PIC X(1).
        01  WS-EDIT-PRIME                 PIC Z(7)9,99.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MODIF                   PIC 9(7) VALUE 0.
        01  WS-NB-SUPPR                   PIC 9(7) VALUE 0.
        01  WS-NB-AJOUT                   PIC 9(7) VALUE 0.
        01  WS-NB-ACCEPTES                PIC 9(7) VALUE 0.
        01  WS-NB-REFUSES                 PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGE                PIC 9(7) VALUE 0.
        01  WS-NB-NON-TROUVES             PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.

           COPY 'DATEUTIL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1000-LOAD-MVT-START    THRU 1000-LOAD-MVT-END.
           PERFORM 1200-LOAD-CAT-START    THRU 1200-LOAD-CAT-END.
           PERFORM 1400-LOAD-PERS-START   THRU 1400-LOAD-PERS-END.
           PERFORM 2000-APPLY-START       THRU 2000-APPLY-END.
           PERFORM 3000-APPEND-NEW-START  THRU 3000-APPEND-NEW-END.
           PERFORM 9000-TERM-START        THRU 9000-TERM-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Chargement des mouvements en table memoire ******************
       1000-LOAD-MVT-START.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER devismaj.dat ABSENT '
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
                   IF MVT-LGTH NOT < 20000
                       DISPLAY 'TABLE DES MOUVEMENTS PLEINE (20000), '
                           'ARRET'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET MVT-LGTH UP BY 1
                   SET IDX-MVT TO MVT-LGTH
                   MOVE MAJ-ACTION TO MVT-ACTION(IDX-MVT)
                   MOVE 'N'        TO MVT-TRAITE(IDX-MVT)
                   MOVE REC-MAJ    TO MVT-REC(IDX-MVT)
           END-READ.
       1100-LOAD-MVT-LOOP-END.
           EXIT.

      ***** Chargement du catalogue produits ; les primes proposees ****
      ***** lui sont toujours confrontees, sans catalogue : arret  ****
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
                       MOVE CAT-ACTIF
                           TO TBL-CAT-ACTIF(IDX-CAT)
                       MOVE CAT-PRIME-MIN
                           TO TBL-CAT-PRIME-MIN(IDX-CAT)
                       MOVE CAT-PRIME-MAX
                           TO TBL-CAT-PRIME-MAX(IDX-CAT)
                       MOVE CAT-REGIME
                           TO TBL-CAT-REGIME(IDX-CAT)
                   END-IF
           END-READ.
       1300-LOAD-CAT-LOOP-END.
           EXIT.

      ***** Chargement des personnes (clients et employes) ************
       1400-LOAD-PERS-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT '
                   '(STATUT ' WS-CLIENT-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-PERS-LOOP-START
               THRU 1500-LOAD-PERS-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1400-LOAD-PERS-END.
           EXIT.

       1500-LOAD-PERS-LOOP-START.
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
       1500-LOAD-PERS-LOOP-END.
           EXIT.

      ***** Application des mouvements sur le fichier des devis *******
       2000-APPLY-START.
           OPEN INPUT  FIC-DEVIS.
           OPEN OUTPUT FIC-NOUVEAU.
      *    Premier passage : pas encore de fichier des devis, les
      *    mouvements 'A' le creent.
           IF NOT WS-DEVIS-OK
               GO TO 2000-APPLY-END
           END-IF.
           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-DEVIS-END.
           CLOSE FIC-DEVIS.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-DEVIS INTO REC-DEVIS
               AT END
                   MOVE '10' TO WS-DEVIS-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2110-FIND-MVT-START
                       THRU 2110-FIND-MVT-END
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Recherche d'un mouvement pour le devis courant *************
       2110-FIND-MVT-START.
           SET IDX-MVT TO 1.
           SEARCH MVT-TBL
               AT END
                   ADD 1 TO WS-NB-INCHANGE
                   MOVE REC-DEVIS TO REC-NOUVEAU
                   WRITE REC-NOUVEAU
               WHEN MVT-REC(IDX-MVT)(3:8) = DVS-NUM-DEVIS
                   AND NOT MVT-EST-TRAITE(IDX-MVT)
                   PERFORM 2120-APPLY-MVT-START
                       THRU 2120-APPLY-MVT-END
           END-SEARCH.
       2110-FIND-MVT-END.
           EXIT.

       2120-APPLY-MVT-START.
           SET MVT-EST-TRAITE(IDX-MVT) TO TRUE.
           MOVE MVT-REC(IDX-MVT) TO REC-MAJ.
           MOVE WS-DATE-JOUR TO WS-DATE-DECISION.
           IF MAJ-DATE-DECISION IS NUMERIC
               AND MAJ-DATE-DECISION > 0
               MOVE MAJ-DATE-DECISION TO WS-DATE-DECISION
           END-IF.
           MOVE 'O' TO WS-DVS-CONFORME.

      *    Seul un devis ouvert se modifie, s'accepte ou se refuse.
           IF NOT DVS-OUVERT
               AND (MAJ-MODIF OR MAJ-CONCLUT OR MAJ-REFUSE)
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'DEVSTA' TO WS-DVS-MOTIF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DVS-CONFORME = 'N'
                   CONTINUE
               WHEN MAJ-MODIF
                   IF MAJ-DATE-EMISSION IS NOT NUMERIC
                       OR MAJ-DATE-EMISSION = 0
                       MOVE DVS-DATE-EMISSION TO MAJ-DATE-EMISSION
                   END-IF
                   PERFORM 3100-CONTROLE-DEVIS-START
                       THRU 3100-CONTROLE-DEVIS-END
                   IF WS-DVS-CONFORME = 'O'
                       ADD 1 TO WS-NB-MODIF
                       MOVE REC-MAJ(3:80) TO REC-DEVIS
                       MOVE 'O' TO DVS-STATUT
                       MOVE 0   TO DVS-DATE-DECISION
                   END-IF
               WHEN MAJ-SUPPR
                   ADD 1 TO WS-NB-SUPPR
                   GO TO 2120-APPLY-MVT-END
               WHEN MAJ-CONCLUT
                   PERFORM 2200-ACCEPTE-START
                       THRU 2200-ACCEPTE-END
               WHEN MAJ-REFUSE
                   ADD 1 TO WS-NB-REFUSES
                   MOVE 'R'              TO DVS-STATUT
                   MOVE WS-DATE-DECISION TO DVS-DATE-DECISION
      *    Ajout sur un numero deja present : doublon refuse.
               WHEN MAJ-AJOUT
                   MOVE 'N'      TO WS-DVS-CONFORME
                   MOVE 'DEVDBL' TO WS-DVS-MOTIF
               WHEN OTHER
                   ADD 1 TO WS-NB-INCHANGE
           END-EVALUATE.

           IF WS-DVS-CONFORME = 'N'
               PERFORM 3200-REJET-DEVIS-START
                   THRU 3200-REJET-DEVIS-END
           END-IF.
           MOVE REC-DEVIS TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       2120-APPLY-MVT-END.
           EXIT.

      ***** Acceptation : devis encore valide a la date de decision **
      *     et tiers client du fichier maitre ; le contrat est cree
      *     par le mouvement 'A' ecrit dans assumaj.dat.
       2200-ACCEPTE-START.
           IF DVS-DATE-VALIDITE < WS-DATE-DECISION
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'DEVEXP' TO WS-DVS-MOTIF
               GO TO 2200-ACCEPTE-END
           END-IF.
           MOVE DVS-CODE-TIERS TO WS-PERS-CHERCHE.
           PERFORM 8100-CHERCHE-PERSONNE-START
               THRU 8100-CHERCHE-PERSONNE-END.
           IF WS-PERS-TROUVE = 'N' OR WS-PERS-ROLE = 'E'
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'DEVCLI' TO WS-DVS-MOTIF
               GO TO 2200-ACCEPTE-END
           END-IF.

           SET IDX-CAT TO 1.
           SEARCH CATALOGUE-TBL
               AT END
                   MOVE 'N'      TO WS-DVS-CONFORME
                   MOVE 'PROINC' TO WS-DVS-MOTIF
                   GO TO 2200-ACCEPTE-END
               WHEN TBL-CAT-TYPE(IDX-CAT) = DVS-TYPE-ASSU
                   CONTINUE
           END-SEARCH.

           PERFORM 2300-ECRIT-ASSUMAJ-START
               THRU 2300-ECRIT-ASSUMAJ-END.
           ADD 1 TO WS-NB-ACCEPTES.
           MOVE 'A'              TO DVS-STATUT.
           MOVE WS-DATE-DECISION TO DVS-DATE-DECISION.
       2200-ACCEPTE-END.
           EXIT.

      ***** Mouvement 'A' du contrat issu du devis : sans numero, ****
      *     regime de la famille du catalogue, echeance un an apres
      *     la decision, en euros, date de mouvement = decision ;
      *     l'employe emetteur du devis en est l'apporteur.
       2300-ECRIT-ASSUMAJ-START.
           OPEN EXTEND FIC-ASSUMAJ.
           IF WS-ASSUMAJ-ABSENT
               OPEN OUTPUT FIC-ASSUMAJ
           END-IF.
           MOVE SPACES TO REC-ASSUMAJ.
           MOVE 'A'                    TO AMJ-ACTION.
           MOVE DVS-CODE-TIERS         TO AMJ-ID-CLIENT.
           MOVE DVS-TYPE-ASSU          TO AMJ-TYPE-ASSU.
           MOVE TBL-CAT-REGIME(IDX-CAT) TO AMJ-REGIME.
           MOVE 'ACTIF'                TO AMJ-STATUT.
           MOVE DVS-CODE-TIERS         TO AMJ-NUM-CLIENT.
           MOVE DVS-EMPLOYE            TO AMJ-APPORTEUR.
           MOVE DVS-PRIME              TO AMJ-MONTANT-PAYE.
           MOVE WS-DATE-DECISION       TO DU-DATE-1.
           MOVE 365                    TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT       TO AMJ-DATE-ECHEANCE.
           MOVE WS-DATE-DECISION       TO AMJ-DATE-MOUVEMENT.
           WRITE REC-ASSUMAJ.
           CLOSE FIC-ASSUMAJ.
       2300-ECRIT-ASSUMAJ-END.
           EXIT.

      ***** Ecriture des nouveaux devis (mouvements 'A') et comptage **
      *     des autres mouvements sans devis correspondant.
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
           MOVE 'O' TO WS-DVS-CONFORME.
           IF MAJ-NUM-DEVIS = SPACES
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'DEVNUM' TO WS-DVS-MOTIF
           ELSE
               IF MAJ-DATE-EMISSION IS NOT NUMERIC
                   OR MAJ-DATE-EMISSION = 0
                   MOVE WS-DATE-JOUR TO MAJ-DATE-EMISSION
               END-IF
               PERFORM 3100-CONTROLE-DEVIS-START
                   THRU 3100-CONTROLE-DEVIS-END
           END-IF.
           IF WS-DVS-CONFORME = 'N'
               MOVE REC-MAJ(3:80) TO REC-DEVIS
               PERFORM 3200-REJET-DEVIS-START
                   THRU 3200-REJET-DEVIS-END
               GO TO 3010-APPEND-MVT-END
           END-IF.

           ADD 1 TO WS-NB-AJOUT.
           MOVE REC-MAJ(3:80) TO REC-DEVIS.
           MOVE 'O' TO DVS-STATUT.
           MOVE 0   TO DVS-DATE-DECISION.
           MOVE REC-DEVIS TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       3010-APPEND-MVT-END.
           EXIT.

      ***** Controle d'un devis saisi (REC-MAJ) : tiers renseigne, ****
      *     produit actif du catalogue et prime dans ses bornes (memes
      *     codes qu'assurmnt.cbl), validite posterieure a l'emission,
      *     employe emetteur connu du fichier maitre.
       3100-CONTROLE-DEVIS-START.
           MOVE 'O' TO WS-DVS-CONFORME.
           IF MAJ-CODE-TIERS = SPACES
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'DEVTRS' TO WS-DVS-MOTIF
               GO TO 3100-CONTROLE-DEVIS-END
           END-IF.

           SET IDX-CAT TO 1.
           SEARCH CATALOGUE-TBL
               AT END
                   MOVE 'N'      TO WS-DVS-CONFORME
                   MOVE 'PROINC' TO WS-DVS-MOTIF
                   GO TO 3100-CONTROLE-DEVIS-END
               WHEN TBL-CAT-TYPE(IDX-CAT) = MAJ-TYPE-ASSU
                   CONTINUE
           END-SEARCH.
           IF TBL-CAT-ACTIF(IDX-CAT) NOT = 'A'
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'PRODRT' TO WS-DVS-MOTIF
               GO TO 3100-CONTROLE-DEVIS-END
           END-IF.
           IF MAJ-PRIME IS NOT NUMERIC
               OR MAJ-PRIME < TBL-CAT-PRIME-MIN(IDX-CAT)
               OR (TBL-CAT-PRIME-MAX(IDX-CAT) > 0
                   AND MAJ-PRIME > TBL-CAT-PRIME-MAX(IDX-CAT))
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'PRIMHB' TO WS-DVS-MOTIF
               GO TO 3100-CONTROLE-DEVIS-END
           END-IF.

           IF MAJ-DATE-VALIDITE IS NOT NUMERIC
               OR MAJ-DATE-VALIDITE < MAJ-DATE-EMISSION
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'DEVDAT' TO WS-DVS-MOTIF
               GO TO 3100-CONTROLE-DEVIS-END
           END-IF.

           MOVE MAJ-EMPLOYE TO WS-PERS-CHERCHE.
           PERFORM 8100-CHERCHE-PERSONNE-START
               THRU 8100-CHERCHE-PERSONNE-END.
           IF WS-PERS-TROUVE = 'N' OR WS-PERS-ROLE = 'C'
               MOVE 'N'      TO WS-DVS-CONFORME
               MOVE 'DEVEMP' TO WS-DVS-MOTIF
           END-IF.
       3100-CONTROLE-DEVIS-END.
           EXIT.

      ***** Mouvement refuse : compte a part et trace dans le fichier **
      ***** commun des exceptions, cle = numero de devis             **
       3200-REJET-DEVIS-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE MAJ-NUM-DEVIS TO WS-EXC-CLE.
           MOVE WS-DVS-MOTIF  TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           EVALUATE WS-DVS-MOTIF
               WHEN 'DEVSTA'
                   STRING 'MOUVEMENT ' MAJ-ACTION
                       ' SUR DEVIS NON OUVERT (STATUT '
                       DVS-STATUT ')'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'DEVDBL'
                   MOVE 'AJOUT SUR NUMERO DE DEVIS DEJA PRESENT'
                       TO WS-EXC-DESC
               WHEN 'DEVEXP'
                   STRING 'ACCEPTATION DU ' WS-DATE-DECISION
                       ' D''UN DEVIS VALABLE AU ' DVS-DATE-VALIDITE
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'DEVCLI'
                   STRING 'ACCEPTATION : TIERS ' DVS-CODE-TIERS
                       ' A CREER AU FICHIER CLIENT'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'DEVNUM'
                   MOVE 'AJOUT DE DEVIS SANS NUMERO' TO WS-EXC-DESC
               WHEN 'DEVTRS'
                   MOVE 'DEVIS SANS CLIENT NI PROSPECT' TO WS-EXC-DESC
               WHEN 'PROINC'
                   MOVE 'DEVIS SUR TYPE ABSENT DU CATALOGUE'
                       TO WS-EXC-DESC
               WHEN 'PRODRT'
                   MOVE 'DEVIS SUR PRODUIT RETIRE DU CATALOGUE'
                       TO WS-EXC-DESC
               WHEN 'PRIMHB'
                   MOVE MAJ-PRIME TO WS-EDIT-PRIME
                   STRING 'PRIME PROPOSEE ' WS-EDIT-PRIME
                       ' HORS BORNES DU CATALOGUE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'DEVDAT'
                   MOVE 'DATE DE VALIDITE ABSENTE OU AVANT L''EMISSION'
                       TO WS-EXC-DESC
               WHEN 'DEVEMP'
                   STRING 'EMPLOYE EMETTEUR ' MAJ-EMPLOYE
                       ' INCONNU OU NON EMPLOYE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
           END-EVALUATE.
           DISPLAY 'DEVIS ' MAJ-NUM-DEVIS ' REFUSE (' WS-DVS-MOTIF
               ') : ' WS-EXC-DESC.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       3200-REJET-DEVIS-END.
           EXIT.

      ***** Recherche d'une personne du fichier maitre ; role rendu ****
      ***** dans WS-PERS-ROLE (a blanc = client et employe)         ****
       8100-CHERCHE-PERSONNE-START.
           MOVE 'N'   TO WS-PERS-TROUVE.
           MOVE SPACE TO WS-PERS-ROLE.
           SET IDX-PERS TO 1.
           SEARCH PERSONNE-TBL
               AT END
                   CONTINUE
               WHEN TBL-PERS-CODE(IDX-PERS) = WS-PERS-CHERCHE
                   MOVE 'O' TO WS-PERS-TROUVE
                   MOVE TBL-PERS-ROLE(IDX-PERS) TO WS-PERS-ROLE
           END-SEARCH.
       8100-CHERCHE-PERSONNE-END.
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
           MOVE 'assurdvs'   TO EXC-PROGRAMME.
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
           DISPLAY 'DEVIS LUS              : ' WS-NB-LUS.
           DISPLAY 'DEVIS MODIFIES         : ' WS-NB-MODIF.
           DISPLAY 'DEVIS SUPPRIMES        : ' WS-NB-SUPPR.
           DISPLAY 'DEVIS AJOUTES          : ' WS-NB-AJOUT.
           DISPLAY 'DEVIS ACCEPTES         : ' WS-NB-ACCEPTES
               ' (MOUVEMENTS A DANS assumaj.dat)'.
           DISPLAY 'DEVIS REFUSES          : ' WS-NB-REFUSES.
           DISPLAY 'INCHANGES              : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS REJETES     : ' WS-NB-REJETS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'MOUVEMENTS IGNORES     : ' WS-NB-NON-TROUVES
               ' (DEVIS INCONNU)'.
           DISPLAY 'NOUVEAU FICHIER        : devis.new'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
