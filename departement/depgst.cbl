       IDENTIFICATION DIVISION.
       PROGRAM-ID. depgst.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Tenue du fichier d'affectation des
      *                 clients a un gestionnaire de compte
      *                 (gestionnaires.dat, FGESTION.cpy) a partir d'un
      *                 fichier de mouvements gestionmaj.dat, sur le
      *                 modele de depadr.cbl : 'A' affecte le client a
      *                 un gestionnaire (ou le reaffecte), 'S' retire
      *                 l'affectation (le client retourne a son
      *                 agence). Les mouvements sont appliques dans
      *                 l'ordre du fichier ; chaque changement est trace
      *                 en ajout dans l'historique gestionnaires.jnl.
      *                 Mouvements refuses (action inconnue, client
      *                 absent de fichierclient.txt ou employe, employe
      *                 inconnu ou client pur, employe d'une autre
      *                 agence que le client, date future ou anterieure
      *                 a la derniere affectation, retrait d'une
      *                 affectation inconnue) comptes et traces dans
      *                 exceptions.dat (FEXCEPT.cpy). Les mouvements
      *                 proposes par le reequilibrage depgsr.cbl
      *                 (depgsr-mut.dat) sont au meme format. Le fichier
      *                 resultat est ecrit dans gestionnaires.new.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-GESTION ASSIGN TO 'gestionnaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-GESTION-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'gestionmaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'gestionnaires.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-HISTO ASSIGN TO 'gestionnaires.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HISTO-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-GESTION
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FGESTION.cpy'.

      ***** Fichier des mouvements : action, client, gestionnaire,   **
      *     date d'effet (a zero ou a blanc : date du jour). Pour 'S'
      *     le gestionnaire n'est pas lu.
       FD  FIC-MAJ
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
                     88 MAJ-AJOUT         VALUE 'A'.
                     88 MAJ-SUPPRESSION   VALUE 'S'.
              06     FILLER               PIC X.
              06     MAJ-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-EMPLOYE-ID       PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-DATE             PIC X(8).

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(26).

      ***** Historique des affectations : gestionnaire precedent a  **
      *     blanc pour une creation, nouveau a blanc pour un retrait.
       FD  FIC-HISTO
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HISTO.
              06     HGS-DATE             PIC 9(8).
              06     FILLER               PIC X.
              06     HGS-HEURE            PIC 9(6).
              06     FILLER               PIC X.
              06     HGS-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     HGS-AGENCE           PIC X(3).
              06     FILLER               PIC X.
              06     HGS-TYPE             PIC X(3).
              06     FILLER               PIC X.
              06     HGS-AVANT            PIC X(8).
              06     HGS-FLECHE           PIC X(4).
              06     HGS-APRES            PIC X(8).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-GESTION-STATUS             PIC X(2).
            88  WS-GESTION-OK             VALUE 00.
            88  WS-GESTION-END            VALUE 10.
        01  WS-MAJ-STATUS                 PIC X(2).
            88  WS-MAJ-OK                 VALUE 00.
            88  WS-MAJ-END                VALUE 10.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE 00.
            88  WS-CLIENT-END             VALUE 10.
        01  WS-NOUVEAU-STATUS             PIC X(2).
        01  WS-HISTO-STATUS               PIC X(2).
            88  WS-HISTO-ABSENT           VALUE 35.

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Clients du fichier maitre (les employes purs, role 'E', **
      ***** n'ont pas de gestionnaire) avec leur agence             **
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-AGENCE-CLT        PIC X(3).

      ***** Employes du fichier maitre (role autre que 'C') avec    **
      ***** leur agence : les gestionnaires possibles               **
        01  DATA-EMPLOYE.
            05  EMPLOYE-LGTH              PIC 9(5) VALUE 0.
            05  EMPLOYE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON EMPLOYE-LGTH
                INDEXED BY IDX-EMPLOYE.
                10  TBL-EMPLOYE-ID        PIC X(8).
                10  TBL-AGENCE-EMP        PIC X(3).

      ***** Affectations en memoire : fichier actuel puis creations ; **
      ***** une affectation retiree garde sa place, client a blanc    **
        01  DATA-GESTION.
            05  GESTION-LGTH              PIC 9(5) VALUE 0.
            05  GESTION-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON GESTION-LGTH
                INDEXED BY IDX-GESTION.
                10  TBL-GST-REC           PIC X(26).

      ***** Affectation avant application du mouvement, pour        **
      ***** l'historique                                            **
           COPY 'FGESTION.cpy' REPLACING
               ==REC-GESTION==     BY ==WS-GST-AVANT==
               ==GST-CODE-CLT==    BY ==AVT-CODE-CLT==
               ==GST-EMPLOYE-ID==  BY ==AVT-EMPLOYE-ID==
               ==GST-DATE-AFFECT== BY ==AVT-DATE-AFFECT==.

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-HEURE-JOUR                 PIC 9(6).
        01  WS-DATE-MVT                   PIC 9(8).
        01  WS-AGENCE-MVT                 PIC X(3).
        01  WS-GST-CONFORME               PIC X(1).
        01  WS-GST-MOTIF                  PIC X(6).
        01  WS-TYPE-HISTO                 PIC X(3).
        01  WS-GESTION-TROUVEE            PIC X(1).
            88  WS-EST-CONNUE             VALUE 'O'.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MVT                     PIC 9(7) VALUE 0.
        01  WS-NB-CREES                   PIC 9(7) VALUE 0.
        01  WS-NB-MODIFIES                PIC 9(7) VALUE 0.
        01  WS-NB-SUPPRIMES               PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGE                PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.
        01  WS-NB-ECRITS                  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.
           PERFORM 1000-LOAD-CLIENTS-START THRU 1000-LOAD-CLIENTS-END.
           PERFORM 1200-LOAD-GESTION-START THRU 1200-LOAD-GESTION-END.
           PERFORM 2000-APPLY-START        THRU 2000-APPLY-END.
           PERFORM 3000-ECRIT-START        THRU 3000-ECRIT-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Clients et employes du fichier maitre en tables memoire ****
      ***** (un role a blanc figure dans les deux tables)            ****
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
                   IF ROLE-CLT NOT = 'E'
                       AND CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE AGENCE-CLT TO TBL-AGENCE-CLT(IDX-CLIENT)
                   END-IF
                   IF ROLE-CLT NOT = 'C'
                       AND EMPLOYE-LGTH < 20000
                       SET EMPLOYE-LGTH UP BY 1
                       SET IDX-EMPLOYE TO EMPLOYE-LGTH
                       MOVE CODE-CLT   TO TBL-EMPLOYE-ID(IDX-EMPLOYE)
                       MOVE AGENCE-CLT TO TBL-AGENCE-EMP(IDX-EMPLOYE)
                   END-IF
           END-READ.
       1100-LOAD-CLIENTS-LOOP-END.
           EXIT.

      ***** Affectations actuelles en table ; au premier passage le ****
      ***** fichier n'existe pas encore et tout est cree            ****
       1200-LOAD-GESTION-START.
           OPEN INPUT FIC-GESTION.
           IF NOT WS-GESTION-OK
               DISPLAY 'FICHIER gestionnaires.dat ABSENT '
                   '(STATUT ' WS-GESTION-STATUS '), CREATION'
               GO TO 1200-LOAD-GESTION-END
           END-IF.
           PERFORM 1300-LOAD-GESTION-LOOP-START
               THRU 1300-LOAD-GESTION-LOOP-END
               UNTIL WS-GESTION-END.
           CLOSE FIC-GESTION.
       1200-LOAD-GESTION-END.
           EXIT.

       1300-LOAD-GESTION-LOOP-START.
           READ FIC-GESTION
               AT END
                   MOVE '10' TO WS-GESTION-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF GESTION-LGTH < 20000
                       SET GESTION-LGTH UP BY 1
                       SET IDX-GESTION TO GESTION-LGTH
                       MOVE REC-GESTION TO TBL-GST-REC(IDX-GESTION)
                   END-IF
           END-READ.
       1300-LOAD-GESTION-LOOP-END.
           EXIT.

      ***** Application des mouvements dans l'ordre du fichier *********
       2000-APPLY-START.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER gestionmaj.dat ABSENT '
                   '(STATUT ' WS-MAJ-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-MAJ-END.
           CLOSE FIC-MAJ.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-MAJ
               AT END
                   MOVE '10' TO WS-MAJ-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-MVT
                   PERFORM 2200-CONTROLE-MVT-START
                       THRU 2200-CONTROLE-MVT-END
                   IF WS-GST-CONFORME = 'N'
                       PERFORM 3200-REJET-MVT-START
                           THRU 3200-REJET-MVT-END
                   ELSE
                       PERFORM 2300-APPLY-MVT-START
                           THRU 2300-APPLY-MVT-END
                   END-IF
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Controles du mouvement ; la date retenue est deposee    ****
      ***** dans WS-DATE-MVT, l'agence du client dans WS-AGENCE-MVT  ***
       2200-CONTROLE-MVT-START.
           MOVE 'O'    TO WS-GST-CONFORME.
           MOVE SPACES TO WS-AGENCE-MVT.
           IF NOT MAJ-AJOUT AND NOT MAJ-SUPPRESSION
               MOVE 'N'      TO WS-GST-CONFORME
               MOVE 'GSTACT' TO WS-GST-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF CLIENT-LGTH = 0
               MOVE 'N'      TO WS-GST-CONFORME
               MOVE 'GSTCLT' TO WS-GST-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   MOVE 'N'      TO WS-GST-CONFORME
                   MOVE 'GSTCLT' TO WS-GST-MOTIF
                   GO TO 2200-CONTROLE-MVT-END
               WHEN TBL-CODE-CLT(IDX-CLIENT) = MAJ-CODE-CLT
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-AGENCE-MVT
           END-SEARCH.
           MOVE WS-DATE-JOUR TO WS-DATE-MVT.
           IF MAJ-DATE NOT = SPACES
               AND MAJ-DATE NOT = '00000000'
               IF MAJ-DATE IS NOT NUMERIC
                   MOVE 'N'      TO WS-GST-CONFORME
                   MOVE 'GSTDAT' TO WS-GST-MOTIF
                   GO TO 2200-CONTROLE-MVT-END
               END-IF
               MOVE MAJ-DATE TO WS-DATE-MVT
           END-IF.
           IF WS-DATE-MVT > WS-DATE-JOUR
               MOVE 'N'      TO WS-GST-CONFORME
               MOVE 'GSTDAT' TO WS-GST-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF MAJ-SUPPRESSION
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF EMPLOYE-LGTH = 0
               MOVE 'N'      TO WS-GST-CONFORME
               MOVE 'GSTEMP' TO WS-GST-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           SET IDX-EMPLOYE TO 1.
           SEARCH EMPLOYE-TBL
               AT END
                   MOVE 'N'      TO WS-GST-CONFORME
                   MOVE 'GSTEMP' TO WS-GST-MOTIF
                   GO TO 2200-CONTROLE-MVT-END
               WHEN TBL-EMPLOYE-ID(IDX-EMPLOYE) = MAJ-EMPLOYE-ID
                   CONTINUE
           END-SEARCH.
           IF TBL-AGENCE-EMP(IDX-EMPLOYE) NOT = WS-AGENCE-MVT
               MOVE 'N'      TO WS-GST-CONFORME
               MOVE 'GSTAGE' TO WS-GST-MOTIF
           END-IF.
       2200-CONTROLE-MVT-END.
           EXIT.

      ***** Affectation, reaffectation ou retrait ; un mouvement plus **
      ***** ancien que la derniere affectation est refuse             **
       2300-APPLY-MVT-START.
           MOVE 'N' TO WS-GESTION-TROUVEE.
           IF GESTION-LGTH > 0
               SET IDX-GESTION TO 1
               SEARCH GESTION-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-GST-REC(IDX-GESTION)(1:8) = MAJ-CODE-CLT
                       MOVE 'O' TO WS-GESTION-TROUVEE
               END-SEARCH
           END-IF.

           IF NOT WS-EST-CONNUE
               IF MAJ-SUPPRESSION
                   MOVE 'N'      TO WS-GST-CONFORME
                   MOVE 'GSTINC' TO WS-GST-MOTIF
                   PERFORM 3200-REJET-MVT-START
                       THRU 3200-REJET-MVT-END
                   GO TO 2300-APPLY-MVT-END
               END-IF
               IF GESTION-LGTH NOT < 20000
                   DISPLAY 'TABLE DES AFFECTATIONS PLEINE (20000), '
                       'ARRET'
                   STOP RUN
               END-IF
               SET GESTION-LGTH UP BY 1
               SET IDX-GESTION TO GESTION-LGTH
               MOVE SPACES TO WS-GST-AVANT
               MOVE 0      TO AVT-DATE-AFFECT
               MOVE 'CRE'  TO WS-TYPE-HISTO
               ADD 1 TO WS-NB-CREES
           ELSE
               MOVE TBL-GST-REC(IDX-GESTION) TO WS-GST-AVANT
               IF WS-DATE-MVT < AVT-DATE-AFFECT
                   MOVE 'N'      TO WS-GST-CONFORME
                   MOVE 'GSTANT' TO WS-GST-MOTIF
                   PERFORM 3200-REJET-MVT-START
                       THRU 3200-REJET-MVT-END
                   GO TO 2300-APPLY-MVT-END
               END-IF
               IF MAJ-SUPPRESSION
                   MOVE 'SUP'  TO WS-TYPE-HISTO
               ELSE
                   IF MAJ-EMPLOYE-ID = AVT-EMPLOYE-ID
                       ADD 1 TO WS-NB-INCHANGE
                       GO TO 2300-APPLY-MVT-END
                   END-IF
                   MOVE 'MOD'  TO WS-TYPE-HISTO
                   ADD 1 TO WS-NB-MODIFIES
               END-IF
           END-IF.

           MOVE SPACES TO REC-GESTION.
           IF MAJ-SUPPRESSION
               ADD 1 TO WS-NB-SUPPRIMES
           ELSE
               MOVE MAJ-CODE-CLT    TO GST-CODE-CLT
               MOVE MAJ-EMPLOYE-ID  TO GST-EMPLOYE-ID
               MOVE WS-DATE-MVT     TO GST-DATE-AFFECT
           END-IF.
           MOVE REC-GESTION TO TBL-GST-REC(IDX-GESTION).
           PERFORM 2400-HISTO-START THRU 2400-HISTO-END.
       2300-APPLY-MVT-END.
           EXIT.

      ***** Trace du changement dans l'historique (ajout) **************
       2400-HISTO-START.
           OPEN EXTEND FIC-HISTO.
           IF WS-HISTO-ABSENT
               OPEN OUTPUT FIC-HISTO
           END-IF.
           MOVE SPACES TO REC-HISTO.
           MOVE WS-DATE-JOUR    TO HGS-DATE.
           MOVE WS-HEURE-JOUR   TO HGS-HEURE.
           MOVE MAJ-CODE-CLT    TO HGS-CODE-CLT.
           MOVE WS-AGENCE-MVT   TO HGS-AGENCE.
           MOVE WS-TYPE-HISTO   TO HGS-TYPE.
           MOVE AVT-EMPLOYE-ID  TO HGS-AVANT.
           MOVE ' -> '          TO HGS-FLECHE.
           MOVE GST-EMPLOYE-ID  TO HGS-APRES.
           WRITE REC-HISTO.
           CLOSE FIC-HISTO.
       2400-HISTO-END.
           EXIT.

      ***** Ecriture du fichier resultat, sans les affectations      **
      ***** retirees                                                 **
       3000-ECRIT-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM 3010-ECRIT-LIGNE-START
               THRU 3010-ECRIT-LIGNE-END
               VARYING IDX-GESTION FROM 1 BY 1
               UNTIL IDX-GESTION > GESTION-LGTH.
           CLOSE FIC-NOUVEAU.
       3000-ECRIT-END.
           EXIT.

       3010-ECRIT-LIGNE-START.
           IF TBL-GST-REC(IDX-GESTION)(1:8) = SPACES
               GO TO 3010-ECRIT-LIGNE-END
           END-IF.
           MOVE TBL-GST-REC(IDX-GESTION) TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
           ADD 1 TO WS-NB-ECRITS.
       3010-ECRIT-LIGNE-END.
           EXIT.

      ***** Mouvement refuse : compte a part et trace dans le fichier **
      ***** commun des exceptions, cle = client                      **
       3200-REJET-MVT-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE MAJ-CODE-CLT  TO WS-EXC-CLE.
           MOVE WS-GST-MOTIF  TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           EVALUATE WS-GST-MOTIF
               WHEN 'GSTACT'
                   STRING 'ACTION INCONNUE (' MAJ-ACTION
                       ') : A OU S ATTENDU'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'GSTCLT'
                   STRING 'CLIENT ' MAJ-CODE-CLT
                       ' ABSENT DE fichierclient.txt OU EMPLOYE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'GSTDAT'
                   STRING 'DATE D''AFFECTATION FUTURE OU INVALIDE : '
                       MAJ-DATE
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'GSTEMP'
                   STRING 'GESTIONNAIRE ' MAJ-EMPLOYE-ID
                       ' INCONNU OU CLIENT SANS ROLE EMPLOYE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'GSTAGE'
                   STRING 'GESTIONNAIRE ' MAJ-EMPLOYE-ID
                       ' HORS DE L''AGENCE ' WS-AGENCE-MVT
                       ' DU CLIENT'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'GSTINC'
                   MOVE 'RETRAIT D''UNE AFFECTATION INCONNUE'
                       TO WS-EXC-DESC
               WHEN 'GSTANT'
                   STRING 'MOUVEMENT DU ' WS-DATE-MVT
                       ' ANTERIEUR A L''AFFECTATION DU '
                       AVT-DATE-AFFECT
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
           END-EVALUATE.
           DISPLAY 'GESTIONNAIRE ' MAJ-CODE-CLT ' MOUVEMENT REFUSE ('
               WS-GST-MOTIF ') : ' WS-EXC-DESC.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       3200-REJET-MVT-END.
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
           MOVE 'depgst'     TO EXC-PROGRAMME.
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
           DISPLAY 'AFFECTATIONS LUES     : ' WS-NB-LUS.
           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-MVT.
           DISPLAY 'CREEES                : ' WS-NB-CREES.
           DISPLAY 'REAFFECTEES           : ' WS-NB-MODIFIES.
           DISPLAY 'RETIREES              : ' WS-NB-SUPPRIMES.
           DISPLAY 'INCHANGEES            : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'AFFECTATIONS ECRITES  : ' WS-NB-ECRITS.
           DISPLAY 'HISTORIQUE            : gestionnaires.jnl'.
           DISPLAY 'NOUVEAU FICHIER       : gestionnaires.new'.
       9000-TERM-END.
           EXIT.
