       IDENTIFICATION DIVISION.
       PROGRAM-ID. depadr.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Tenue du fichier des adresses postales
      *                 des clients (adresses.dat, FADRESSE.cpy) a
      *                 partir d'un fichier de mouvements
      *                 adressemaj.dat, sur le modele de depcns.cbl :
      *                 'A' cree ou remplace l'adresse d'un client,
      *                 'S' la supprime. Les mouvements sont appliques
      *                 dans l'ordre du fichier ; chaque changement est
      *                 trace en ajout dans l'historique adresses.jnl
      *                 (zone, valeur avant et apres). Mouvements
      *                 refuses (action inconnue, client absent de
      *                 fichierclient.txt ou employe, code postal non
      *                 numerique, commune ou voie a blanc, date future
      *                 ou anterieure a la derniere mise a jour,
      *                 suppression d'une adresse inconnue) comptes et
      *                 traces dans exceptions.dat (FEXCEPT.cpy). Le
      *                 controle du code postal et de la commune contre
      *                 le referentiel postal est fait par depcpo.cbl.
      *                 Le fichier resultat est ecrit dans
      *                 adresses.new.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ADRESSE ASSIGN TO 'adresses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ADRESSE-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'adressemaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'adresses.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-HISTO ASSIGN TO 'adresses.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HISTO-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ADRESSE
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FADRESSE.cpy'.

      ***** Fichier des mouvements : action, puis une adresse au      **
      *     layout FADRESSE.cpy ; ADR-DATE-MAJ a zero ou a blanc vaut
      *     date du jour. Pour 'S' seuls le client et la date servent.
       FD  FIC-MAJ
           RECORD CONTAINS 117 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
                     88 MAJ-AJOUT         VALUE 'A'.
                     88 MAJ-SUPPRESSION   VALUE 'S'.
              06     FILLER               PIC X.
              06     MAJ-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-LIGNE1           PIC X(32).
              06     FILLER               PIC X.
              06     MAJ-LIGNE2           PIC X(32).
              06     FILLER               PIC X.
              06     MAJ-CODE-POSTAL      PIC X(5).
              06     FILLER               PIC X.
              06     MAJ-VILLE            PIC X(25).
              06     FILLER               PIC X.
              06     MAJ-DATE             PIC X(8).

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(115).

      ***** Historique des adresses : une ligne par zone changee,     **
      *     valeur precedente a blanc pour une creation, nouvelle
      *     valeur a blanc pour une suppression.
       FD  FIC-HISTO
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HISTO.
              06     HAD-DATE             PIC 9(8).
              06     FILLER               PIC X.
              06     HAD-HEURE            PIC 9(6).
              06     FILLER               PIC X.
              06     HAD-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     HAD-TYPE             PIC X(3).
              06     FILLER               PIC X.
              06     HAD-ZONE             PIC X(12).
              06     FILLER               PIC X.
              06     HAD-AVANT            PIC X(32).
              06     HAD-FLECHE           PIC X(4).
              06     HAD-APRES            PIC X(32).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ADRESSE-STATUS             PIC X(2).
            88  WS-ADRESSE-OK             VALUE 00.
            88  WS-ADRESSE-END            VALUE 10.
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
      ***** n'ont pas d'adresse client)                             **
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).

      ***** Adresses en memoire : fichier actuel puis creations ; une **
      ***** adresse supprimee garde sa place, code client a blanc    **
        01  DATA-ADRESSE.
            05  ADRESSE-LGTH              PIC 9(5) VALUE 0.
            05  ADRESSE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON ADRESSE-LGTH
                INDEXED BY IDX-ADRESSE.
                10  TBL-ADR-REC           PIC X(115).

      ***** Adresse avant application du mouvement, pour l'historique **
           COPY 'FADRESSE.cpy' REPLACING
               ==REC-ADRESSE==     BY ==WS-ADR-AVANT==
               ==ADR-CODE-CLT==    BY ==AVT-CODE-CLT==
               ==ADR-LIGNE1==      BY ==AVT-LIGNE1==
               ==ADR-LIGNE2==      BY ==AVT-LIGNE2==
               ==ADR-CODE-POSTAL== BY ==AVT-CODE-POSTAL==
               ==ADR-VILLE==       BY ==AVT-VILLE==
               ==ADR-DATE-MAJ==    BY ==AVT-DATE-MAJ==.

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-HEURE-JOUR                 PIC 9(6).
        01  WS-DATE-MVT                   PIC 9(8).
        01  WS-ADR-CONFORME               PIC X(1).
        01  WS-ADR-MOTIF                  PIC X(6).
        01  WS-TYPE-HISTO                 PIC X(3).
        01  WS-ZONE-HISTO                 PIC X(12).
        01  WS-AVANT-HISTO                PIC X(32).
        01  WS-APRES-HISTO                PIC X(32).
        01  WS-ADRESSE-TROUVEE            PIC X(1).
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
           PERFORM 1200-LOAD-ADRESSE-START THRU 1200-LOAD-ADRESSE-END.
           PERFORM 2000-APPLY-START        THRU 2000-APPLY-END.
           PERFORM 3000-ECRIT-START        THRU 3000-ECRIT-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Codes clients du fichier maitre en table memoire ***********
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
                       MOVE CODE-CLT TO TBL-CODE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1100-LOAD-CLIENTS-LOOP-END.
           EXIT.

      ***** Adresses actuelles en table ; au premier passage le     ****
      ***** fichier n'existe pas encore et tout est cree            ****
       1200-LOAD-ADRESSE-START.
           OPEN INPUT FIC-ADRESSE.
           IF NOT WS-ADRESSE-OK
               DISPLAY 'FICHIER adresses.dat ABSENT '
                   '(STATUT ' WS-ADRESSE-STATUS '), CREATION'
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
                   ADD 1 TO WS-NB-LUS
                   IF ADRESSE-LGTH < 20000
                       SET ADRESSE-LGTH UP BY 1
                       SET IDX-ADRESSE TO ADRESSE-LGTH
                       MOVE REC-ADRESSE TO TBL-ADR-REC(IDX-ADRESSE)
                   END-IF
           END-READ.
       1300-LOAD-ADRESSE-LOOP-END.
           EXIT.

      ***** Application des mouvements dans l'ordre du fichier *********
       2000-APPLY-START.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER adressemaj.dat ABSENT '
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
                   IF WS-ADR-CONFORME = 'N'
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
      ***** dans WS-DATE-MVT                                        ****
       2200-CONTROLE-MVT-START.
           MOVE 'O' TO WS-ADR-CONFORME.
           IF NOT MAJ-AJOUT AND NOT MAJ-SUPPRESSION
               MOVE 'N'      TO WS-ADR-CONFORME
               MOVE 'ADRACT' TO WS-ADR-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF CLIENT-LGTH = 0
               MOVE 'N'      TO WS-ADR-CONFORME
               MOVE 'ADRCLT' TO WS-ADR-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   MOVE 'N'      TO WS-ADR-CONFORME
                   MOVE 'ADRCLT' TO WS-ADR-MOTIF
                   GO TO 2200-CONTROLE-MVT-END
               WHEN TBL-CODE-CLT(IDX-CLIENT) = MAJ-CODE-CLT
                   CONTINUE
           END-SEARCH.
           MOVE WS-DATE-JOUR TO WS-DATE-MVT.
           IF MAJ-DATE NOT = SPACES
               AND MAJ-DATE NOT = '00000000'
               IF MAJ-DATE IS NOT NUMERIC
                   MOVE 'N'      TO WS-ADR-CONFORME
                   MOVE 'ADRDAT' TO WS-ADR-MOTIF
                   GO TO 2200-CONTROLE-MVT-END
               END-IF
               MOVE MAJ-DATE TO WS-DATE-MVT
           END-IF.
           IF WS-DATE-MVT > WS-DATE-JOUR
               MOVE 'N'      TO WS-ADR-CONFORME
               MOVE 'ADRDAT' TO WS-ADR-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF MAJ-SUPPRESSION
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF MAJ-CODE-POSTAL IS NOT NUMERIC
               MOVE 'N'      TO WS-ADR-CONFORME
               MOVE 'ADRCPO' TO WS-ADR-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF MAJ-LIGNE1 = SPACES OR MAJ-VILLE = SPACES
               MOVE 'N'      TO WS-ADR-CONFORME
               MOVE 'ADRVID' TO WS-ADR-MOTIF
           END-IF.
       2200-CONTROLE-MVT-END.
           EXIT.

      ***** Creation, remplacement ou suppression ; un mouvement    ****
      ***** plus ancien que la derniere mise a jour est refuse       ***
       2300-APPLY-MVT-START.
           MOVE 'N' TO WS-ADRESSE-TROUVEE.
           IF ADRESSE-LGTH > 0
               SET IDX-ADRESSE TO 1
               SEARCH ADRESSE-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-ADR-REC(IDX-ADRESSE)(1:8) = MAJ-CODE-CLT
                       MOVE 'O' TO WS-ADRESSE-TROUVEE
               END-SEARCH
           END-IF.

           IF NOT WS-EST-CONNUE
               IF MAJ-SUPPRESSION
                   MOVE 'N'      TO WS-ADR-CONFORME
                   MOVE 'ADRINC' TO WS-ADR-MOTIF
                   PERFORM 3200-REJET-MVT-START
                       THRU 3200-REJET-MVT-END
                   GO TO 2300-APPLY-MVT-END
               END-IF
               IF ADRESSE-LGTH NOT < 20000
                   DISPLAY 'TABLE DES ADRESSES PLEINE (20000), '
                       'ARRET'
                   STOP RUN
               END-IF
               SET ADRESSE-LGTH UP BY 1
               SET IDX-ADRESSE TO ADRESSE-LGTH
               MOVE SPACES TO WS-ADR-AVANT
               MOVE 0      TO AVT-DATE-MAJ
               MOVE 'CRE'  TO WS-TYPE-HISTO
               ADD 1 TO WS-NB-CREES
           ELSE
               MOVE TBL-ADR-REC(IDX-ADRESSE) TO WS-ADR-AVANT
               IF WS-DATE-MVT < AVT-DATE-MAJ
                   MOVE 'N'      TO WS-ADR-CONFORME
                   MOVE 'ADRANT' TO WS-ADR-MOTIF
                   PERFORM 3200-REJET-MVT-START
                       THRU 3200-REJET-MVT-END
                   GO TO 2300-APPLY-MVT-END
               END-IF
               IF MAJ-SUPPRESSION
                   MOVE 'SUP'  TO WS-TYPE-HISTO
               ELSE
                   IF MAJ-LIGNE1 = AVT-LIGNE1
                       AND MAJ-LIGNE2 = AVT-LIGNE2
                       AND MAJ-CODE-POSTAL = AVT-CODE-POSTAL
                       AND MAJ-VILLE = AVT-VILLE
                       ADD 1 TO WS-NB-INCHANGE
                       GO TO 2300-APPLY-MVT-END
                   END-IF
                   MOVE 'MOD'  TO WS-TYPE-HISTO
               END-IF
           END-IF.

           MOVE SPACES TO REC-ADRESSE.
           IF MAJ-SUPPRESSION
               ADD 1 TO WS-NB-SUPPRIMES
           ELSE
               MOVE MAJ-CODE-CLT    TO ADR-CODE-CLT
               MOVE MAJ-LIGNE1      TO ADR-LIGNE1
               MOVE MAJ-LIGNE2      TO ADR-LIGNE2
               MOVE MAJ-CODE-POSTAL TO ADR-CODE-POSTAL
               MOVE MAJ-VILLE       TO ADR-VILLE
               MOVE WS-DATE-MVT     TO ADR-DATE-MAJ
               IF WS-TYPE-HISTO = 'MOD'
                   ADD 1 TO WS-NB-MODIFIES
               END-IF
           END-IF.
           MOVE REC-ADRESSE TO TBL-ADR-REC(IDX-ADRESSE).
           PERFORM 2400-HISTO-START THRU 2400-HISTO-END.
       2300-APPLY-MVT-END.
           EXIT.

      ***** Trace du changement dans l'historique (ajout), une ligne **
      ***** par zone qui change                                      **
       2400-HISTO-START.
           OPEN EXTEND FIC-HISTO.
           IF WS-HISTO-ABSENT
               OPEN OUTPUT FIC-HISTO
           END-IF.
           IF AVT-LIGNE1 NOT = ADR-LIGNE1
               MOVE 'LIGNE1'       TO WS-ZONE-HISTO
               MOVE AVT-LIGNE1     TO WS-AVANT-HISTO
               MOVE ADR-LIGNE1     TO WS-APRES-HISTO
               PERFORM 2410-HISTO-LIGNE-START
                   THRU 2410-HISTO-LIGNE-END
           END-IF.
           IF AVT-LIGNE2 NOT = ADR-LIGNE2
               MOVE 'LIGNE2'       TO WS-ZONE-HISTO
               MOVE AVT-LIGNE2     TO WS-AVANT-HISTO
               MOVE ADR-LIGNE2     TO WS-APRES-HISTO
               PERFORM 2410-HISTO-LIGNE-START
                   THRU 2410-HISTO-LIGNE-END
           END-IF.
           IF AVT-CODE-POSTAL NOT = ADR-CODE-POSTAL
               MOVE 'CODE-POSTAL'  TO WS-ZONE-HISTO
               MOVE AVT-CODE-POSTAL TO WS-AVANT-HISTO
               MOVE ADR-CODE-POSTAL TO WS-APRES-HISTO
               PERFORM 2410-HISTO-LIGNE-START
                   THRU 2410-HISTO-LIGNE-END
           END-IF.
           IF AVT-VILLE NOT = ADR-VILLE
               MOVE 'VILLE'        TO WS-ZONE-HISTO
               MOVE AVT-VILLE      TO WS-AVANT-HISTO
               MOVE ADR-VILLE      TO WS-APRES-HISTO
               PERFORM 2410-HISTO-LIGNE-START
                   THRU 2410-HISTO-LIGNE-END
           END-IF.
           CLOSE FIC-HISTO.
       2400-HISTO-END.
           EXIT.

       2410-HISTO-LIGNE-START.
           MOVE SPACES TO REC-HISTO.
           MOVE WS-DATE-JOUR    TO HAD-DATE.
           MOVE WS-HEURE-JOUR   TO HAD-HEURE.
           MOVE MAJ-CODE-CLT    TO HAD-CODE-CLT.
           MOVE WS-TYPE-HISTO   TO HAD-TYPE.
           MOVE WS-ZONE-HISTO   TO HAD-ZONE.
           MOVE WS-AVANT-HISTO  TO HAD-AVANT.
           MOVE ' -> '          TO HAD-FLECHE.
           MOVE WS-APRES-HISTO  TO HAD-APRES.
           WRITE REC-HISTO.
       2410-HISTO-LIGNE-END.
           EXIT.

      ***** Ecriture du fichier resultat, sans les adresses          **
      ***** supprimees                                               **
       3000-ECRIT-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM 3010-ECRIT-LIGNE-START
               THRU 3010-ECRIT-LIGNE-END
               VARYING IDX-ADRESSE FROM 1 BY 1
               UNTIL IDX-ADRESSE > ADRESSE-LGTH.
           CLOSE FIC-NOUVEAU.
       3000-ECRIT-END.
           EXIT.

       3010-ECRIT-LIGNE-START.
           IF TBL-ADR-REC(IDX-ADRESSE)(1:8) = SPACES
               GO TO 3010-ECRIT-LIGNE-END
           END-IF.
           MOVE TBL-ADR-REC(IDX-ADRESSE) TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
           ADD 1 TO WS-NB-ECRITS.
       3010-ECRIT-LIGNE-END.
           EXIT.

      ***** Mouvement refuse : compte a part et trace dans le fichier **
      ***** commun des exceptions, cle = client                      **
       3200-REJET-MVT-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE MAJ-CODE-CLT  TO WS-EXC-CLE.
           MOVE WS-ADR-MOTIF  TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           EVALUATE WS-ADR-MOTIF
               WHEN 'ADRACT'
                   STRING 'ACTION INCONNUE (' MAJ-ACTION
                       ') : A OU S ATTENDU'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'ADRCLT'
                   STRING 'CLIENT ' MAJ-CODE-CLT
                       ' ABSENT DE fichierclient.txt OU EMPLOYE'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'ADRDAT'
                   STRING 'DATE DE MISE A JOUR FUTURE OU INVALIDE : '
                       MAJ-DATE
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'ADRCPO'
                   STRING 'CODE POSTAL NON NUMERIQUE : '
                       MAJ-CODE-POSTAL
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'ADRVID'
                   MOVE 'VOIE OU COMMUNE NON RENSEIGNEE'
                       TO WS-EXC-DESC
               WHEN 'ADRINC'
                   MOVE 'SUPPRESSION D''UNE ADRESSE INCONNUE'
                       TO WS-EXC-DESC
               WHEN 'ADRANT'
                   STRING 'MOUVEMENT DU ' WS-DATE-MVT
                       ' ANTERIEUR A LA MISE A JOUR DU ' AVT-DATE-MAJ
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
           END-EVALUATE.
           DISPLAY 'ADRESSE ' MAJ-CODE-CLT ' MOUVEMENT REFUSE ('
               WS-ADR-MOTIF ') : ' WS-EXC-DESC.
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
           MOVE 'depadr'     TO EXC-PROGRAMME.
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
           DISPLAY 'ADRESSES LUES         : ' WS-NB-LUS.
           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-MVT.
           DISPLAY 'CREEES                : ' WS-NB-CREES.
           DISPLAY 'MODIFIEES             : ' WS-NB-MODIFIES.
           DISPLAY 'SUPPRIMEES            : ' WS-NB-SUPPRIMES.
           DISPLAY 'INCHANGEES            : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'ADRESSES ECRITES      : ' WS-NB-ECRITS.
           DISPLAY 'HISTORIQUE            : adresses.jnl'.
           DISPLAY 'NOUVEAU FICHIER       : adresses.new'.
       9000-TERM-END.
           EXIT.
