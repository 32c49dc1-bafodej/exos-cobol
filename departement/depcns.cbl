       IDENTIFICATION DIVISION.
       PROGRAM-ID. depcns.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Tenue du fichier des consentements a la
      *                 prospection (consentements.dat, FCONSENT.cpy)
      *                 a partir d'un fichier de mouvements
      *                 consentmaj.dat de meme gabarit, sur le modele
      *                 de deprcm.cbl : chaque mouvement donne,
      *                 renouvelle ou retire l'accord d'un client pour
      *                 un canal (EMAIL, TEL, POSTE, SMS), avec sa date
      *                 et sa source ; un couple client/canal inconnu
      *                 est cree. Les mouvements sont appliques dans
      *                 l'ordre du fichier. Chaque changement est trace
      *                 en ajout dans l'historique consentements.jnl
      *                 (ancien et nouvel accord), sur le modele de
      *                 effacements.jnl de deppur.cbl. Mouvements
      *                 refuses (client absent de fichierclient.txt,
      *                 canal ou accord invalide, date future ou
      *                 anterieure a l'accord enregistre, source a
      *                 blanc) comptes et traces dans exceptions.dat
      *                 (FEXCEPT.cpy). Le fichier resultat est ecrit
      *                 dans consentements.new.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CONSENT ASSIGN TO 'consentements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CONSENT-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'consentmaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'consentements.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-HISTO ASSIGN TO 'consentements.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HISTO-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CONSENT
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FCONSENT.cpy'.

      ***** Fichier des mouvements : meme layout que FCONSENT.cpy ; ****
      *     une date a zero ou a blanc vaut date du jour.
       FD  FIC-MAJ
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-CANAL            PIC X(5).
              06     FILLER               PIC X.
              06     MAJ-ACCORD           PIC X.
              06     FILLER               PIC X.
              06     MAJ-DATE             PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-SOURCE           PIC X(12).

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(38).

      ***** Historique des consentements : une ligne par changement ***
      *     applique, accord precedent a blanc pour une creation.
       FD  FIC-HISTO
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HISTO.
              06     HCN-DATE             PIC 9(8).
              06     FILLER               PIC X.
              06     HCN-HEURE            PIC 9(6).
              06     FILLER               PIC X.
              06     HCN-CODE-CLT         PIC X(8).
              06     FILLER               PIC X.
              06     HCN-CANAL            PIC X(5).
              06     FILLER               PIC X.
              06     HCN-ACCORD-AVANT     PIC X.
              06     FILLER               PIC X.
              06     HCN-ACCORD           PIC X.
              06     FILLER               PIC X.
              06     HCN-DATE-CONSENT     PIC 9(8).
              06     FILLER               PIC X.
              06     HCN-SOURCE           PIC X(12).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-CONSENT-STATUS             PIC X(2).
            88  WS-CONSENT-OK             VALUE 00.
            88  WS-CONSENT-END            VALUE 10.
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

      ***** Codes clients du fichier maitre, pour refuser un         **
      ***** mouvement sur un client inconnu                          **
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).

      ***** Consentements en memoire : fichier actuel puis creations **
        01  DATA-CONSENT.
            05  CONSENT-LGTH              PIC 9(5) VALUE 0.
            05  CONSENT-TBL
                OCCURS 1 TO 40000 TIMES
                DEPENDING ON CONSENT-LGTH
                INDEXED BY IDX-CONSENT.
                10  TBL-CNS-REC           PIC X(38).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-HEURE-JOUR                 PIC 9(6).
        01  WS-DATE-MVT                   PIC 9(8).
        01  WS-CNS-CONFORME               PIC X(1).
        01  WS-CNS-MOTIF                  PIC X(6).
        01  WS-ACCORD-AVANT               PIC X(1).
        01  WS-CONSENT-TROUVE             PIC X(1).
            88  WS-EST-CONNU              VALUE 'O'.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MVT                     PIC 9(7) VALUE 0.
        01  WS-NB-CREES                   PIC 9(7) VALUE 0.
        01  WS-NB-CHANGES                 PIC 9(7) VALUE 0.
        01  WS-NB-CONFIRMES               PIC 9(7) VALUE 0.
        01  WS-NB-INCHANGE                PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.
        01  WS-NB-ECRITS                  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.
           PERFORM 1000-LOAD-CLIENTS-START THRU 1000-LOAD-CLIENTS-END.
           PERFORM 1200-LOAD-CONSENT-START THRU 1200-LOAD-CONSENT-END.
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
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT TO TBL-CODE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1100-LOAD-CLIENTS-LOOP-END.
           EXIT.

      ***** Consentements actuels en table ; au premier passage le  ****
      ***** fichier n'existe pas encore et tout est cree            ****
       1200-LOAD-CONSENT-START.
           OPEN INPUT FIC-CONSENT.
           IF NOT WS-CONSENT-OK
               DISPLAY 'FICHIER consentements.dat ABSENT '
                   '(STATUT ' WS-CONSENT-STATUS '), CREATION'
               GO TO 1200-LOAD-CONSENT-END
           END-IF.
           PERFORM 1300-LOAD-CONSENT-LOOP-START
               THRU 1300-LOAD-CONSENT-LOOP-END
               UNTIL WS-CONSENT-END.
           CLOSE FIC-CONSENT.
       1200-LOAD-CONSENT-END.
           EXIT.

       1300-LOAD-CONSENT-LOOP-START.
           READ FIC-CONSENT
               AT END
                   MOVE '10' TO WS-CONSENT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF CONSENT-LGTH < 40000
                       SET CONSENT-LGTH UP BY 1
                       SET IDX-CONSENT TO CONSENT-LGTH
                       MOVE REC-CONSENT TO TBL-CNS-REC(IDX-CONSENT)
                   END-IF
           END-READ.
       1300-LOAD-CONSENT-LOOP-END.
           EXIT.

      ***** Application des mouvements dans l'ordre du fichier *********
       2000-APPLY-START.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               DISPLAY 'FICHIER consentmaj.dat ABSENT '
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
                   IF WS-CNS-CONFORME = 'N'
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
           MOVE 'O' TO WS-CNS-CONFORME.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   MOVE 'N'      TO WS-CNS-CONFORME
                   MOVE 'CNSCLT' TO WS-CNS-MOTIF
                   GO TO 2200-CONTROLE-MVT-END
               WHEN TBL-CODE-CLT(IDX-CLIENT) = MAJ-CODE-CLT
                   CONTINUE
           END-SEARCH.
           MOVE MAJ-CANAL  TO CNS-CANAL.
           MOVE MAJ-ACCORD TO CNS-ACCORD.
           IF NOT CNS-CANAL-VALIDE
               MOVE 'N'      TO WS-CNS-CONFORME
               MOVE 'CNSCAN' TO WS-CNS-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF NOT CNS-ACCORD-VALIDE
               MOVE 'N'      TO WS-CNS-CONFORME
               MOVE 'CNSACC' TO WS-CNS-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           IF MAJ-SOURCE = SPACES
               MOVE 'N'      TO WS-CNS-CONFORME
               MOVE 'CNSSRC' TO WS-CNS-MOTIF
               GO TO 2200-CONTROLE-MVT-END
           END-IF.
           MOVE WS-DATE-JOUR TO WS-DATE-MVT.
           IF MAJ-DATE NOT = SPACES
               AND MAJ-DATE NOT = '00000000'
               IF MAJ-DATE IS NOT NUMERIC
                   MOVE 'N'      TO WS-CNS-CONFORME
                   MOVE 'CNSDAT' TO WS-CNS-MOTIF
                   GO TO 2200-CONTROLE-MVT-END
               END-IF
               MOVE MAJ-DATE TO WS-DATE-MVT
           END-IF.
           IF WS-DATE-MVT > WS-DATE-JOUR
               MOVE 'N'      TO WS-CNS-CONFORME
               MOVE 'CNSDAT' TO WS-CNS-MOTIF
           END-IF.
       2200-CONTROLE-MVT-END.
           EXIT.

      ***** Creation, changement d'accord ou renouvellement ; un    ****
      ***** mouvement plus ancien que l'accord enregistre est refuse ***
       2300-APPLY-MVT-START.
           MOVE 'N' TO WS-CONSENT-TROUVE.
           IF CONSENT-LGTH > 0
               SET IDX-CONSENT TO 1
               SEARCH CONSENT-TBL
                   AT END
                       CONTINUE
                   WHEN TBL-CNS-REC(IDX-CONSENT)(1:8) = MAJ-CODE-CLT
                       AND TBL-CNS-REC(IDX-CONSENT)(10:5) = MAJ-CANAL
                       MOVE 'O' TO WS-CONSENT-TROUVE
               END-SEARCH
           END-IF.

           IF NOT WS-EST-CONNU
               IF CONSENT-LGTH NOT < 40000
                   DISPLAY 'TABLE DES CONSENTEMENTS PLEINE (40000), '
                       'ARRET'
                   STOP RUN
               END-IF
               SET CONSENT-LGTH UP BY 1
               SET IDX-CONSENT TO CONSENT-LGTH
               MOVE SPACES TO REC-CONSENT
               MOVE MAJ-CODE-CLT TO CNS-CODE-CLT
               MOVE MAJ-CANAL    TO CNS-CANAL
               MOVE SPACE        TO WS-ACCORD-AVANT
               ADD 1 TO WS-NB-CREES
           ELSE
               MOVE TBL-CNS-REC(IDX-CONSENT) TO REC-CONSENT
               MOVE CNS-ACCORD TO WS-ACCORD-AVANT
               IF WS-DATE-MVT < CNS-DATE
                   MOVE 'N'      TO WS-CNS-CONFORME
                   MOVE 'CNSANT' TO WS-CNS-MOTIF
                   PERFORM 3200-REJET-MVT-START
                       THRU 3200-REJET-MVT-END
                   GO TO 2300-APPLY-MVT-END
               END-IF
               IF MAJ-ACCORD = CNS-ACCORD
                   AND WS-DATE-MVT = CNS-DATE
                   AND MAJ-SOURCE = CNS-SOURCE
                   ADD 1 TO WS-NB-INCHANGE
                   GO TO 2300-APPLY-MVT-END
               END-IF
               IF MAJ-ACCORD = CNS-ACCORD
                   ADD 1 TO WS-NB-CONFIRMES
               ELSE
                   ADD 1 TO WS-NB-CHANGES
               END-IF
           END-IF.

           MOVE MAJ-ACCORD  TO CNS-ACCORD.
           MOVE WS-DATE-MVT TO CNS-DATE.
           MOVE MAJ-SOURCE  TO CNS-SOURCE.
           MOVE REC-CONSENT TO TBL-CNS-REC(IDX-CONSENT).
           PERFORM 2400-HISTO-START THRU 2400-HISTO-END.
       2300-APPLY-MVT-END.
           EXIT.

      ***** Trace du changement dans l'historique (ajout) *************
       2400-HISTO-START.
           OPEN EXTEND FIC-HISTO.
           IF WS-HISTO-ABSENT
               OPEN OUTPUT FIC-HISTO
           END-IF.
           MOVE SPACES TO REC-HISTO.
           MOVE WS-DATE-JOUR    TO HCN-DATE.
           MOVE WS-HEURE-JOUR   TO HCN-HEURE.
           MOVE CNS-CODE-CLT    TO HCN-CODE-CLT.
           MOVE CNS-CANAL       TO HCN-CANAL.
           MOVE WS-ACCORD-AVANT TO HCN-ACCORD-AVANT.
           MOVE CNS-ACCORD      TO HCN-ACCORD.
           MOVE CNS-DATE        TO HCN-DATE-CONSENT.
           MOVE CNS-SOURCE      TO HCN-SOURCE.
           WRITE REC-HISTO.
           CLOSE FIC-HISTO.
       2400-HISTO-END.
           EXIT.

      ***** Ecriture du fichier resultat ******************************
       3000-ECRIT-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM 3010-ECRIT-LIGNE-START
               THRU 3010-ECRIT-LIGNE-END
               VARYING IDX-CONSENT FROM 1 BY 1
               UNTIL IDX-CONSENT > CONSENT-LGTH.
           CLOSE FIC-NOUVEAU.
       3000-ECRIT-END.
           EXIT.

       3010-ECRIT-LIGNE-START.
           MOVE TBL-CNS-REC(IDX-CONSENT) TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
           ADD 1 TO WS-NB-ECRITS.
       3010-ECRIT-LIGNE-END.
           EXIT.

      ***** Mouvement refuse : compte a part et trace dans le fichier **
      ***** commun des exceptions, cle = client + canal              **
       3200-REJET-MVT-START.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO WS-EXC-CLE.
           STRING MAJ-CODE-CLT ' ' MAJ-CANAL
               DELIMITED BY SIZE INTO WS-EXC-CLE
           END-STRING.
           MOVE WS-CNS-MOTIF  TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           EVALUATE WS-CNS-MOTIF
               WHEN 'CNSCLT'
                   STRING 'CLIENT ' MAJ-CODE-CLT
                       ' ABSENT DE fichierclient.txt'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'CNSCAN'
                   STRING 'CANAL INCONNU : ' MAJ-CANAL
                       ' (EMAIL, TEL, POSTE OU SMS ATTENDU)'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'CNSACC'
                   STRING 'ACCORD INVALIDE (' MAJ-ACCORD
                       ') : O OU N ATTENDU'
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'CNSSRC'
                   MOVE 'SOURCE DU CONSENTEMENT NON RENSEIGNEE'
                       TO WS-EXC-DESC
               WHEN 'CNSDAT'
                   STRING 'DATE DU CONSENTEMENT FUTURE OU INVALIDE : '
                       MAJ-DATE
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
               WHEN 'CNSANT'
                   STRING 'MOUVEMENT DU ' WS-DATE-MVT
                       ' ANTERIEUR A L''ACCORD DU ' CNS-DATE
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
           END-EVALUATE.
           DISPLAY 'CONSENTEMENT ' WS-EXC-CLE ' MOUVEMENT REFUSE ('
               WS-CNS-MOTIF ') : ' WS-EXC-DESC.
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
           MOVE 'depcns'     TO EXC-PROGRAMME.
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
           DISPLAY 'CONSENTEMENTS LUS     : ' WS-NB-LUS.
           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-MVT.
           DISPLAY 'CREES                 : ' WS-NB-CREES.
           DISPLAY 'ACCORD CHANGE         : ' WS-NB-CHANGES.
           DISPLAY 'ACCORD RENOUVELE      : ' WS-NB-CONFIRMES.
           DISPLAY 'INCHANGES             : ' WS-NB-INCHANGE.
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'CONSENTEMENTS ECRITS  : ' WS-NB-ECRITS.
           DISPLAY 'HISTORIQUE            : consentements.jnl'.
           DISPLAY 'NOUVEAU FICHIER       : consentements.new'.
       9000-TERM-END.
           EXIT.
