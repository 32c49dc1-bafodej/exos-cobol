       IDENTIFICATION DIVISION.
       PROGRAM-ID. deprcj.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Liste de travail quotidienne du
      *                 registre des reclamations (reclamations.dat,
      *                 FRECLAM.cpy), sur le modele de deprap.cbl :
      *                 les reclamations en cours dont l'echeance
      *                 d'accuse de reception (10 jours ouvres) ou de
      *                 reponse (deux mois) est depassee ou proche
      *                 sont editees dans deprcj.lis, en deux
      *                 sections, avec le nombre de jours ouvres
      *                 restants ou de retard (calendrier de DATEUTIL
      *                 et fr-jours-feries.txt). Proche = au plus
      *                 WS-ALERTE-ACCUSE jours ouvres avant l'echeance
      *                 d'accuse, WS-ALERTE-REPONSE avant celle de la
      *                 reponse. Le client est libelle par son nom et
      *                 son agence (fichierclient.txt).
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

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-FERIES ASSIGN TO 'fr-jours-feries.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS DU-FERIES-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'deprcj.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RECLAM
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FRECLAM.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-FERIES
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
        01 REC-FERIE                      PIC X(8).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01           WS-RECLAM-STATUS     PIC X(2).
            88       WS-RECLAM-OK         VALUE 00.
            88       WS-RECLAM-END        VALUE 10.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-RAPPORT-STATUS    PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01           WS-EVENEMENT-STAMP   PIC X(6).
        01           WS-BATCH-STATUS      PIC X(2).

      ***** Seuils d'alerte en jours ouvres avant l'echeance ************
        01  WS-ALERTE-ACCUSE              PIC S9(3) VALUE 3.
        01  WS-ALERTE-REPONSE             PIC S9(3) VALUE 10.

      ***** Clients : code -> nom et agence *****************************
        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).
                10  TBL-NOM-CLT           PIC X(20).
                10  TBL-AGENCE-CLT        PIC X(3).

      ***** Reclamations en cours, avec leurs echeances *****************
        01  DATA-RECLAM.
            05  RECLAM-LGTH               PIC 9(5) VALUE 0.
            05  RECLAM-TBL
                OCCURS 1 TO 10000 TIMES
                DEPENDING ON RECLAM-LGTH
                INDEXED BY IDX-RECLAM.
                10  TBL-RCL-REFERENCE     PIC X(8).
                10  TBL-RCL-CLIENT        PIC X(8).
                10  TBL-RCL-CATEGORIE     PIC X(10).
                10  TBL-RCL-RECEPTION     PIC 9(8).
                10  TBL-RCL-ACCUSE        PIC 9(8).
                10  TBL-RCL-ECH-ACCUSE    PIC 9(8).
                10  TBL-RCL-ECH-REPONSE   PIC 9(8).
                10  TBL-RCL-OBJET         PIC X(33).

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-NB-LUES                    PIC 9(7) VALUE 0.
        01  WS-NB-EN-COURS                PIC 9(7) VALUE 0.
        01  WS-NB-ACCUSES-LISTE           PIC 9(7) VALUE 0.
        01  WS-NB-REPONSES-LISTE          PIC 9(7) VALUE 0.
        01  WS-NB-RETARDS                 PIC 9(7) VALUE 0.
        01  WS-ECHEANCE                   PIC 9(8).
        01  WS-ALERTE                     PIC S9(3).
        01  WS-NB-SECTION                 PIC 9(7).

      *    Les FILLER separateurs doivent etre inities a blancs, sinon
      *    le WRITE echoue en statut 71 (cf. la meme correction sur
      *    REC-BATCHLOG).
        01  WS-EDIT-LIGNE.
            05  FILLER                    PIC X(2) VALUE SPACES.
            05  WS-EDIT-REFERENCE         PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CLIENT            PIC X(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-NOM               PIC X(20).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-AGENCE            PIC X(3).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-CATEGORIE         PIC X(10).
            05  FILLER                    PIC X(6) VALUE ' RECU '.
            05  WS-EDIT-RECEPTION         PIC 9(8).
            05  FILLER                    PIC X(5) VALUE ' ECH '.
            05  WS-EDIT-ECHEANCE          PIC 9(8).
            05  FILLER                    PIC X(1) VALUE SPACE.
            05  WS-EDIT-ETAT              PIC X(7).
            05  WS-EDIT-JOURS             PIC ZZ9.
            05  FILLER                    PIC X(4) VALUE ' JO '.
            05  WS-EDIT-OBJET             PIC X(33).
        01  WS-EDIT-NBR                   PIC ZZZZZZ9.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'RECLECH-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 9690-CHARGE-FERIES-START
               THRU 9690-CHARGE-FERIES-END.

           PERFORM 1200-LOAD-CLIENT-START  THRU 1200-LOAD-CLIENT-END.
           PERFORM 1400-LOAD-RECLAM-START  THRU 1400-LOAD-RECLAM-END.
           PERFORM 3000-RAPPORT-START      THRU 3000-RAPPORT-END.
           PERFORM 9000-TERM-START         THRU 9000-TERM-END.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'deprcj'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-LUES TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Chargement du fichier client en table memoire ***************
       1200-LOAD-CLIENT-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'fichierclient.txt ABSENT, CLIENTS NON LIBELLES'
               GO TO 1200-LOAD-CLIENT-END
           END-IF.
           PERFORM 1300-LOAD-CLIENT-LOOP-START
               THRU 1300-LOAD-CLIENT-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1200-LOAD-CLIENT-END.
           EXIT.

       1300-LOAD-CLIENT-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT   TO TBL-CODE-CLT(IDX-CLIENT)
                       MOVE NOM-CLT    TO TBL-NOM-CLT(IDX-CLIENT)
                       MOVE AGENCE-CLT TO TBL-AGENCE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1300-LOAD-CLIENT-LOOP-END.
           EXIT.

      ***** Lecture du registre : seules les reclamations sans reponse *
      ***** sont gardees, avec leurs echeances (RECLECH.cpy)         ***
       1400-LOAD-RECLAM-START.
           OPEN INPUT FIC-RECLAM.
           IF NOT WS-RECLAM-OK
               DISPLAY 'AUCUN REGISTRE reclamations.dat '
                   '(STATUT ' WS-RECLAM-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-RECLAM-LOOP-START
               THRU 1500-LOAD-RECLAM-LOOP-END
               UNTIL WS-RECLAM-END.
           CLOSE FIC-RECLAM.
       1400-LOAD-RECLAM-END.
           EXIT.

       1500-LOAD-RECLAM-LOOP-START.
           READ FIC-RECLAM
               AT END
                   MOVE '10' TO WS-RECLAM-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   IF RCL-DATE-REPONSE = 0
                       AND RECLAM-LGTH < 10000
                       PERFORM 1510-RANGE-RECLAM-START
                           THRU 1510-RANGE-RECLAM-END
                   END-IF
           END-READ.
       1500-LOAD-RECLAM-LOOP-END.
           EXIT.

       1510-RANGE-RECLAM-START.
           ADD 1 TO WS-NB-EN-COURS.
           SET RECLAM-LGTH UP BY 1.
           SET IDX-RECLAM TO RECLAM-LGTH.
           MOVE RCL-DATE-RECEPTION TO RE-DATE-RECEPTION.
           PERFORM 9820-ECHEANCES-RECL-START
               THRU 9820-ECHEANCES-RECL-END.
           MOVE RCL-REFERENCE      TO TBL-RCL-REFERENCE(IDX-RECLAM).
           MOVE RCL-CODE-CLT       TO TBL-RCL-CLIENT(IDX-RECLAM).
           MOVE RCL-CATEGORIE      TO TBL-RCL-CATEGORIE(IDX-RECLAM).
           MOVE RCL-DATE-RECEPTION TO TBL-RCL-RECEPTION(IDX-RECLAM).
           MOVE RCL-DATE-ACCUSE    TO TBL-RCL-ACCUSE(IDX-RECLAM).
           MOVE RE-ECH-ACCUSE      TO TBL-RCL-ECH-ACCUSE(IDX-RECLAM).
           MOVE RE-ECH-REPONSE     TO TBL-RCL-ECH-REPONSE(IDX-RECLAM).
           MOVE RCL-OBJET          TO TBL-RCL-OBJET(IDX-RECLAM).
       1510-RANGE-RECLAM-END.
           EXIT.

      ***** Edition : accuses a envoyer, puis reponses a apporter ******
       3000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'RECLAMATIONS A TRAITER AU ' DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               ' (JO = JOURS OUVRES)' DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ACCUSES DE RECEPTION A ENVOYER (DELAI 10 JOURS OUVRES)'
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 0 TO WS-NB-SECTION.
           PERFORM 3100-LIGNE-ACCUSE-START
               THRU 3100-LIGNE-ACCUSE-END
               VARYING IDX-RECLAM FROM 1 BY 1
               UNTIL IDX-RECLAM > RECLAM-LGTH.
           PERFORM 3900-SECTION-VIDE-START THRU 3900-SECTION-VIDE-END.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'REPONSES A APPORTER (DELAI DEUX MOIS)' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 0 TO WS-NB-SECTION.
           PERFORM 3200-LIGNE-REPONSE-START
               THRU 3200-LIGNE-REPONSE-END
               VARYING IDX-RECLAM FROM 1 BY 1
               UNTIL IDX-RECLAM > RECLAM-LGTH.
           PERFORM 3900-SECTION-VIDE-START THRU 3900-SECTION-VIDE-END.

           CLOSE FIC-RAPPORT.
       3000-RAPPORT-END.
           EXIT.

      ***** Accuse non parti, echeance depassee ou proche *************
       3100-LIGNE-ACCUSE-START.
           IF TBL-RCL-ACCUSE(IDX-RECLAM) NOT = 0
               GO TO 3100-LIGNE-ACCUSE-END
           END-IF.
           MOVE TBL-RCL-ECH-ACCUSE(IDX-RECLAM) TO WS-ECHEANCE.
           MOVE WS-ALERTE-ACCUSE TO WS-ALERTE.
           PERFORM 3800-LIGNE-ECHEANCE-START
               THRU 3800-LIGNE-ECHEANCE-END.
           IF WS-EDIT-REFERENCE NOT = SPACES
               ADD 1 TO WS-NB-ACCUSES-LISTE
           END-IF.
       3100-LIGNE-ACCUSE-END.
           EXIT.

      ***** Reponse non partie, echeance depassee ou proche ***********
       3200-LIGNE-REPONSE-START.
           MOVE TBL-RCL-ECH-REPONSE(IDX-RECLAM) TO WS-ECHEANCE.
           MOVE WS-ALERTE-REPONSE TO WS-ALERTE.
           PERFORM 3800-LIGNE-ECHEANCE-START
               THRU 3800-LIGNE-ECHEANCE-END.
           IF WS-EDIT-REFERENCE NOT = SPACES
               ADD 1 TO WS-NB-REPONSES-LISTE
           END-IF.
       3200-LIGNE-REPONSE-END.
           EXIT.

      ***** Ligne de la reclamation IDX-RECLAM si WS-ECHEANCE est a ***
      ***** moins de WS-ALERTE jours ouvres ou depassee ; sinon rien **
      ***** n'est ecrit et WS-EDIT-REFERENCE reste a blanc           **
       3800-LIGNE-ECHEANCE-START.
           MOVE SPACES TO WS-EDIT-REFERENCE.
           MOVE WS-DATE-JOUR TO DU-DATE-1.
           MOVE WS-ECHEANCE  TO DU-DATE-2.
           PERFORM 9680-JOURS-OUVRES-ENTRE-START
               THRU 9680-JOURS-OUVRES-ENTRE-END.
           IF DU-NB-JOURS > WS-ALERTE
               GO TO 3800-LIGNE-ECHEANCE-END
           END-IF.

           IF DU-NB-JOURS < 0
               ADD 1 TO WS-NB-RETARDS
               MOVE 'RETARD ' TO WS-EDIT-ETAT
               COMPUTE WS-EDIT-JOURS = 0 - DU-NB-JOURS
           ELSE
               MOVE 'RESTE  ' TO WS-EDIT-ETAT
               MOVE DU-NB-JOURS TO WS-EDIT-JOURS
           END-IF.

           MOVE '(CLIENT INCONNU)' TO WS-EDIT-NOM.
           MOVE '???'              TO WS-EDIT-AGENCE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-CLT(IDX-CLIENT)
                       = TBL-RCL-CLIENT(IDX-RECLAM)
                   MOVE TBL-NOM-CLT(IDX-CLIENT)    TO WS-EDIT-NOM
                   MOVE TBL-AGENCE-CLT(IDX-CLIENT) TO WS-EDIT-AGENCE
           END-SEARCH.

           ADD 1 TO WS-NB-SECTION.
           MOVE TBL-RCL-REFERENCE(IDX-RECLAM) TO WS-EDIT-REFERENCE.
           MOVE TBL-RCL-CLIENT(IDX-RECLAM)    TO WS-EDIT-CLIENT.
           MOVE TBL-RCL-CATEGORIE(IDX-RECLAM) TO WS-EDIT-CATEGORIE.
           MOVE TBL-RCL-RECEPTION(IDX-RECLAM) TO WS-EDIT-RECEPTION.
           MOVE WS-ECHEANCE                   TO WS-EDIT-ECHEANCE.
           MOVE TBL-RCL-OBJET(IDX-RECLAM)     TO WS-EDIT-OBJET.
           MOVE SPACES TO REC-RAPPORT.
           MOVE WS-EDIT-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       3800-LIGNE-ECHEANCE-END.
           EXIT.

       3900-SECTION-VIDE-START.
           IF WS-NB-SECTION = 0
               MOVE '  (AUCUNE)' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
       3900-SECTION-VIDE-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'RECLAMATIONS LUES  : ' WS-NB-LUES.
           DISPLAY 'EN COURS           : ' WS-NB-EN-COURS.
           DISPLAY 'ACCUSES A ENVOYER  : ' WS-NB-ACCUSES-LISTE.
           DISPLAY 'REPONSES A APPORTER: ' WS-NB-REPONSES-LISTE.
           DISPLAY 'DONT EN RETARD     : ' WS-NB-RETARDS.
           DISPLAY 'LISTE ECRITE       : deprcj.lis'.
       9000-TERM-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'DATEUTIL-FERIES.cpy'.
           COPY 'RECLECH.cpy'.
