       IDENTIFICATION DIVISION.
       PROGRAM-ID. depagm.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Tenue du fichier maitre des agences
      *                 (agences.dat, FAGENCE.cpy) par fichier de
      *                 mouvements (depagm.dat), sur le modele de
      *                 depmut.cbl : creation 'C' et modification 'M'
      *                 (enregistrement agence complet), fermeture 'F'
      *                 et reouverture 'R' (code agence et date). Le
      *                 departement est controle contre
      *                 fr-liste-dept.txt et le responsable contre le
      *                 fichier du personnel (role autre que 'C') ; une
      *                 date de fermeture ne peut etre posterieure au
      *                 jour ni anterieure a l'ouverture. Le resultat
      *                 est ecrit dans agences.new (a basculer comme
      *                 fichierclient.new) et chaque changement est
      *                 journalise en ajout dans agences.jnl (date et
      *                 heure, agence, type, zone, valeurs avant/apres).
      *                 Les mouvements rejetes vont dans le fichier
      *                 commun exceptions.dat ; la fermeture d'une
      *                 agence a laquelle du personnel ou des clients
      *                 sont encore rattaches y est signalee (AGMEFF).
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-AGENCE ASSIGN TO 'agences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AGENCE-STATUS.

           SELECT FIC-MVT ASSIGN TO 'depagm.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MVT-STATUS.

           SELECT FIC-DEPT ASSIGN TO 'fr-liste-dept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT FIC-NOUVEAU ASSIGN TO 'agences.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOUVEAU-STATUS.

           SELECT FIC-JOURNAL ASSIGN TO 'agences.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FIC-AGENCE
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FAGENCE.cpy'.

      ***** Fichier des mouvements : C-reation, M-odification, *******
      *     F-ermeture, R-eouverture. 'C' et 'M' portent en 3
      *     l'enregistrement agence complet (FAGENCE.cpy) ; 'F' et
      *     'R' le seul code agence et la date du mouvement.
       FD  FIC-MVT
           RECORD CONTAINS 145 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MVT.
              06     MVT-ACTION           PIC X.
                     88 MVT-CREATION      VALUE 'C'.
                     88 MVT-MODIFICATION  VALUE 'M'.
                     88 MVT-FERMETURE     VALUE 'F'.
                     88 MVT-REOUVERTURE   VALUE 'R'.
              06     FILLER               PIC X.
              06     MVT-AGENCE           PIC X(143).
        01 REC-MVT-F.
              06     FILLER               PIC X(2).
              06     MVT-F-CODE           PIC X(3).
              06     FILLER               PIC X.
              06     MVT-F-DATE           PIC X(8).
              06     FILLER               PIC X(131).

       FD  FIC-DEPT
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEMPLOYE.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(143).

      ***** Journal des changements appliques (fichier en ajout) : ****
      *     type CRE/MOD/FER/OUV, zone modifiee et valeurs avant/apres
      *     (une ligne par zone modifiee pour une modification).
       FD  FIC-JOURNAL
           RECORD CONTAINS 105 CHARACTERS
           RECORDING MODE IS F.
        01 REC-JOURNAL.
              06     JNL-DATE             PIC 9(8).
              06     FILLER               PIC X.
              06     JNL-HEURE            PIC 9(6).
              06     FILLER               PIC X.
              06     JNL-AGENCE           PIC X(3).
              06     FILLER               PIC X.
              06     JNL-TYPE             PIC X(3).
              06     FILLER               PIC X.
              06     JNL-ZONE             PIC X(12).
              06     FILLER               PIC X.
              06     JNL-AVANT            PIC X(32).
              06     JNL-FLECHE           PIC X(4).
              06     JNL-APRES            PIC X(32).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01           WS-AGENCE-STATUS     PIC X(2).
            88       WS-AGENCE-OK         VALUE 00.
            88       WS-AGENCE-END        VALUE 10.
        01           WS-MVT-STATUS        PIC X(2).
            88       WS-MVT-OK            VALUE 00.
            88       WS-MVT-END           VALUE 10.
        01           WS-DEPT-STATUS       PIC X(2).
            88       WS-DEPT-OK           VALUE 00.
            88       WS-DEPT-END          VALUE 10.
        01           WS-CLIENT-STATUS     PIC X(2).
            88       WS-CLIENT-OK         VALUE 00.
            88       WS-CLIENT-END        VALUE 10.
        01           WS-NOUVEAU-STATUS    PIC X(2).
        01           WS-JOURNAL-STATUS    PIC X(2).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01           WS-EVENEMENT-STAMP   PIC X(6).
        01           WS-BATCH-STATUS      PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Agences du fichier maitre, chargees en memoire puis *******
      *     reecrites dans agences.new (creations en fin de table).
        01  DATA-AGT.
            05  AGT-LGTH                  PIC 9(5) VALUE 0.
            05  AGT-TBL
                OCCURS 1 TO 500 TIMES
                DEPENDING ON AGT-LGTH
                INDEXED BY IDX-AGT.
                10  TBL-AGT-REC.
                    15  TBL-AGT-CODE      PIC X(3).
                    15  FILLER            PIC X(140).

      ***** Table des codes departement connus, chargee en memoire *****
        01  DATA-DEPT.
            05  DEPT-LGTH                 PIC 9(5) VALUE 0.
            05  DEPT-TBL
                OCCURS 1 TO 200 TIMES
                DEPENDING ON DEPT-LGTH
                INDEXED BY IDX-DEPT.
                10  TBL-CODE-DEPT         PIC X(3).

      ***** Fichier du personnel : identifiant, role et agence, *******
      *     pour le controle du responsable et le comptage des
      *     rattachements a une agence fermee.
        01  DATA-EMP.
            05  EMP-LGTH                  PIC 9(5) VALUE 0.
            05  EMP-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON EMP-LGTH
                INDEXED BY IDX-EMP.
                10  TBL-EMP-ID            PIC X(8).
                10  TBL-EMP-ROLE          PIC X(1).
                10  TBL-EMP-AGENCE        PIC X(3).

      ***** Agence avant modification, meme gabarit que REC-AGENCE *****
           COPY 'FAGENCE.cpy' REPLACING
               ==REC-AGENCE==        BY ==WS-AGENCE-AVANT==
               ==AGC-CODE==          BY ==AVT-CODE==
               ==AGC-DEPT==          BY ==AVT-DEPT==
               ==AGC-LIBELLE==       BY ==AVT-LIBELLE==
               ==AGC-ADRESSE==       BY ==AVT-ADRESSE==
               ==AGC-CODE-POSTAL==   BY ==AVT-CODE-POSTAL==
               ==AGC-VILLE==         BY ==AVT-VILLE==
               ==AGC-TEL==           BY ==AVT-TEL==
               ==AGC-RESPONSABLE==   BY ==AVT-RESPONSABLE==
               ==AGC-DATE-OUVERTURE== BY ==AVT-DATE-OUVERTURE==
               ==AGC-DATE-FERMETURE== BY ==AVT-DATE-FERMETURE==
               ==AGC-STATUT==        BY ==AVT-STATUT==
               ==AGC-OUVERTE==       BY ==AVT-OUVERTE==
               ==AGC-FERMEE==        BY ==AVT-FERMEE==.

        01  WS-DATE-JOUR                  PIC 9(8).
        01  WS-HEURE-JOUR                 PIC 9(6).
        01  WS-DATE-MVT                   PIC 9(8).
        01  WS-DATE-MVT-X REDEFINES WS-DATE-MVT
                                          PIC X(8).
        01  WS-MOTIF-REJET                PIC X(40).
        01  WS-CODE-REJET                 PIC X(6).
        01  WS-AGENCE-TROUVEE             PIC X(1).
            88  WS-EST-TROUVEE            VALUE 'O'.
        01  WS-CONTROLE-OK                PIC X(1).
            88  WS-EST-VALIDE             VALUE 'O'.
        01  WS-ZONE-JNL                   PIC X(12).
        01  WS-AVANT-JNL                  PIC X(32).
        01  WS-APRES-JNL                  PIC X(32).
        01  WS-TYPE-JNL                   PIC X(3).
        01  WS-NB-RATTACHES               PIC 9(5) VALUE 0.
        01  WS-EDIT-RATTACHES             PIC ZZZZ9.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MVTS                    PIC 9(7) VALUE 0.
        01  WS-NB-CREATIONS               PIC 9(7) VALUE 0.
        01  WS-NB-MODIFS                  PIC 9(7) VALUE 0.
        01  WS-NB-FERMETURES              PIC 9(7) VALUE 0.
        01  WS-NB-REOUVERTURES            PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.
        01  WS-NB-LIGNES-JNL              PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 1000-LOAD-AGENCE-START THRU 1000-LOAD-AGENCE-END.
           PERFORM 1200-LOAD-DEPT-START   THRU 1200-LOAD-DEPT-END.
           PERFORM 1400-LOAD-EMP-START    THRU 1400-LOAD-EMP-END.
           PERFORM 2000-APPLY-START       THRU 2000-APPLY-END.
           PERFORM 3000-ECRIT-START       THRU 3000-ECRIT-END.
           PERFORM 9000-TERM-START        THRU 9000-TERM-END.

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
           MOVE 'depagm'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-MVTS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Chargement du fichier maitre des agences (absent a la *****
      ***** premiere execution : toutes les agences sont creees)  *****
       1000-LOAD-AGENCE-START.
           OPEN INPUT FIC-AGENCE.
           IF NOT WS-AGENCE-OK
               DISPLAY 'FICHIER agences.dat ABSENT (STATUT '
                   WS-AGENCE-STATUS '), CREATION D''UN NOUVEAU FICHIER'
               GO TO 1000-LOAD-AGENCE-END
           END-IF.
           PERFORM 1100-LOAD-AGENCE-LOOP-START
               THRU 1100-LOAD-AGENCE-LOOP-END
               UNTIL WS-AGENCE-END.
           CLOSE FIC-AGENCE.
       1000-LOAD-AGENCE-END.
           EXIT.

       1100-LOAD-AGENCE-LOOP-START.
           READ FIC-AGENCE
               AT END
                   MOVE '10' TO WS-AGENCE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF AGT-LGTH < 500
                       SET AGT-LGTH UP BY 1
                       SET IDX-AGT TO AGT-LGTH
                       MOVE REC-AGENCE TO TBL-AGT-REC(IDX-AGT)
                   END-IF
           END-READ.
       1100-LOAD-AGENCE-LOOP-END.
           EXIT.

      ***** Chargement des codes departement valides en table memoire **
       1200-LOAD-DEPT-START.
           OPEN INPUT FIC-DEPT.
           PERFORM 1210-LOAD-DEPT-LOOP-START
               THRU 1210-LOAD-DEPT-LOOP-END
               UNTIL WS-DEPT-END.
           CLOSE FIC-DEPT.
       1200-LOAD-DEPT-END.
           EXIT.

       1210-LOAD-DEPT-LOOP-START.
           READ FIC-DEPT INTO F-DEPT
               AT END
                   MOVE '10' TO WS-DEPT-STATUS
               NOT AT END
                   SET DEPT-LGTH UP BY 1
                   SET IDX-DEPT TO DEPT-LGTH
                   MOVE CODE-DEPT TO TBL-CODE-DEPT(IDX-DEPT)
           END-READ.
       1210-LOAD-DEPT-LOOP-END.
           EXIT.

      ***** Chargement du fichier du personnel en table memoire ********
       1400-LOAD-EMP-START.
           OPEN INPUT FIC-CLIENT.
           PERFORM 1410-LOAD-EMP-LOOP-START
               THRU 1410-LOAD-EMP-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1400-LOAD-EMP-END.
           EXIT.

       1410-LOAD-EMP-LOOP-START.
           READ FIC-CLIENT INTO F-EMPLOYE
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF EMP-LGTH < 20000
                       SET EMP-LGTH UP BY 1
                       SET IDX-EMP TO EMP-LGTH
                       MOVE EMPLOYE-ID     TO TBL-EMP-ID(IDX-EMP)
                       MOVE EMPLOYE-ROLE   TO TBL-EMP-ROLE(IDX-EMP)
                       MOVE EMPLOYE-AGENCE TO TBL-EMP-AGENCE(IDX-EMP)
                   END-IF
           END-READ.
       1410-LOAD-EMP-LOOP-END.
           EXIT.

      ***** Application des mouvements dans l'ordre du fichier *********
       2000-APPLY-START.
      *    Sans fichier de mouvements, rien a appliquer : arret avec
      *    un message clair, cf. depmut.cbl.
           OPEN INPUT FIC-MVT.
           IF NOT WS-MVT-OK
               DISPLAY 'FICHIER depagm.dat ABSENT '
                   '(STATUT ' WS-MVT-STATUS '), ARRET'
               MOVE 'FIN' TO WS-EVENEMENT-STAMP
               PERFORM 9500-STAMP-CONTROLE-START
                   THRU 9500-STAMP-CONTROLE-END
               STOP RUN
           END-IF.
           OPEN EXTEND FIC-JOURNAL.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT FIC-JOURNAL
           END-IF.

           PERFORM 2100-APPLY-LOOP-START
               THRU 2100-APPLY-LOOP-END
               UNTIL WS-MVT-END.

           CLOSE FIC-MVT.
           CLOSE FIC-JOURNAL.
       2000-APPLY-END.
           EXIT.

       2100-APPLY-LOOP-START.
           READ FIC-MVT
               AT END
                   MOVE '10' TO WS-MVT-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-MVTS
                   PERFORM 2110-AIGUILLE-START
                       THRU 2110-AIGUILLE-END
           END-READ.
       2100-APPLY-LOOP-END.
           EXIT.

      ***** Aiguillage du mouvement selon son action *******************
       2110-AIGUILLE-START.
           EVALUATE TRUE
               WHEN MVT-CREATION
                   PERFORM 2200-CREATION-START
                       THRU 2200-CREATION-END
               WHEN MVT-MODIFICATION
                   PERFORM 2300-MODIFICATION-START
                       THRU 2300-MODIFICATION-END
               WHEN MVT-FERMETURE
                   PERFORM 2400-FERMETURE-START
                       THRU 2400-FERMETURE-END
               WHEN MVT-REOUVERTURE
                   PERFORM 2500-REOUVERTURE-START
                       THRU 2500-REOUVERTURE-END
               WHEN OTHER
                   MOVE MVT-AGENCE(1:3) TO WS-EXC-CLE
                   MOVE 'AGMACT'        TO WS-CODE-REJET
                   MOVE SPACES TO WS-MOTIF-REJET
                   STRING 'ACTION INCONNUE : ' DELIMITED BY SIZE
                          MVT-ACTION           DELIMITED BY SIZE
                          INTO WS-MOTIF-REJET
                   END-STRING
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
           END-EVALUATE.
       2110-AIGUILLE-END.
           EXIT.

      ***** Creation : code nouveau, departement et responsable ********
      ***** connus, date d'ouverture renseignee                  ********
       2200-CREATION-START.
           MOVE MVT-AGENCE TO REC-AGENCE.
           MOVE AGC-CODE   TO WS-EXC-CLE.
           IF AGC-CODE = SPACES
               MOVE 'AGMCOD' TO WS-CODE-REJET
               MOVE 'CREATION SANS CODE AGENCE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-CREATION-END
           END-IF.
           PERFORM 2800-CHERCHE-AGENCE-START
               THRU 2800-CHERCHE-AGENCE-END.
           IF WS-EST-TROUVEE
               MOVE 'AGMDBL' TO WS-CODE-REJET
               MOVE 'AGENCE DEJA PRESENTE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-CREATION-END
           END-IF.
           IF AGC-DATE-OUVERTURE IS NOT NUMERIC
               OR AGC-DATE-OUVERTURE = 0
               MOVE 'AGMDAT' TO WS-CODE-REJET
               MOVE 'DATE D''OUVERTURE INVALIDE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-CREATION-END
           END-IF.
           PERFORM 2700-CONTROLE-ZONES-START
               THRU 2700-CONTROLE-ZONES-END.
           IF NOT WS-EST-VALIDE
               GO TO 2200-CREATION-END
           END-IF.
           IF AGT-LGTH NOT < 500
               MOVE 'AGMPLN' TO WS-CODE-REJET
               MOVE 'TABLE DES AGENCES PLEINE (500)' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2200-CREATION-END
           END-IF.

           ADD 1 TO WS-NB-CREATIONS.
           MOVE 0   TO AGC-DATE-FERMETURE.
           MOVE 'O' TO AGC-STATUT.
           SET AGT-LGTH UP BY 1.
           SET IDX-AGT TO AGT-LGTH.
           MOVE REC-AGENCE TO TBL-AGT-REC(IDX-AGT).

           MOVE 'CRE'         TO WS-TYPE-JNL.
           MOVE 'CREATION'    TO WS-ZONE-JNL.
           MOVE SPACES        TO WS-AVANT-JNL.
           MOVE AGC-LIBELLE   TO WS-APRES-JNL.
           PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END.
       2200-CREATION-END.
           EXIT.

      ***** Modification : coordonnees, departement, responsable et ***
      ***** date d'ouverture ; le statut ne change que par F ou R   ***
       2300-MODIFICATION-START.
           MOVE MVT-AGENCE TO REC-AGENCE.
           MOVE AGC-CODE   TO WS-EXC-CLE.
           PERFORM 2800-CHERCHE-AGENCE-START
               THRU 2800-CHERCHE-AGENCE-END.
           IF NOT WS-EST-TROUVEE
               MOVE 'AGMINC' TO WS-CODE-REJET
               MOVE 'MODIFICATION D''UNE AGENCE INCONNUE'
                   TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2300-MODIFICATION-END
           END-IF.
           PERFORM 2700-CONTROLE-ZONES-START
               THRU 2700-CONTROLE-ZONES-END.
           IF NOT WS-EST-VALIDE
               GO TO 2300-MODIFICATION-END
           END-IF.

           ADD 1 TO WS-NB-MODIFS.
           MOVE TBL-AGT-REC(IDX-AGT) TO WS-AGENCE-AVANT.
           IF AGC-DATE-OUVERTURE IS NOT NUMERIC
               OR AGC-DATE-OUVERTURE = 0
               MOVE AVT-DATE-OUVERTURE TO AGC-DATE-OUVERTURE
           END-IF.
           MOVE AVT-DATE-FERMETURE TO AGC-DATE-FERMETURE.
           MOVE AVT-STATUT         TO AGC-STATUT.

      *    Une ligne de journal par zone modifiee.
           MOVE 'MOD' TO WS-TYPE-JNL.
           IF AGC-DEPT NOT = AVT-DEPT
               MOVE 'DEPARTEMENT' TO WS-ZONE-JNL
               MOVE AVT-DEPT      TO WS-AVANT-JNL
               MOVE AGC-DEPT      TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.
           IF AGC-LIBELLE NOT = AVT-LIBELLE
               MOVE 'LIBELLE'     TO WS-ZONE-JNL
               MOVE AVT-LIBELLE   TO WS-AVANT-JNL
               MOVE AGC-LIBELLE   TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.
           IF AGC-ADRESSE NOT = AVT-ADRESSE
               MOVE 'ADRESSE'     TO WS-ZONE-JNL
               MOVE AVT-ADRESSE   TO WS-AVANT-JNL
               MOVE AGC-ADRESSE   TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.
           IF AGC-CODE-POSTAL NOT = AVT-CODE-POSTAL
               MOVE 'CODE POSTAL'   TO WS-ZONE-JNL
               MOVE AVT-CODE-POSTAL TO WS-AVANT-JNL
               MOVE AGC-CODE-POSTAL TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.
           IF AGC-VILLE NOT = AVT-VILLE
               MOVE 'VILLE'       TO WS-ZONE-JNL
               MOVE AVT-VILLE     TO WS-AVANT-JNL
               MOVE AGC-VILLE     TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.
           IF AGC-TEL NOT = AVT-TEL
               MOVE 'TELEPHONE'   TO WS-ZONE-JNL
               MOVE AVT-TEL       TO WS-AVANT-JNL
               MOVE AGC-TEL       TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.
           IF AGC-RESPONSABLE NOT = AVT-RESPONSABLE
               MOVE 'RESPONSABLE'   TO WS-ZONE-JNL
               MOVE AVT-RESPONSABLE TO WS-AVANT-JNL
               MOVE AGC-RESPONSABLE TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.
           IF AGC-DATE-OUVERTURE NOT = AVT-DATE-OUVERTURE
               MOVE 'OUVERTURE'        TO WS-ZONE-JNL
               MOVE AVT-DATE-OUVERTURE TO WS-AVANT-JNL
               MOVE AGC-DATE-OUVERTURE TO WS-APRES-JNL
               PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END
           END-IF.

           MOVE REC-AGENCE TO TBL-AGT-REC(IDX-AGT).
       2300-MODIFICATION-END.
           EXIT.

      ***** Fermeture : agence ouverte, date ni future ni anterieure ***
      ***** a l'ouverture ; les rattachements restants sont signales **
       2400-FERMETURE-START.
           MOVE MVT-F-CODE TO WS-EXC-CLE.
           PERFORM 2600-CONTROLE-F-R-START
               THRU 2600-CONTROLE-F-R-END.
           IF NOT WS-EST-VALIDE
               GO TO 2400-FERMETURE-END
           END-IF.
           IF AGC-FERMEE
               MOVE 'AGMFER' TO WS-CODE-REJET
               MOVE 'AGENCE DEJA FERMEE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2400-FERMETURE-END
           END-IF.
           IF WS-DATE-MVT < AGC-DATE-OUVERTURE
               MOVE 'AGMDAT' TO WS-CODE-REJET
               MOVE 'FERMETURE ANTERIEURE A L''OUVERTURE'
                   TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2400-FERMETURE-END
           END-IF.

           ADD 1 TO WS-NB-FERMETURES.
           MOVE 'FER'         TO WS-TYPE-JNL.
           MOVE 'STATUT'      TO WS-ZONE-JNL.
           MOVE 'OUVERTE'     TO WS-AVANT-JNL.
           MOVE SPACES        TO WS-APRES-JNL.
           STRING 'FERMEE LE ' DELIMITED BY SIZE
                  WS-DATE-MVT-X DELIMITED BY SIZE
                  INTO WS-APRES-JNL
           END-STRING.
           PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END.

           MOVE WS-DATE-MVT TO AGC-DATE-FERMETURE.
           MOVE 'F'         TO AGC-STATUT.
           MOVE REC-AGENCE  TO TBL-AGT-REC(IDX-AGT).

      *    Personnel ou clients encore rattaches : la fermeture est
      *    appliquee mais signalee, pour reaffectation (depmut.dat).
           MOVE 0 TO WS-NB-RATTACHES.
           PERFORM 2450-COMPTE-RATTACHES-START
               THRU 2450-COMPTE-RATTACHES-END
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > EMP-LGTH.
           IF WS-NB-RATTACHES > 0
               MOVE WS-NB-RATTACHES TO WS-EDIT-RATTACHES
               DISPLAY 'AGENCE ' AGC-CODE ' FERMEE AVEC '
                   WS-EDIT-RATTACHES ' RATTACHEMENT(S) A REAFFECTER'
               MOVE AGC-CODE  TO WS-EXC-CLE
               MOVE 'AGMEFF'  TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-DESC
               STRING 'AGENCE FERMEE, RATTACHEMENTS A REAFFECTER : '
                          DELIMITED BY SIZE
                      WS-EDIT-RATTACHES DELIMITED BY SIZE
                      INTO WS-EXC-DESC
               END-STRING
               PERFORM 9700-EXCEPTION-STD-START
                   THRU 9700-EXCEPTION-STD-END
           END-IF.
       2400-FERMETURE-END.
           EXIT.

       2450-COMPTE-RATTACHES-START.
           IF TBL-EMP-AGENCE(IDX-EMP) = AGC-CODE
               ADD 1 TO WS-NB-RATTACHES
           END-IF.
       2450-COMPTE-RATTACHES-END.
           EXIT.

      ***** Reouverture d'une agence fermee ****************************
       2500-REOUVERTURE-START.
           MOVE MVT-F-CODE TO WS-EXC-CLE.
           PERFORM 2600-CONTROLE-F-R-START
               THRU 2600-CONTROLE-F-R-END.
           IF NOT WS-EST-VALIDE
               GO TO 2500-REOUVERTURE-END
           END-IF.
           IF NOT AGC-FERMEE
               MOVE 'AGMOUV' TO WS-CODE-REJET
               MOVE 'AGENCE DEJA OUVERTE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2500-REOUVERTURE-END
           END-IF.

           ADD 1 TO WS-NB-REOUVERTURES.
           MOVE 'OUV'         TO WS-TYPE-JNL.
           MOVE 'STATUT'      TO WS-ZONE-JNL.
           MOVE SPACES        TO WS-AVANT-JNL.
           STRING 'FERMEE LE '       DELIMITED BY SIZE
                  AGC-DATE-FERMETURE DELIMITED BY SIZE
                  INTO WS-AVANT-JNL
           END-STRING.
           MOVE SPACES        TO WS-APRES-JNL.
           STRING 'ROUVERTE LE ' DELIMITED BY SIZE
                  WS-DATE-MVT-X  DELIMITED BY SIZE
                  INTO WS-APRES-JNL
           END-STRING.
           PERFORM 2950-JOURNAL-START THRU 2950-JOURNAL-END.

           MOVE 0          TO AGC-DATE-FERMETURE.
           MOVE 'O'        TO AGC-STATUT.
           MOVE REC-AGENCE TO TBL-AGT-REC(IDX-AGT).
       2500-REOUVERTURE-END.
           EXIT.

      ***** Controles communs a F et R : agence connue (chargee dans ***
      ***** REC-AGENCE), date du mouvement valide et non future      ***
       2600-CONTROLE-F-R-START.
           MOVE 'N' TO WS-CONTROLE-OK.
           MOVE MVT-F-CODE TO AGC-CODE.
           PERFORM 2800-CHERCHE-AGENCE-START
               THRU 2800-CHERCHE-AGENCE-END.
           IF NOT WS-EST-TROUVEE
               MOVE 'AGMINC' TO WS-CODE-REJET
               MOVE 'AGENCE INCONNUE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2600-CONTROLE-F-R-END
           END-IF.
           MOVE TBL-AGT-REC(IDX-AGT) TO REC-AGENCE.
           IF MVT-F-DATE IS NOT NUMERIC
               MOVE 'AGMDAT' TO WS-CODE-REJET
               MOVE 'DATE DU MOUVEMENT INVALIDE' TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2600-CONTROLE-F-R-END
           END-IF.
           MOVE MVT-F-DATE TO WS-DATE-MVT-X.
           IF WS-DATE-MVT > WS-DATE-JOUR
               MOVE 'AGMDAT' TO WS-CODE-REJET
               MOVE 'DATE DU MOUVEMENT POSTERIEURE AU JOUR'
                   TO WS-MOTIF-REJET
               PERFORM 2900-REJET-START THRU 2900-REJET-END
               GO TO 2600-CONTROLE-F-R-END
           END-IF.
           MOVE 'O' TO WS-CONTROLE-OK.
       2600-CONTROLE-F-R-END.
           EXIT.

      ***** Controles communs a C et M sur REC-AGENCE : departement ***
      ***** connu, responsable present dans le personnel            ***
       2700-CONTROLE-ZONES-START.
           MOVE 'N' TO WS-CONTROLE-OK.
           SET IDX-DEPT TO 1.
           SEARCH DEPT-TBL
               AT END
                   MOVE 'AGMDEP' TO WS-CODE-REJET
                   MOVE SPACES TO WS-MOTIF-REJET
                   STRING 'DEPARTEMENT INCONNU : ' DELIMITED BY SIZE
                          AGC-DEPT                 DELIMITED BY SIZE
                          INTO WS-MOTIF-REJET
                   END-STRING
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2700-CONTROLE-ZONES-END
               WHEN TBL-CODE-DEPT(IDX-DEPT) = AGC-DEPT
                   CONTINUE
           END-SEARCH.
           SET IDX-EMP TO 1.
           SEARCH EMP-TBL
               AT END
                   MOVE 'AGMRSP' TO WS-CODE-REJET
                   MOVE SPACES TO WS-MOTIF-REJET
                   STRING 'RESPONSABLE INCONNU : '
                              DELIMITED BY SIZE
                          AGC-RESPONSABLE DELIMITED BY SIZE
                          INTO WS-MOTIF-REJET
                   END-STRING
                   PERFORM 2900-REJET-START THRU 2900-REJET-END
                   GO TO 2700-CONTROLE-ZONES-END
               WHEN TBL-EMP-ID(IDX-EMP) = AGC-RESPONSABLE
                   AND TBL-EMP-ROLE(IDX-EMP) NOT = 'C'
                   CONTINUE
           END-SEARCH.
           MOVE 'O' TO WS-CONTROLE-OK.
       2700-CONTROLE-ZONES-END.
           EXIT.

      ***** Recherche d'AGC-CODE dans la table -> IDX-AGT *************
       2800-CHERCHE-AGENCE-START.
           MOVE 'N' TO WS-AGENCE-TROUVEE.
           IF AGT-LGTH = 0
               GO TO 2800-CHERCHE-AGENCE-END
           END-IF.
           SET IDX-AGT TO 1.
           SEARCH AGT-TBL
               AT END
                   CONTINUE
               WHEN TBL-AGT-CODE(IDX-AGT) = AGC-CODE
                   MOVE 'O' TO WS-AGENCE-TROUVEE
           END-SEARCH.
       2800-CHERCHE-AGENCE-END.
           EXIT.

      ***** Mouvement rejete : message et fichier des exceptions, *****
      ***** cle deja posee dans WS-EXC-CLE par l'appelant          *****
       2900-REJET-START.
           ADD 1 TO WS-NB-REJETS.
           DISPLAY 'MOUVEMENT ' MVT-ACTION ' REJETE AGENCE:'
               WS-EXC-CLE(1:3) ' (' WS-MOTIF-REJET ')'.
           MOVE WS-CODE-REJET  TO WS-EXC-CODE.
           MOVE WS-MOTIF-REJET TO WS-EXC-DESC.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       2900-REJET-END.
           EXIT.

      ***** Ligne du journal d'audit agences.jnl **********************
       2950-JOURNAL-START.
           ADD 1 TO WS-NB-LIGNES-JNL.
           MOVE SPACES        TO REC-JOURNAL.
           MOVE WS-DATE-JOUR  TO JNL-DATE.
           MOVE WS-HEURE-JOUR TO JNL-HEURE.
           MOVE AGC-CODE      TO JNL-AGENCE.
           MOVE WS-TYPE-JNL   TO JNL-TYPE.
           MOVE WS-ZONE-JNL   TO JNL-ZONE.
           MOVE WS-AVANT-JNL  TO JNL-AVANT.
           MOVE ' -> '        TO JNL-FLECHE.
           MOVE WS-APRES-JNL  TO JNL-APRES.
           WRITE REC-JOURNAL.
       2950-JOURNAL-END.
           EXIT.

      ***** Ecriture du nouveau fichier maitre agences.new ************
       3000-ECRIT-START.
           OPEN OUTPUT FIC-NOUVEAU.
           PERFORM 3100-ECRIT-LIGNE-START
               THRU 3100-ECRIT-LIGNE-END
               VARYING IDX-AGT FROM 1 BY 1
               UNTIL IDX-AGT > AGT-LGTH.
           CLOSE FIC-NOUVEAU.
       3000-ECRIT-END.
           EXIT.

       3100-ECRIT-LIGNE-START.
           MOVE TBL-AGT-REC(IDX-AGT) TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
       3100-ECRIT-LIGNE-END.
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
           MOVE 'depagm'     TO EXC-PROGRAMME.
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
           DISPLAY 'AGENCES LUES        : ' WS-NB-LUS.
           DISPLAY 'MOUVEMENTS LUS      : ' WS-NB-MVTS.
           DISPLAY 'CREATIONS           : ' WS-NB-CREATIONS.
           DISPLAY 'MODIFICATIONS       : ' WS-NB-MODIFS.
           DISPLAY 'FERMETURES          : ' WS-NB-FERMETURES.
           DISPLAY 'REOUVERTURES        : ' WS-NB-REOUVERTURES.
           DISPLAY 'MOUVEMENTS REJETES  : ' WS-NB-REJETS.
           DISPLAY 'AGENCES ECRITES     : ' AGT-LGTH.
           DISPLAY 'NOUVEAU FICHIER     : agences.new'.
           DISPLAY 'LIGNES DE JOURNAL   : ' WS-NB-LIGNES-JNL
               ' (agences.jnl)'.
       9000-TERM-END.
           EXIT.
