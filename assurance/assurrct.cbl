       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurrct.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Controle des objets de risque assures
      *                 (risques.dat, FRISQUE.cpy), sur le modele
      *                 d'assurbct.cbl : les contrats ACTIF dont le
      *                 WS-TYPE-ASSU figure dans assurrsq-types.txt
      *                 (type d'assurance et type d'objet exige) et qui
      *                 n'ont aucun objet de ce type sont signales
      *                 (code RSQABS), ainsi que chaque contrat ACTIF
      *                 dont l'objet - meme immatriculation pour un
      *                 vehicule, meme adresse et code postal pour un
      *                 logement - est aussi assure par un autre
      *                 contrat ACTIF (code RSQDBL). Liste assurrct.lis
      *                 et ajout au fichier commun exceptions.dat
      *                 (FEXCEPT.cpy).
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-RISQUE ASSIGN TO 'risques.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RISQUE-STATUS.

      ***** Types d'assurance a objet de risque obligatoire *************
           SELECT FIC-TYPES ASSIGN TO 'assurrsq-types.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-TYPES-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'assurrct.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

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
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

       FD  FIC-RISQUE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FRISQUE.cpy'.

      ***** Type d'assurance et type d'objet exige (VEHI, LOGT) *********
       FD  FIC-TYPES
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
        01 REC-TYPE.
           05  TYR-TYPE-ASSU             PIC X(13).
           05  FILLER                    PIC X(1).
           05  TYR-TYPE-OBJET            PIC X(4).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE 00.
            88  WS-ASSU-END               VALUE 10.
        01  WS-RISQUE-STATUS              PIC X(2).
            88  WS-RISQUE-OK              VALUE 00.
            88  WS-RISQUE-END             VALUE 10.
        01  WS-TYPES-STATUS               PIC X(2).
            88  WS-TYPES-OK               VALUE 00.
            88  WS-TYPES-END              VALUE 10.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE 35.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Types a objet obligatoire et type d'objet attendu **********
        01  DATA-TYPE.
            05  TYPE-LGTH                 PIC 9(3) VALUE 0.
            05  TYPE-TBL
                OCCURS 1 TO 50 TIMES
                DEPENDING ON TYPE-LGTH
                INDEXED BY IDX-TYPE.
                10  TBL-TYPE-OBLIG        PIC X(13).
                10  TBL-TYPE-OBJET        PIC X(4).

      ***** Objets de risque : contrat, type, identite normalisee *****
      *     (immatriculation, ou adresse + code postal) et marque du
      *     contrat ACTIF porteur, posee au passage sur les polices.
        01  DATA-RISQUE.
            05  RISQUE-LGTH               PIC 9(5) VALUE 0.
            05  RISQUE-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON RISQUE-LGTH
                INDEXED BY IDX-RISQUE.
                10  TBL-RSQ-CONTRAT       PIC X(8).
                10  TBL-RSQ-TYPE          PIC X(4).
                10  TBL-RSQ-IDENTITE      PIC X(37).
                10  TBL-RSQ-ACTIF         PIC X(1).

        01  WS-IDENTITE                   PIC X(37).
        01  WS-OBJET-EXIGE                PIC X(1).
        01  WS-OBJET-TROUVE               PIC X(1).
        01  WS-I                          PIC 9(5) VALUE 0.
        01  WS-J                          PIC 9(5) VALUE 0.
        01  WS-AUTRE-CONTRAT              PIC X(8).

        01  WS-NB-CONTRATS                PIC 9(7) VALUE 0.
        01  WS-NB-OBJETS                  PIC 9(7) VALUE 0.
        01  WS-NB-SANS-OBJET              PIC 9(7) VALUE 0.
        01  WS-NB-DOUBLONS                PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 1000-LOAD-TYPES-START   THRU 1000-LOAD-TYPES-END.
           PERFORM 1200-LOAD-RISQUE-START  THRU 1200-LOAD-RISQUE-END.
           PERFORM 2000-CHECK-ASSU-START   THRU 2000-CHECK-ASSU-END.
           PERFORM 3000-DOUBLONS-START     THRU 3000-DOUBLONS-END.
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
           MOVE 'assurrct'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-CONTRATS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Chargement des types a objet obligatoire ; sans liste *****
      ***** le controle n'a pas de sens, arret clair              *****
       1000-LOAD-TYPES-START.
           OPEN INPUT FIC-TYPES.
           IF NOT WS-TYPES-OK
               DISPLAY 'FICHIER assurrsq-types.txt ABSENT '
                   '(STATUT ' WS-TYPES-STATUS '), ARRET'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-TYPES-LOOP-START
               THRU 1100-LOAD-TYPES-LOOP-END
               UNTIL WS-TYPES-END.
           CLOSE FIC-TYPES.
       1000-LOAD-TYPES-END.
           EXIT.

       1100-LOAD-TYPES-LOOP-START.
           READ FIC-TYPES
               AT END
                   MOVE '10' TO WS-TYPES-STATUS
               NOT AT END
                   IF TYR-TYPE-ASSU NOT = SPACES
                       AND TYPE-LGTH < 50
                       SET TYPE-LGTH UP BY 1
                       SET IDX-TYPE TO TYPE-LGTH
                       MOVE TYR-TYPE-ASSU  TO TBL-TYPE-OBLIG(IDX-TYPE)
                       MOVE TYR-TYPE-OBJET TO TBL-TYPE-OBJET(IDX-TYPE)
                   END-IF
           END-READ.
       1100-LOAD-TYPES-LOOP-END.
           EXIT.

      ***** Chargement des objets de risque (facultatif : vide au *****
      ***** demarrage)                                            *****
       1200-LOAD-RISQUE-START.
           OPEN INPUT FIC-RISQUE.
           IF NOT WS-RISQUE-OK
               GO TO 1200-LOAD-RISQUE-END
           END-IF.
           PERFORM 1300-LOAD-RISQUE-LOOP-START
               THRU 1300-LOAD-RISQUE-LOOP-END
               UNTIL WS-RISQUE-END.
           CLOSE FIC-RISQUE.
       1200-LOAD-RISQUE-END.
           EXIT.

       1300-LOAD-RISQUE-LOOP-START.
           READ FIC-RISQUE INTO REC-RISQUE
               AT END
                   MOVE '10' TO WS-RISQUE-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-OBJETS
                   IF RISQUE-LGTH < 20000
                       SET RISQUE-LGTH UP BY 1
                       SET IDX-RISQUE TO RISQUE-LGTH
                       PERFORM 1400-IDENTITE-START
                           THRU 1400-IDENTITE-END
                       MOVE RSQ-NUM-CONTRAT
                           TO TBL-RSQ-CONTRAT(IDX-RISQUE)
                       MOVE RSQ-TYPE-OBJET
                           TO TBL-RSQ-TYPE(IDX-RISQUE)
                       MOVE WS-IDENTITE
                           TO TBL-RSQ-IDENTITE(IDX-RISQUE)
                       MOVE SPACE TO TBL-RSQ-ACTIF(IDX-RISQUE)
                   END-IF
           END-READ.
       1300-LOAD-RISQUE-LOOP-END.
           EXIT.

      ***** Identite de l'objet, en majuscules pour que la saisie ne **
      ***** masque pas un doublon : immatriculation d'un vehicule,    **
      ***** adresse + code postal d'un logement                       **
       1400-IDENTITE-START.
           MOVE SPACES TO WS-IDENTITE.
           EVALUATE TRUE
               WHEN RSQ-VEHICULE
                   MOVE RSQ-IMMATRICULATION TO WS-IDENTITE
               WHEN RSQ-LOGEMENT
                   MOVE RSQ-ADRESSE         TO WS-IDENTITE(1:32)
                   MOVE RSQ-CODE-POSTAL     TO WS-IDENTITE(33:5)
               WHEN OTHER
                   MOVE RSQ-IDENTIFIANTS    TO WS-IDENTITE
           END-EVALUATE.
           INSPECT WS-IDENTITE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       1400-IDENTITE-END.
           EXIT.

      ***** Parcours des polices actives : marquage des objets des *****
      ***** contrats ACTIF et detection des contrats obliges sans  *****
      ***** objet du type attendu                                  *****
       2000-CHECK-ASSU-START.
           OPEN INPUT  FIC-ASSU.
           OPEN OUTPUT FIC-RAPPORT.

           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTROLE DES OBJETS DE RISQUE ASSURES'
               DELIMITED BY SIZE
               INTO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2100-CHECK-LOOP-START
               THRU 2100-CHECK-LOOP-END
               UNTIL WS-ASSU-END.

           CLOSE FIC-ASSU.
       2000-CHECK-ASSU-END.
           EXIT.

       2100-CHECK-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   IF WS-STATUT = 'ACTIF'
                       PERFORM 2110-CHECK-CONTRAT-START
                           THRU 2110-CHECK-CONTRAT-END
                   END-IF
           END-READ.
       2100-CHECK-LOOP-END.
           EXIT.

       2110-CHECK-CONTRAT-START.
           MOVE 'N' TO WS-OBJET-EXIGE.
           SET IDX-TYPE TO 1.
           SEARCH TYPE-TBL
               AT END
                   CONTINUE
               WHEN TBL-TYPE-OBLIG(IDX-TYPE) = WS-TYPE-ASSU
                   MOVE 'O' TO WS-OBJET-EXIGE
           END-SEARCH.

           MOVE 'N' TO WS-OBJET-TROUVE.
           PERFORM 2120-MARQUE-OBJET-START
               THRU 2120-MARQUE-OBJET-END
               VARYING IDX-RISQUE FROM 1 BY 1
               UNTIL IDX-RISQUE > RISQUE-LGTH.

           IF WS-OBJET-EXIGE = 'O' AND WS-OBJET-TROUVE = 'N'
               PERFORM 2130-SANS-OBJET-START
                   THRU 2130-SANS-OBJET-END
           END-IF.
       2110-CHECK-CONTRAT-END.
           EXIT.

      *    Un objet d'un autre type que celui exige ne couvre pas le
      *    contrat (un logement sur un contrat auto reste un manque).
       2120-MARQUE-OBJET-START.
           IF TBL-RSQ-CONTRAT(IDX-RISQUE) NOT = WS-NUM-CONTRAT
               GO TO 2120-MARQUE-OBJET-END
           END-IF.
           MOVE 'X' TO TBL-RSQ-ACTIF(IDX-RISQUE).
           IF WS-OBJET-EXIGE = 'O'
               IF TBL-RSQ-TYPE(IDX-RISQUE) = TBL-TYPE-OBJET(IDX-TYPE)
                   MOVE 'O' TO WS-OBJET-TROUVE
               END-IF
           END-IF.
       2120-MARQUE-OBJET-END.
           EXIT.

       2130-SANS-OBJET-START.
           ADD 1 TO WS-NB-SANS-OBJET.
           MOVE SPACES TO REC-RAPPORT.
           STRING
               'CONTRAT:'      DELIMITED BY SIZE
               WS-NUM-CONTRAT  DELIMITED BY SIZE
               ' TYPE:'        DELIMITED BY SIZE
               WS-TYPE-ASSU    DELIMITED BY SIZE
               ' SANS OBJET '  DELIMITED BY SIZE
               TBL-TYPE-OBJET(IDX-TYPE) DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.

           MOVE WS-NUM-CONTRAT TO WS-EXC-CLE.
           MOVE 'RSQABS' TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           STRING
               'TYPE ' DELIMITED BY SIZE
               WS-TYPE-ASSU DELIMITED BY SIZE
               ' SANS OBJET ' DELIMITED BY SIZE
               TBL-TYPE-OBJET(IDX-TYPE) DELIMITED BY SIZE
               INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9600-EXCEPTION-STD-START
               THRU 9600-EXCEPTION-STD-END.
       2130-SANS-OBJET-END.
           EXIT.

      ***** Objets de contrats ACTIF aussi assures par un autre ********
      ***** contrat ACTIF : une ligne par objet en cause           *****
       3000-DOUBLONS-START.
           PERFORM 3100-DOUBLON-OBJET-START
               THRU 3100-DOUBLON-OBJET-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > RISQUE-LGTH.
           CLOSE FIC-RAPPORT.
       3000-DOUBLONS-END.
           EXIT.

       3100-DOUBLON-OBJET-START.
           IF TBL-RSQ-ACTIF(WS-I) NOT = 'X'
               OR TBL-RSQ-IDENTITE(WS-I) = SPACES
               GO TO 3100-DOUBLON-OBJET-END
           END-IF.
           MOVE SPACES TO WS-AUTRE-CONTRAT.
           PERFORM 3110-AUTRE-OBJET-START
               THRU 3110-AUTRE-OBJET-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > RISQUE-LGTH
               OR WS-AUTRE-CONTRAT NOT = SPACES.
           IF WS-AUTRE-CONTRAT = SPACES
               GO TO 3100-DOUBLON-OBJET-END
           END-IF.

           ADD 1 TO WS-NB-DOUBLONS.
           MOVE SPACES TO REC-RAPPORT.
           STRING
               'CONTRAT:'              DELIMITED BY SIZE
               TBL-RSQ-CONTRAT(WS-I)   DELIMITED BY SIZE
               ' OBJET '               DELIMITED BY SIZE
               TBL-RSQ-TYPE(WS-I)      DELIMITED BY SIZE
               ':'                     DELIMITED BY SIZE
               TBL-RSQ-IDENTITE(WS-I)  DELIMITED BY SIZE
               ' AUSSI ASSURE PAR:'    DELIMITED BY SIZE
               WS-AUTRE-CONTRAT        DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.

           MOVE TBL-RSQ-CONTRAT(WS-I) TO WS-EXC-CLE.
           MOVE 'RSQDBL' TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           STRING
               'OBJET '               DELIMITED BY SIZE
               TBL-RSQ-TYPE(WS-I)     DELIMITED BY SIZE
               ' AUSSI ASSURE PAR LE CONTRAT ' DELIMITED BY SIZE
               WS-AUTRE-CONTRAT       DELIMITED BY SIZE
               INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9600-EXCEPTION-STD-START
               THRU 9600-EXCEPTION-STD-END.
       3100-DOUBLON-OBJET-END.
           EXIT.

       3110-AUTRE-OBJET-START.
           IF TBL-RSQ-ACTIF(WS-J) = 'X'
               AND TBL-RSQ-CONTRAT(WS-J) NOT = TBL-RSQ-CONTRAT(WS-I)
               AND TBL-RSQ-TYPE(WS-J) = TBL-RSQ-TYPE(WS-I)
               AND TBL-RSQ-IDENTITE(WS-J) = TBL-RSQ-IDENTITE(WS-I)
               MOVE TBL-RSQ-CONTRAT(WS-J) TO WS-AUTRE-CONTRAT
           END-IF.
       3110-AUTRE-OBJET-END.
           EXIT.

      ***** Ajout de l'anomalie courante au fichier commun des        **
      ***** exceptions (exceptions.dat, FEXCEPT.cpy), cle/code/       **
      ***** description renseignes par l'appelant                     **
       9600-EXCEPTION-STD-START.
           OPEN EXTEND FIC-EXCSTD.
           IF WS-EXCSTD-ABSENT
               OPEN OUTPUT FIC-EXCSTD
           END-IF.
           MOVE SPACES TO REC-EXCEPTION.
           MOVE 'assurrct'   TO EXC-PROGRAMME.
           MOVE WS-EXC-CLE   TO EXC-CLE.
           MOVE WS-EXC-CODE  TO EXC-CODE-ANOMALIE.
           MOVE WS-EXC-DESC  TO EXC-DESCRIPTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE-PREMIERE
                                              EXC-DATE-DERNIERE.
           MOVE 'N'          TO EXC-STATUT.
           WRITE REC-EXCEPTION.
           CLOSE FIC-EXCSTD.
       9600-EXCEPTION-STD-END.
           EXIT.

       9000-TERM-START.
           DISPLAY 'CONTRATS CONTROLES      : ' WS-NB-CONTRATS.
           DISPLAY 'OBJETS LUS              : ' WS-NB-OBJETS.
           DISPLAY 'CONTRATS SANS OBJET     : ' WS-NB-SANS-OBJET.
           DISPLAY 'OBJETS ASSURES 2 FOIS   : ' WS-NB-DOUBLONS.
           DISPLAY 'RAPPORT ECRIT           : assurrct.lis'.
       9000-TERM-END.
           EXIT.
