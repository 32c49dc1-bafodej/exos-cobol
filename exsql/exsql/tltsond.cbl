      * ************************************************************************
      * Compagnon de tlt.cbl et tltcamp.cbl : echantillon aleatoire
      * stratifie de la table databank (PostgreSQL) pour les enquetes
      * de satisfaction. La population est repartie en strates selon
      * les variables demandees (code pays, sexe, tranche d'age) ;
      * chaque strate recoit une part de l'echantillon proportionnelle
      * a son poids dans la databank, et ses individus sont tires au
      * hasard, de facon reproductible : la graine est imprimee et
      * peut etre redonnee pour refaire le meme tirage sur la meme
      * population. Les coordonnees viennent de fichierclient.txt,
      * filtrees par le consentement comme dans tltcamp.cbl.
      *
      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Parametres ligne de commande :
      *                   tltsond <taille> [<variables> [<graine>]]
      *                 taille de l'echantillon (obligatoire),
      *                 variables de stratification parmi P (code
      *                 pays), S (sexe) et A (tranche d'age), defaut
      *                 PSA, '*' pour un tirage simple sans strate ;
      *                 graine de 1 a 9 chiffres, par defaut tiree de
      *                 l'heure. Repartition proportionnelle arrondie
      *                 au plus fort reste, tirage sequentiel dans
      *                 chaque strate (le compte demande est atteint
      *                 exactement). Echantillon dans tltsond.dat,
      *                 comparaison des proportions echantillon /
      *                 population par strate dans tltsond.lis.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltsond.
       AUTHOR. Bafodé.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.
           SELECT FIC-CONSENT ASSIGN TO 'consentements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-CONSENT-STATUS.
           SELECT FIC-ECHANT ASSIGN TO 'tltsond.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECHANT-STATUS.
           SELECT FIC-RAPPORT ASSIGN TO 'tltsond.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT FIC-BATCH ASSIGN TO 'batch.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

      ***** Consentements a la prospection, tenus par depcns.cbl ******
       FD  FIC-CONSENT
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSENT.cpy'.

      ***** Echantillon : un individu tire par ligne, avec sa strate **
       FD  FIC-ECHANT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ECHANT.
           05  ECH-CODE-CLT      PIC X(08).
           05  FILLER            PIC X(01).
           05  ECH-PAYS          PIC X(03).
           05  FILLER            PIC X(01).
           05  ECH-SEXE          PIC X(10).
           05  FILLER            PIC X(01).
           05  ECH-TRANCHE       PIC X(05).
           05  FILLER            PIC X(01).
           05  ECH-NOM           PIC X(20).
           05  FILLER            PIC X(01).
           05  ECH-PRENOM        PIC X(20).
           05  FILLER            PIC X(01).
           05  ECH-TEL           PIC X(10).
           05  FILLER            PIC X(01).
           05  ECH-EMAIL         PIC X(30).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME               PIC X(20).
       01  USERNAME             PIC X(20).
       01  PASSWD               PIC X(10).

       01  WS-CLIENT-CODE       PIC X(08).
       01  WS-COUNTRY-CODE-DB   PIC X(03).
       01  WS-GENDER-DB         PIC X(10).
       01  WS-AGE-DB            PIC S9(03).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ***** Zone de travail hors section DECLARE ************************
       01  WS-CLIENT-STATUS      PIC X(02).
           88  WS-CLIENT-OK                   VALUE '00'.
           88  WS-CLIENT-END                  VALUE '10'.
       01  WS-ECHANT-STATUS      PIC X(02).
       01  WS-RAPPORT-STATUS     PIC X(02).

      ***** Evenement a tracer dans le journal de controle batch.log ****
       01  WS-EVENEMENT-STAMP    PIC X(06).
       01  WS-BATCH-STATUS       PIC X(02).

      ***** Parametres : taille, variables de stratification, graine **
       01  WS-CMD-LINE           PIC X(60)    VALUE SPACES.
       01  WS-BRUT-TAILLE        PIC X(06)    VALUE SPACES.
       01  WS-BRUT-VARIABLES     PIC X(04)    VALUE SPACES.
       01  WS-BRUT-GRAINE        PIC X(10)    VALUE SPACES.
       01  WS-BRUT-SURPLUS       PIC X(02)    VALUE SPACES.
       01  WS-LG-PARM            PIC 9(02)    VALUE 0.
       01  WS-TAILLE             PIC 9(05)    VALUE 0.
       01  WS-VARIABLES          PIC X(03)    VALUE 'PSA'.
       01  WS-STRATE-PAYS        PIC X(01)    VALUE 'N'.
           88  WS-PAR-PAYS                    VALUE 'O'.
       01  WS-STRATE-SEXE        PIC X(01)    VALUE 'N'.
           88  WS-PAR-SEXE                    VALUE 'O'.
       01  WS-STRATE-AGE         PIC X(01)    VALUE 'N'.
           88  WS-PAR-AGE                     VALUE 'O'.
       01  WS-IDX-CAR            PIC 9(02)    VALUE 0.
       01  WS-PARM-INVALIDE      PIC X(01)    VALUE 'N'.
           88  WS-EST-PARM-INVALIDE           VALUE 'O'.

      ***** Generateur pseudo-aleatoire "standard minimal" de Park et **
      ***** Miller (x = 16807 x modulo 2**31 - 1) : meme suite sur     **
      ***** toute machine pour une meme graine                         **
       01  WS-GRAINE             PIC 9(10)    VALUE 0.
       01  WS-ALEA               PIC 9(10)    VALUE 0.
       01  WS-ALEA-PRODUIT       PIC 9(15)    VALUE 0.
       01  WS-ALEA-QUOTIENT      PIC 9(15)    VALUE 0.
       01  WS-ALEA-MODULE        PIC 9(10)    VALUE 2147483647.
       01  WS-HEURE              PIC 9(08)    VALUE 0.

      ***** Tranches d'age des enquetes : borne haute incluse *********
       01  WS-TRANCHES-VALEURS.
           05  FILLER            PIC X(08)    VALUE '017-18  '.
           05  FILLER            PIC X(08)    VALUE '02418-24'.
           05  FILLER            PIC X(08)    VALUE '03425-34'.
           05  FILLER            PIC X(08)    VALUE '04435-44'.
           05  FILLER            PIC X(08)    VALUE '05445-54'.
           05  FILLER            PIC X(08)    VALUE '06455-64'.
           05  FILLER            PIC X(08)    VALUE '99965+  '.
       01  WS-TRANCHES REDEFINES WS-TRANCHES-VALEURS.
           05  WS-TRANCHE-ENT    OCCURS 7 TIMES
                                 INDEXED BY IDX-TRANCHE.
               10  WS-TRANCHE-MAX     PIC 9(03).
               10  WS-TRANCHE-LIBELLE PIC X(05).

      ***** Cle de strate d'un individu ; une variable non retenue   **
      ***** vaut '*'                                                  **
       01  WS-CLE-STRATE.
           05  WS-CLE-PAYS       PIC X(03).
           05  WS-CLE-SEXE       PIC X(10).
           05  WS-CLE-TRANCHE    PIC X(05).

      ***** Population de la databank, dans l'ordre des client_code **
       01  DATA-POP.
           05  POP-LGTH          PIC 9(5) VALUE 0.
           05  POP-TBL
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON POP-LGTH
               INDEXED BY IDX-POP.
               10  TBL-POP-CODE  PIC X(8).
               10  TBL-POP-CLE   PIC X(18).

      ***** Strates : effectif, part de l'echantillon et tirage ******
       01  DATA-STRATE.
           05  STRATE-LGTH       PIC 9(5) VALUE 0.
           05  STRATE-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON STRATE-LGTH
               ASCENDING KEY IS TBL-STR-CLE
               INDEXED BY IDX-STRATE IDX-STRATE-2.
               10  TBL-STR-CLE      PIC X(18).
               10  TBL-STR-POP      PIC 9(5).
               10  TBL-STR-CIBLE    PIC 9(5).
               10  TBL-STR-RESTE    PIC S9(10).
               10  TBL-STR-A-TIRER  PIC 9(5).
               10  TBL-STR-RESTANTS PIC 9(5).
               10  TBL-STR-TIRES    PIC 9(5).
       01  WS-STRATE-ECHANGE     PIC X(53).
       01  WS-PERMUTATION        PIC X(01).
           88  WS-A-PERMUTE                   VALUE 'O'.
       01  WS-NB-STRATES-PLEINES PIC 9(7)     VALUE 0.

      ***** Repartition proportionnelle au plus fort reste ***********
       01  WS-PRODUIT            PIC 9(10)    VALUE 0.
       01  WS-SOMME-CIBLES       PIC 9(5)     VALUE 0.
       01  WS-A-REPARTIR         PIC 9(5)     VALUE 0.
       01  WS-MEILLEUR-RESTE     PIC S9(10)   VALUE 0.
       01  WS-NO-MEILLEURE       PIC 9(5)     VALUE 0.

      ***** Test de tirage : alea x restants < a tirer x module ******
       01  WS-TIRAGE-G           PIC 9(15)    VALUE 0.
       01  WS-TIRAGE-D           PIC 9(15)    VALUE 0.

      ***** Fiches clients chargees en memoire (coordonnees) ***********
       01  DATA-FICHE.
           05  FICHE-LGTH        PIC 9(5) VALUE 0.
           05  FICHE-TBL
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON FICHE-LGTH
               INDEXED BY IDX-FICHE.
               10  TBL-FCH-CODE   PIC X(8).
               10  TBL-FCH-NOM    PIC X(20).
               10  TBL-FCH-PRENOM PIC X(20).
               10  TBL-FCH-TEL    PIC X(10).
               10  TBL-FCH-EMAIL  PIC X(30).
       01  WS-FICHE-TROUVEE      PIC X(1)     VALUE 'N'.

      ***** Coordonnees retenues apres controle du consentement ******
       01  WS-TEL-ECH            PIC X(10).
       01  WS-EMAIL-ECH          PIC X(30).

       01  WS-NB-POPULATION      PIC 9(7)     VALUE 0.
       01  WS-NB-HORS-TABLE      PIC 9(7)     VALUE 0.
       01  WS-NB-TIRES           PIC 9(7)     VALUE 0.
       01  WS-NB-SANS-FICHE      PIC 9(7)     VALUE 0.
       01  WS-NB-SANS-CONTACT    PIC 9(7)     VALUE 0.
       01  WS-NB-TEL-RETIRES     PIC 9(7)     VALUE 0.
       01  WS-NB-EMAIL-RETIRES   PIC 9(7)     VALUE 0.

      ***** Lignes du rapport de comparaison *************************
       01  WS-PCT-POP            PIC 9(3)V99  VALUE 0.
       01  WS-PCT-ECH            PIC 9(3)V99  VALUE 0.
       01  WS-PCT-ECART          PIC S9(3)V99 VALUE 0.
       01  WS-LIGNE-STRATE.
           05  LS-PAYS           PIC X(03).
           05  FILLER            PIC X(02).
           05  LS-SEXE           PIC X(10).
           05  FILLER            PIC X(02).
           05  LS-TRANCHE        PIC X(05).
           05  FILLER            PIC X(03).
           05  LS-POP            PIC ZZZZ9.
           05  FILLER            PIC X(03).
           05  LS-PCT-POP        PIC ZZ9,99.
           05  FILLER            PIC X(03).
           05  LS-ECH            PIC ZZZZ9.
           05  FILLER            PIC X(03).
           05  LS-PCT-ECH        PIC ZZ9,99.
           05  FILLER            PIC X(03).
           05  LS-ECART          PIC +++9,99.
       01  WS-ENTETE-STRATE.
           05  FILLER            PIC X(05)    VALUE 'PAYS '.
           05  FILLER            PIC X(12)    VALUE 'SEXE'.
           05  FILLER            PIC X(08)    VALUE 'TRANCHE'.
           05  FILLER            PIC X(09)    VALUE '     POP.'.
           05  FILLER            PIC X(09)    VALUE '   % POP.'.
           05  FILLER            PIC X(08)    VALUE '    ECH.'.
           05  FILLER            PIC X(09)    VALUE '   % ECH.'.
           05  FILLER            PIC X(10)    VALUE '     ECART'.

           COPY 'CONSENT-WS.cpy'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 0100-GET-CREDENTIALS-START
               THRU 0100-GET-CREDENTIALS-END.
           PERFORM 0200-GET-PARAMETERS-START
               THRU 0200-GET-PARAMETERS-END.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.

           PERFORM 2000-LOAD-POPULATION-START
               THRU 2000-LOAD-POPULATION-END.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-NB-POPULATION = 0
               DISPLAY 'DATABANK VIDE : AUCUN ECHANTILLON'
               MOVE 'FIN' TO WS-EVENEMENT-STAMP
               PERFORM 9500-STAMP-CONTROLE-START
                   THRU 9500-STAMP-CONTROLE-END
               STOP RUN
           END-IF.

           PERFORM 2500-TRI-STRATES-START
               THRU 2500-TRI-STRATES-END.
           PERFORM 3000-REPARTITION-START
               THRU 3000-REPARTITION-END.
           PERFORM 3500-LOAD-FICHES-START
               THRU 3500-LOAD-FICHES-END.
           PERFORM 4000-TIRAGE-START
               THRU 4000-TIRAGE-END.
           PERFORM 5000-RAPPORT-START
               THRU 5000-RAPPORT-END.

           DISPLAY "GRAINE DU TIRAGE   : " WS-GRAINE.
           DISPLAY "VARIABLES          : " WS-VARIABLES.
           DISPLAY "POPULATION         : " WS-NB-POPULATION.
           DISPLAY "STRATES            : " STRATE-LGTH.
           DISPLAY "TAILLE DEMANDEE    : " WS-TAILLE.
           DISPLAY "INDIVIDUS TIRES    : " WS-NB-TIRES.
           DISPLAY "SANS FICHE CLIENT  : " WS-NB-SANS-FICHE.
           DISPLAY "SANS CONTACT       : " WS-NB-SANS-CONTACT.
           DISPLAY "TEL RETIRES        : " WS-NB-TEL-RETIRES.
           DISPLAY "EMAIL RETIRES      : " WS-NB-EMAIL-RETIRES.
           DISPLAY "ECHANTILLON        : tltsond.dat".
           DISPLAY "RAPPORT            : tltsond.lis".

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'tltsond'            TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-TIRES TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Lecture des identifiants de connexion dans l'environnement **
       0100-GET-CREDENTIALS-START.
           ACCEPT USERNAME FROM ENVIRONMENT-VARIABLE "TLT_DB_USER".
           ACCEPT PASSWD   FROM ENVIRONMENT-VARIABLE "TLT_DB_PASSWD".
           ACCEPT DBNAME   FROM ENVIRONMENT-VARIABLE "TLT_DB_NAME".
       0100-GET-CREDENTIALS-END.
           EXIT.

      ***** Parametres sur la ligne de commande : taille obligatoire  **
      ***** (1 a 5 chiffres), variables et graine facultatives ; une  **
      ***** valeur invalide arrete sur le message USAGE               **
       0200-GET-PARAMETERS-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-BRUT-TAILLE WS-BRUT-VARIABLES WS-BRUT-GRAINE
                    WS-BRUT-SURPLUS
           END-UNSTRING.
           IF WS-BRUT-SURPLUS NOT = SPACES
               SET WS-EST-PARM-INVALIDE TO TRUE
           END-IF.

           MOVE 0 TO WS-LG-PARM.
           INSPECT WS-BRUT-TAILLE TALLYING WS-LG-PARM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LG-PARM < 1 OR WS-LG-PARM > 5
               SET WS-EST-PARM-INVALIDE TO TRUE
           ELSE
               IF WS-BRUT-TAILLE(1:WS-LG-PARM) IS NOT NUMERIC
                   SET WS-EST-PARM-INVALIDE TO TRUE
               ELSE
                   MOVE WS-BRUT-TAILLE(1:WS-LG-PARM) TO WS-TAILLE
               END-IF
           END-IF.
           IF WS-TAILLE = 0
               SET WS-EST-PARM-INVALIDE TO TRUE
           END-IF.

           IF WS-BRUT-VARIABLES NOT = SPACES
               MOVE WS-BRUT-VARIABLES TO WS-VARIABLES
               IF WS-BRUT-VARIABLES(4:1) NOT = SPACE
                   SET WS-EST-PARM-INVALIDE TO TRUE
               END-IF
           END-IF.
           IF WS-VARIABLES = '*'
               MOVE SPACES TO WS-VARIABLES
           END-IF.
           INSPECT WS-VARIABLES CONVERTING 'psa' TO 'PSA'.
           PERFORM 0210-VARIABLE-START
               THRU 0210-VARIABLE-END
               VARYING WS-IDX-CAR FROM 1 BY 1
               UNTIL WS-IDX-CAR > 3.

           IF WS-BRUT-GRAINE NOT = SPACES
               MOVE 0 TO WS-LG-PARM
               INSPECT WS-BRUT-GRAINE TALLYING WS-LG-PARM
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-LG-PARM > 9
                   SET WS-EST-PARM-INVALIDE TO TRUE
               ELSE
                   IF WS-BRUT-GRAINE(1:WS-LG-PARM) IS NOT NUMERIC
                       SET WS-EST-PARM-INVALIDE TO TRUE
                   ELSE
                       MOVE WS-BRUT-GRAINE(1:WS-LG-PARM) TO WS-GRAINE
                   END-IF
               END-IF
               IF WS-GRAINE = 0
                   SET WS-EST-PARM-INVALIDE TO TRUE
               END-IF
           ELSE
      *        Graine par defaut : heure du lancement au centieme de
      *        seconde, jamais nulle.
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HEURE
               COMPUTE WS-GRAINE = WS-HEURE + 1
           END-IF.

           IF NOT WS-EST-PARM-INVALIDE
               MOVE WS-GRAINE TO WS-ALEA
               GO TO 0200-GET-PARAMETERS-END
           END-IF.
           DISPLAY 'USAGE: tltsond <taille> [<variables> [<graine>]]'.
           DISPLAY '  POSITION 1 : taille de l''echantillon, 1 a 5'
               ' chiffres'.
           DISPLAY '  POSITION 2 : variables de stratification parmi'
               ' P (pays), S (sexe), A (tranche d''age),'.
           DISPLAY '               defaut PSA, * = sans strate'.
           DISPLAY '  POSITION 3 : graine, 1 a 9 chiffres (defaut :'
               ' heure), pour refaire un tirage'.
           DISPLAY '  EX : tltsond 300 PSA'.
           DISPLAY '       tltsond 300 PA 123456789'.
           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           STOP RUN.
       0200-GET-PARAMETERS-END.
           EXIT.

       0210-VARIABLE-START.
           EVALUATE WS-VARIABLES(WS-IDX-CAR:1)
               WHEN 'P'
                   MOVE 'O' TO WS-STRATE-PAYS
               WHEN 'S'
                   MOVE 'O' TO WS-STRATE-SEXE
               WHEN 'A'
                   MOVE 'O' TO WS-STRATE-AGE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   SET WS-EST-PARM-INVALIDE TO TRUE
           END-EVALUATE.
       0210-VARIABLE-END.
           EXIT.

      ***** Population : tous les individus de la databank, avec leur **
      ***** strate ; age du jour depuis birth_date comme dans tlt.cbl **
       2000-LOAD-POPULATION-START.
           EXEC SQL
               DECLARE CURSPOP CURSOR FOR
               SELECT COALESCE(client_code, ' '),
                      COALESCE(country_code, ' '),
                      COALESCE(gender, ' '),
                      COALESCE(CAST(EXTRACT(YEAR FROM
                      AGE(birth_date)) AS INTEGER), age, -1)
               FROM databank
               ORDER BY client_code
           END-EXEC.

           EXEC SQL OPEN CURSPOP END-EXEC.
           MOVE 0 TO POP-LGTH STRATE-LGTH.
           PERFORM F-CRPOP
               UNTIL SQLCODE NOT = 0.
           EXEC SQL CLOSE CURSPOP END-EXEC.
       2000-LOAD-POPULATION-END.
           EXIT.

       F-CRPOP.
           EXEC SQL
               FETCH CURSPOP INTO :WS-CLIENT-CODE, :WS-COUNTRY-CODE-DB,
                                  :WS-GENDER-DB, :WS-AGE-DB
           END-EXEC.
           IF SQLCODE = 0
               IF POP-LGTH < 20000
                   PERFORM 2100-INDIVIDU-START
                       THRU 2100-INDIVIDU-END
               ELSE
                   ADD 1 TO WS-NB-HORS-TABLE
               END-IF
           END-IF.

       2100-INDIVIDU-START.
           MOVE '*' TO WS-CLE-PAYS WS-CLE-SEXE WS-CLE-TRANCHE.
           IF WS-PAR-PAYS
               MOVE WS-COUNTRY-CODE-DB TO WS-CLE-PAYS
           END-IF.
           IF WS-PAR-SEXE
               MOVE WS-GENDER-DB TO WS-CLE-SEXE
           END-IF.
           IF WS-PAR-AGE
               IF WS-AGE-DB < 0
                   MOVE 'INC. ' TO WS-CLE-TRANCHE
               ELSE
                   SET IDX-TRANCHE TO 1
                   SEARCH WS-TRANCHE-ENT
                       AT END
                           MOVE 'INC. ' TO WS-CLE-TRANCHE
                       WHEN WS-AGE-DB NOT > WS-TRANCHE-MAX(IDX-TRANCHE)
                           MOVE WS-TRANCHE-LIBELLE(IDX-TRANCHE)
                               TO WS-CLE-TRANCHE
                   END-SEARCH
               END-IF
           END-IF.

           SET IDX-STRATE TO 1.
           SEARCH STRATE-TBL
               AT END
                   IF STRATE-LGTH NOT < 500
                       ADD 1 TO WS-NB-STRATES-PLEINES
                       GO TO 2100-INDIVIDU-END
                   END-IF
                   SET STRATE-LGTH UP BY 1
                   SET IDX-STRATE TO STRATE-LGTH
                   MOVE WS-CLE-STRATE TO TBL-STR-CLE(IDX-STRATE)
                   MOVE 1 TO TBL-STR-POP(IDX-STRATE)
                   MOVE 0 TO TBL-STR-CIBLE(IDX-STRATE)
                             TBL-STR-RESTE(IDX-STRATE)
                             TBL-STR-A-TIRER(IDX-STRATE)
                             TBL-STR-RESTANTS(IDX-STRATE)
                             TBL-STR-TIRES(IDX-STRATE)
               WHEN TBL-STR-CLE(IDX-STRATE) = WS-CLE-STRATE
                   ADD 1 TO TBL-STR-POP(IDX-STRATE)
           END-SEARCH.

           ADD 1 TO WS-NB-POPULATION.
           SET POP-LGTH UP BY 1.
           SET IDX-POP TO POP-LGTH.
           MOVE WS-CLIENT-CODE TO TBL-POP-CODE(IDX-POP).
           MOVE WS-CLE-STRATE  TO TBL-POP-CLE(IDX-POP).
       2100-INDIVIDU-END.
           EXIT.

      ***** Strates triees par cle (rapport lisible, SEARCH ALL au    **
      ***** tirage) ; tri a bulles, le nombre de strates est faible   **
       2500-TRI-STRATES-START.
           SET WS-A-PERMUTE TO TRUE.
           PERFORM 2510-PASSE-START
               THRU 2510-PASSE-END
               UNTIL NOT WS-A-PERMUTE.
       2500-TRI-STRATES-END.
           EXIT.

       2510-PASSE-START.
           MOVE 'N' TO WS-PERMUTATION.
           PERFORM 2520-COMPARE-START
               THRU 2520-COMPARE-END
               VARYING IDX-STRATE FROM 1 BY 1
               UNTIL IDX-STRATE NOT < STRATE-LGTH.
       2510-PASSE-END.
           EXIT.

       2520-COMPARE-START.
           SET IDX-STRATE-2 TO IDX-STRATE.
           SET IDX-STRATE-2 UP BY 1.
           IF TBL-STR-CLE(IDX-STRATE) > TBL-STR-CLE(IDX-STRATE-2)
               MOVE STRATE-TBL(IDX-STRATE)   TO WS-STRATE-ECHANGE
               MOVE STRATE-TBL(IDX-STRATE-2) TO STRATE-TBL(IDX-STRATE)
               MOVE WS-STRATE-ECHANGE TO STRATE-TBL(IDX-STRATE-2)
               SET WS-A-PERMUTE TO TRUE
           END-IF.
       2520-COMPARE-END.
           EXIT.

      ***** Part de chaque strate : taille x effectif / population,   **
      ***** arrondie par defaut ; les unites manquantes vont aux plus **
      ***** forts restes. Une taille superieure a la population prend **
      ***** tout le monde.                                            **
       3000-REPARTITION-START.
           IF WS-TAILLE > WS-NB-POPULATION
               DISPLAY 'TAILLE ' WS-TAILLE ' SUPERIEURE A LA '
                   'POPULATION : TOUTE LA DATABANK EST RETENUE'
               MOVE WS-NB-POPULATION TO WS-TAILLE
           END-IF.
           MOVE 0 TO WS-SOMME-CIBLES.
           PERFORM 3100-PART-START
               THRU 3100-PART-END
               VARYING IDX-STRATE FROM 1 BY 1
               UNTIL IDX-STRATE > STRATE-LGTH.
           COMPUTE WS-A-REPARTIR = WS-TAILLE - WS-SOMME-CIBLES.
           PERFORM 3200-PLUS-FORT-RESTE-START
               THRU 3200-PLUS-FORT-RESTE-END
               WS-A-REPARTIR TIMES.
       3000-REPARTITION-END.
           EXIT.

       3100-PART-START.
           COMPUTE WS-PRODUIT = WS-TAILLE * TBL-STR-POP(IDX-STRATE).
           DIVIDE WS-PRODUIT BY WS-NB-POPULATION
               GIVING TBL-STR-CIBLE(IDX-STRATE)
               REMAINDER TBL-STR-RESTE(IDX-STRATE).
           ADD TBL-STR-CIBLE(IDX-STRATE) TO WS-SOMME-CIBLES.
       3100-PART-END.
           EXIT.

       3200-PLUS-FORT-RESTE-START.
           MOVE -1 TO WS-MEILLEUR-RESTE.
           MOVE 0 TO WS-NO-MEILLEURE.
           PERFORM 3210-COMPARE-RESTE-START
               THRU 3210-COMPARE-RESTE-END
               VARYING IDX-STRATE FROM 1 BY 1
               UNTIL IDX-STRATE > STRATE-LGTH.
           IF WS-NO-MEILLEURE > 0
               SET IDX-STRATE TO WS-NO-MEILLEURE
               ADD 1 TO TBL-STR-CIBLE(IDX-STRATE)
               MOVE -1 TO TBL-STR-RESTE(IDX-STRATE)
           END-IF.
       3200-PLUS-FORT-RESTE-END.
           EXIT.

      *    A reste egal, la premiere strate dans l'ordre des cles.
       3210-COMPARE-RESTE-START.
           IF TBL-STR-RESTE(IDX-STRATE) > WS-MEILLEUR-RESTE
               MOVE TBL-STR-RESTE(IDX-STRATE) TO WS-MEILLEUR-RESTE
               SET WS-NO-MEILLEURE TO IDX-STRATE
           END-IF.
       3210-COMPARE-RESTE-END.
           EXIT.

      ***** Chargement des fiches clients en table memoire *************
       3500-LOAD-FICHES-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT (STATUT '
                   WS-CLIENT-STATUS ') : ECHANTILLON SANS COORDONNEES'
               GO TO 3500-LOAD-FICHES-END
           END-IF.
           PERFORM 3600-LOAD-FICHES-LOOP-START
               THRU 3600-LOAD-FICHES-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       3500-LOAD-FICHES-END.
           EXIT.

       3600-LOAD-FICHES-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF FICHE-LGTH < 20000
                       AND ROLE-CLT NOT = 'E'
                       SET FICHE-LGTH UP BY 1
                       SET IDX-FICHE TO FICHE-LGTH
                       MOVE CODE-CLT   TO TBL-FCH-CODE(IDX-FICHE)
                       MOVE NOM-CLT    TO TBL-FCH-NOM(IDX-FICHE)
                       MOVE PRENOM-CLT TO TBL-FCH-PRENOM(IDX-FICHE)
                       MOVE TEL-CLT    TO TBL-FCH-TEL(IDX-FICHE)
                       MOVE EMAIL-CLT  TO TBL-FCH-EMAIL(IDX-FICHE)
                   END-IF
           END-READ.
       3600-LOAD-FICHES-LOOP-END.
           EXIT.

      ***** Tirage : la population est parcourue une fois dans       **
      ***** l'ordre des client_code ; un individu est retenu avec la  **
      ***** probabilite (reste a tirer / reste a voir) de sa strate,  **
      ***** ce qui donne exactement la part demandee, chaque individu **
      ***** de la strate ayant la meme chance                         **
       4000-TIRAGE-START.
           PERFORM 4050-PREPARE-STRATE-START
               THRU 4050-PREPARE-STRATE-END
               VARYING IDX-STRATE FROM 1 BY 1
               UNTIL IDX-STRATE > STRATE-LGTH.

           OPEN OUTPUT FIC-ECHANT.
           PERFORM 4100-INDIVIDU-START
               THRU 4100-INDIVIDU-END
               VARYING IDX-POP FROM 1 BY 1
               UNTIL IDX-POP > POP-LGTH.
           CLOSE FIC-ECHANT.
       4000-TIRAGE-END.
           EXIT.

       4050-PREPARE-STRATE-START.
           MOVE TBL-STR-CIBLE(IDX-STRATE)
               TO TBL-STR-A-TIRER(IDX-STRATE).
           MOVE TBL-STR-POP(IDX-STRATE)
               TO TBL-STR-RESTANTS(IDX-STRATE).
       4050-PREPARE-STRATE-END.
           EXIT.

       4100-INDIVIDU-START.
           SEARCH ALL STRATE-TBL
               AT END
                   GO TO 4100-INDIVIDU-END
               WHEN TBL-STR-CLE(IDX-STRATE) = TBL-POP-CLE(IDX-POP)
                   CONTINUE
           END-SEARCH.
           IF TBL-STR-A-TIRER(IDX-STRATE) = 0
               GO TO 4100-INDIVIDU-END
           END-IF.

           PERFORM 4900-ALEA-START
               THRU 4900-ALEA-END.
           COMPUTE WS-TIRAGE-G = WS-ALEA * TBL-STR-RESTANTS(IDX-STRATE).
           COMPUTE WS-TIRAGE-D = TBL-STR-A-TIRER(IDX-STRATE)
                               * WS-ALEA-MODULE.
           SUBTRACT 1 FROM TBL-STR-RESTANTS(IDX-STRATE).
           IF WS-TIRAGE-G NOT < WS-TIRAGE-D
               GO TO 4100-INDIVIDU-END
           END-IF.

           SUBTRACT 1 FROM TBL-STR-A-TIRER(IDX-STRATE).
           ADD 1 TO TBL-STR-TIRES(IDX-STRATE).
           ADD 1 TO WS-NB-TIRES.
           PERFORM 4200-ECRIT-ECHANTILLON-START
               THRU 4200-ECRIT-ECHANTILLON-END.
       4100-INDIVIDU-END.
           EXIT.

      ***** Un individu tire : la fiche client apporte nom et         **
      ***** coordonnees ; un individu sans fiche reste dans           **
      ***** l'echantillon (l'ecarter fausserait les proportions) mais **
      ***** est compte a part                                         **
       4200-ECRIT-ECHANTILLON-START.
           MOVE SPACES TO REC-ECHANT.
           MOVE TBL-POP-CODE(IDX-POP) TO ECH-CODE-CLT.
           MOVE TBL-POP-CLE(IDX-POP)  TO WS-CLE-STRATE.
           MOVE WS-CLE-PAYS           TO ECH-PAYS.
           MOVE WS-CLE-SEXE           TO ECH-SEXE.
           MOVE WS-CLE-TRANCHE        TO ECH-TRANCHE.

           MOVE 'N' TO WS-FICHE-TROUVEE.
           SET IDX-FICHE TO 1.
           SEARCH FICHE-TBL
               AT END
                   ADD 1 TO WS-NB-SANS-FICHE
               WHEN TBL-FCH-CODE(IDX-FICHE) = TBL-POP-CODE(IDX-POP)
                   MOVE 'O' TO WS-FICHE-TROUVEE
           END-SEARCH.
           IF WS-FICHE-TROUVEE = 'O'
               MOVE TBL-FCH-NOM(IDX-FICHE)    TO ECH-NOM
               MOVE TBL-FCH-PRENOM(IDX-FICHE) TO ECH-PRENOM
               PERFORM 4300-CONSENTEMENT-START
                   THRU 4300-CONSENTEMENT-END
               MOVE WS-TEL-ECH   TO ECH-TEL
               MOVE WS-EMAIL-ECH TO ECH-EMAIL
               IF WS-TEL-ECH = SPACES AND WS-EMAIL-ECH = SPACES
                   ADD 1 TO WS-NB-SANS-CONTACT
               END-IF
           END-IF.
           WRITE REC-ECHANT.
       4200-ECRIT-ECHANTILLON-END.
           EXIT.

      ***** Telephone et email de la fiche gardes seulement si le    **
      ***** client a consenti au canal, comme dans tltcamp.cbl        **
       4300-CONSENTEMENT-START.
           MOVE TBL-FCH-TEL(IDX-FICHE)   TO WS-TEL-ECH.
           MOVE TBL-FCH-EMAIL(IDX-FICHE) TO WS-EMAIL-ECH.
           MOVE TBL-FCH-CODE(IDX-FICHE)  TO CS-CODE-CLT.

           MOVE 'TEL' TO CS-CANAL.
           PERFORM 9910-CONSENTEMENT-START THRU 9910-CONSENTEMENT-END.
           IF NOT CS-CONSENTI
               MOVE SPACES TO WS-TEL-ECH
               IF TBL-FCH-TEL(IDX-FICHE) NOT = SPACES
                   ADD 1 TO WS-NB-TEL-RETIRES
               END-IF
           END-IF.

           MOVE 'EMAIL' TO CS-CANAL.
           PERFORM 9910-CONSENTEMENT-START THRU 9910-CONSENTEMENT-END.
           IF NOT CS-CONSENTI
               MOVE SPACES TO WS-EMAIL-ECH
               IF TBL-FCH-EMAIL(IDX-FICHE) NOT = SPACES
                   ADD 1 TO WS-NB-EMAIL-RETIRES
               END-IF
           END-IF.
       4300-CONSENTEMENT-END.
           EXIT.

      ***** Valeur suivante du generateur, de 1 a 2**31 - 2 ***********
       4900-ALEA-START.
           COMPUTE WS-ALEA-PRODUIT = WS-ALEA * 16807.
           DIVIDE WS-ALEA-PRODUIT BY WS-ALEA-MODULE
               GIVING WS-ALEA-QUOTIENT REMAINDER WS-ALEA.
       4900-ALEA-END.
           EXIT.

      ***** Rapport : parametres du tirage puis, par strate, effectif **
      ***** et part dans la population et dans l'echantillon          **
       5000-RAPPORT-START.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "ECHANTILLON STRATIFIE DE LA DATABANK DU "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "GRAINE " WS-GRAINE
               "   VARIABLES " WS-VARIABLES
               "   TAILLE " WS-TAILLE
               "   POPULATION " WS-NB-POPULATION
               "   STRATES " STRATE-LGTH
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE "MEME GRAINE ET MEME POPULATION = MEME ECHANTILLON"
               TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-ENTETE-STRATE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 5100-LIGNE-STRATE-START
               THRU 5100-LIGNE-STRATE-END
               VARYING IDX-STRATE FROM 1 BY 1
               UNTIL IDX-STRATE > STRATE-LGTH.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "TIRES " WS-NB-TIRES
               "  SANS FICHE CLIENT " WS-NB-SANS-FICHE
               "  SANS CONTACT " WS-NB-SANS-CONTACT
               "  TEL RETIRES " WS-NB-TEL-RETIRES
               "  EMAIL RETIRES " WS-NB-EMAIL-RETIRES
               DELIMITED BY SIZE INTO REC-RAPPORT.
           WRITE REC-RAPPORT.
           IF WS-NB-HORS-TABLE > 0 OR WS-NB-STRATES-PLEINES > 0
               MOVE SPACES TO REC-RAPPORT
               STRING "*** INDIVIDUS NON PRIS EN COMPTE : "
                   WS-NB-HORS-TABLE " AU-DELA DE 20000, "
                   WS-NB-STRATES-PLEINES " AU-DELA DE 500 STRATES"
                   DELIMITED BY SIZE INTO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           CLOSE FIC-RAPPORT.
       5000-RAPPORT-END.
           EXIT.

       5100-LIGNE-STRATE-START.
           MOVE TBL-STR-CLE(IDX-STRATE) TO WS-CLE-STRATE.
           MOVE SPACES TO WS-LIGNE-STRATE.
           MOVE WS-CLE-PAYS    TO LS-PAYS.
           MOVE WS-CLE-SEXE    TO LS-SEXE.
           MOVE WS-CLE-TRANCHE TO LS-TRANCHE.
           MOVE TBL-STR-POP(IDX-STRATE)   TO LS-POP.
           MOVE TBL-STR-TIRES(IDX-STRATE) TO LS-ECH.
           COMPUTE WS-PCT-POP ROUNDED =
               TBL-STR-POP(IDX-STRATE) * 100 / WS-NB-POPULATION.
           MOVE 0 TO WS-PCT-ECH.
           IF WS-NB-TIRES > 0
               COMPUTE WS-PCT-ECH ROUNDED =
                   TBL-STR-TIRES(IDX-STRATE) * 100 / WS-NB-TIRES
           END-IF.
           COMPUTE WS-PCT-ECART = WS-PCT-ECH - WS-PCT-POP.
           MOVE WS-PCT-POP   TO LS-PCT-POP.
           MOVE WS-PCT-ECH   TO LS-PCT-ECH.
           MOVE WS-PCT-ECART TO LS-ECART.
           MOVE WS-LIGNE-STRATE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       5100-LIGNE-STRATE-END.
           EXIT.

       1001-ERROR-RTN-START.
           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           DISPLAY "ERRCODE:" SPACE SQLSTATE.
           DISPLAY SQLERRMC.
       1001-ERROR-RTN-END.
           EXIT.

           COPY 'CONSENT.cpy'.
