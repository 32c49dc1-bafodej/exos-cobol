      *                 'N' et la date du jour en premiere et derniere
      *                 constatation (cycle de vie des exceptions,
      *                 consolide la nuit par excconso.cbl).
      *    2026-10-15  Journal cumulatif des mouvements appliques
      *                 (assumaj.jnl, FMVTJNL.cpy) : chaque mouvement
      *                 A/M/D/R/V effectivement applique y ajoute une
      *                 ligne avec sa date, le contrat apres application
      *                 et, pour un 'M' ou un 'V', l'ancienne et la
      *                 nouvelle prime. assumaj.dat est remplace chaque
      *                 jour : ce journal garde l'historique des
      *                 mouvements pour le filtrage des activites
      *                 suspectes d'assursus.cbl. En reprise, les
      *                 polices deja traitees n'etant pas reappliquees,
      *                 leurs mouvements ne sont pas journalises deux
      *                 fois.
      *    2026-10-15  Attribution centrale des numeros de contrat : un
      *                 mouvement 'A' arrivant sans numero recoit le
      *                 numero suivant de la sequence protegee
      *                 assurmnt-seq.dat, au format 'C' + sequence sur
      *                 six chiffres + cle de Luhn (routine partagee
      *                 NUMCTR.cpy), au lieu d'un numero saisi a la main
      *                 qui produisait les doublons d'assurdup. La
      *                 sequence est reecrite a chaque attribution,
      *                 avant l'ecriture du contrat, et ne redescend
      *                 jamais sous le plus grand numero deja present
      *                 au maitre ou dans les mouvements. Tout mouvement
      *                 portant un numero dont la cle est fausse est
      *                 rejete au chargement, compte a part et trace
      *                 dans exceptions.dat (code CLECTR). Les anciens
      *                 numeros CTRnnnnn restent acceptes.
      *    2026-10-15  Devise du contrat (WS-DEVISE de FASSU.cpy,
      *                 maitre porte a 148 caracteres) vehiculee par
      *                 les mouvements (MAJ-DEVISE, assumaj.dat et
      *                 assumaj-attente.dat portes a 159 caracteres) :
      *                 un 'A' prend la devise du mouvement (blanc =
      *                 euros), un 'M' a devise blanche garde celle du
      *                 contrat. Les avenants restent dans la devise
      *                 du contrat.
      *    2026-10-15  Catalogue produits porte a 129 caracteres (liste
      *                 des pieces justificatives exigees ajoutee en
      *                 fin d'enregistrement, non utilisee ici).
      *    2026-10-15  Reserve aux operateurs autorises : la routine
      *                 partagee OPECTL.cpy controle l'operateur declare
      *                 (variable OPERATEUR) contre operateurs.txt et
      *                 trace la tentative (normale ou REPRISE) dans
      *                 acces-operateurs.jnl ; refus = arret avant toute
      *                 lecture, code retour 8.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ATTENTE-STATUS.

      ***** Journal cumulatif des mouvements appliques *****************
           SELECT FIC-MVTJNL ASSIGN TO 'assumaj.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MVTJNL-STATUS.

      ***** Sequence des numeros de contrat attribues ******************
           SELECT FIC-SEQ ASSIGN TO 'assurmnt-seq.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

           SELECT FIC-OPERAT ASSIGN TO 'operateurs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS OA-OPERAT-STATUS.

           SELECT FIC-JNLACC ASSIGN TO 'acces-operateurs.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS OA-JNLACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

      ***** Fichier des mouvements : A-jout, M-odification, D-suppression
       FD  FIC-MAJ
           RECORD CONTAINS 159 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
              06     MAJ-ACTION           PIC X.
              06     MAJ-APPORTEUR        PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-DATE-MOUVEMENT   PIC X(8).
              06     FILLER               PIC X.
              06     MAJ-DEVISE           PIC X(3).

       FD  FIC-NOUVEAU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-NOUVEAU                    PIC X(148).
        01 REC-NOUVEAU-VUE REDEFINES REC-NOUVEAU.
              06     FILLER               PIC X(89).
              06     VUE-STATUT           PIC X(8).
              06     FILLER               PIC X(47).
              06     FILLER               PIC X.
              06     VUE-DEVISE           PIC X(3).

      ***** Fichier d'archive des polices supprimees *********************
       FD  FIC-ARCHIVE
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ARCHIVE                    PIC X(148).
        01 REC-ARCHIVE-VUE REDEFINES REC-ARCHIVE.
              06     FILLER               PIC X(89).
              06     VUE-ARCHIVE-STATUT   PIC X(8).
              06     FILLER               PIC X(51).

      ***** Pointage de reprise : compte de polices traitees et
      *     taille de l'archive au lancement (l'archive est
           COPY 'FEXCEPT.cpy'.

       FD  FIC-CATALOGUE
           RECORD CONTAINS 129 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCATALOG.cpy'.

        01 REC-PERIODE                    PIC X(8).

       FD  FIC-ATTENTE
           RECORD CONTAINS 159 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ATTENTE                    PIC X(159).

       FD  FIC-MVTJNL
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMVTJNL.cpy'.

      ***** Derniere sequence attribuee, date et numero complet du ****
      *     dernier contrat numerote (reecrit a chaque attribution).
       FD  FIC-SEQ
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
        01 REC-SEQ.
           05  SEQ-DERNIERE              PIC X(6).
           05  FILLER                    PIC X(1).
           05  SEQ-DATE                  PIC X(8).
           05  FILLER                    PIC X(1).
           05  SEQ-NUM-CONTRAT           PIC X(8).

       FD  FIC-OPERAT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FOPERAT.cpy'.

       FD  FIC-JNLACC
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FJNLACC.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
                10  MVT-ACTION            PIC X.
                10  MVT-TRAITE            PIC X VALUE 'N'.
                    88 MVT-EST-TRAITE     VALUE 'O'.
                10  MVT-REC               PIC X(159).

        01  WS-CHK-STATUS                 PIC X(2).
            88  WS-CHK-OK                 VALUE 00.
                10  RETAB-MVT-IDX         PIC 9(5).
                10  RETAB-CONTRAT         PIC X(8).
                10  RETAB-TROUVE          PIC X(1).
                10  RETAB-REC             PIC X(148).

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-MODIF                   PIC 9(7) VALUE 0.
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Ligne du journal des mouvements appliques : action et *****
      *     prime avant application renseignees par l'appelant, le
      *     contrat apres application etant dans REC-ASSU.
        01  WS-MVTJNL-STATUS              PIC X(2).
            88  WS-MVTJNL-ABSENT          VALUE 35.
        01  WS-JNL-ACTION                 PIC X(1).
        01  WS-JNL-ANCIENNE-PRIME         PIC 9(8)V99 VALUE 0.

      ***** Attribution des numeros de contrat : derniere sequence ****
      *     lue dans assurmnt-seq.dat et plus grande sequence deja
      *     employee (maitre et mouvements), la plus grande des deux
      *     servant de point de depart.
        01  WS-SEQ-STATUS                 PIC X(2).
            88  WS-SEQ-OK                 VALUE 00.
        01  WS-DERNIERE-SEQ               PIC 9(6) VALUE 0.
        01  WS-MAX-SEQ-VUE                PIC 9(6) VALUE 0.
        01  WS-SEQ-CANDIDATE              PIC 9(6) VALUE 0.
        01  WS-NB-NUMEROTES               PIC 9(7) VALUE 0.
        01  WS-NB-CLE-REJETS              PIC 9(7) VALUE 0.

      ***** Calcul du prorata d'un avenant (mouvement 'V') *************
        01  WS-AVENANT-STATUS             PIC X(2).
        01  WS-ANCIENNE-PRIME             PIC 9(8)V99 VALUE 0.
            05  WS-EDIT-AV-AJUST          PIC +(8)9,99.

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'NUMCTR-WS.cpy'.

           COPY 'OPECTL-WS.cpy'.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 'assurmnt' TO OA-PROGRAMME.
           MOVE WS-CMD-LINE TO OA-DETAIL.
           PERFORM 9400-CONTROLE-ACCES-START
               THRU 9400-CONTROLE-ACCES-END.
           IF OA-ACCES-REFUSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CMD-LINE(1:7) = 'REPRISE'
               SET WS-MODE-REPRISE TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM 1090-LIRE-CLOTURE-START
               THRU 1090-LIRE-CLOTURE-END.
           PERFORM 1095-LIRE-SEQUENCE-START
               THRU 1095-LIRE-SEQUENCE-END.
           PERFORM 1000-LOAD-MVT-START    THRU 1000-LOAD-MVT-END.
           PERFORM 1050-LOAD-TRANS-START  THRU 1050-LOAD-TRANS-END.
           PERFORM 1070-LOAD-CAT-START    THRU 1070-LOAD-CAT-END.
               AT END
                   MOVE '10' TO WS-MAJ-STATUS
               NOT AT END
                   MOVE 'O' TO NC-EST-VALIDE
                   IF MAJ-NUM-CONTRAT NOT = SPACES
                       MOVE MAJ-NUM-CONTRAT TO NC-NUM-CONTRAT
                       PERFORM 9850-CONTROLE-CONTRAT-START
                           THRU 9850-CONTROLE-CONTRAT-END
                   END-IF
      *    Numero de contrat a cle fausse : faute de frappe, rejete
      *    au chargement au lieu de creer un contrat orphelin.
      *    Mouvement date dans une periode deja cloturee : rejete au
      *    chargement, il ne touche jamais le maitre.
                   EVALUATE TRUE
                       WHEN NOT NC-CONTRAT-VALIDE
                           PERFORM 1170-REJET-CLE-START
                               THRU 1170-REJET-CLE-END
                       WHEN WS-DATE-CLOTURE NOT = SPACES
                           AND MAJ-DATE-MOUVEMENT IS NUMERIC
                           AND MAJ-DATE-MOUVEMENT
                           MOVE MAJ-ACTION TO MVT-ACTION(IDX-MVT)
                           MOVE 'N'        TO MVT-TRAITE(IDX-MVT)
                           MOVE REC-MAJ    TO MVT-REC(IDX-MVT)
                           MOVE MAJ-NUM-CONTRAT TO WS-NUM-CONTRAT
                           PERFORM 2105-NOTE-SEQUENCE-START
                               THRU 2105-NOTE-SEQUENCE-END
                   END-EVALUATE
           END-READ.
       1100-LOAD-MVT-LOOP-END.
           EXIT.

      ***** Lecture de la derniere sequence attribuee ; fichier absent *
      ***** = aucune attribution encore, fichier illisible = arret     *
      ***** (repartir de zero redonnerait des numeros deja servis)     *
       1095-LIRE-SEQUENCE-START.
           OPEN INPUT FIC-SEQ.
           IF NOT WS-SEQ-OK
               GO TO 1095-LIRE-SEQUENCE-END
           END-IF.
           READ FIC-SEQ
               AT END
                   MOVE SPACES TO REC-SEQ
           END-READ.
           CLOSE FIC-SEQ.
           IF SEQ-DERNIERE IS NOT NUMERIC
               DISPLAY 'FICHIER assurmnt-seq.dat ILLISIBLE ('
                   SEQ-DERNIERE '), ARRET'
               STOP RUN
           END-IF.
           MOVE SEQ-DERNIERE TO WS-DERNIERE-SEQ.
       1095-LIRE-SEQUENCE-END.
           EXIT.

      ***** Mouvement a numero de contrat refuse par la cle : compte **
      ***** a part et trace dans le fichier commun des exceptions    **
       1170-REJET-CLE-START.
           ADD 1 TO WS-NB-CLE-REJETS.
           MOVE MAJ-NUM-CONTRAT TO WS-EXC-CLE.
           MOVE 'CLECTR' TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           STRING
               'MOUVEMENT '        DELIMITED BY SIZE
               MAJ-ACTION          DELIMITED BY SIZE
               ' : NUMERO DE CONTRAT ' DELIMITED BY SIZE
               MAJ-NUM-CONTRAT     DELIMITED BY SIZE
               ' A CLE INCORRECTE' DELIMITED BY SIZE
               INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9700-EXCEPTION-STD-START
               THRU 9700-EXCEPTION-STD-END.
       1170-REJET-CLE-END.
           EXIT.

      ***** Lecture de la date de cloture comptable (facultative) ******
       1090-LIRE-CLOTURE-START.
           OPEN INPUT FIC-PERIODE.
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-SAUTEES
                   PERFORM 2105-NOTE-SEQUENCE-START
                       THRU 2105-NOTE-SEQUENCE-END
                   SET IDX-MVT TO 1
                   SEARCH MVT-TBL
                       AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2105-NOTE-SEQUENCE-START
                       THRU 2105-NOTE-SEQUENCE-END
                   PERFORM 2110-FIND-MVT-START
                       THRU 2110-FIND-MVT-END
                   ADD 1 TO WS-DEPUIS-CHK
       9600-ECRIRE-CHK-END.
           EXIT.

      ***** Plus grande sequence deja employee : un numero attribue ***
      ***** (format 'C' + sept chiffres) de WS-NUM-CONTRAT au-dela  ***
      ***** de la sequence relevee fait monter le point de depart   ***
       2105-NOTE-SEQUENCE-START.
           IF WS-NUM-CONTRAT(1:1) NOT = 'C'
               OR WS-NUM-CONTRAT(2:7) IS NOT NUMERIC
               GO TO 2105-NOTE-SEQUENCE-END
           END-IF.
           MOVE WS-NUM-CONTRAT(2:6) TO WS-SEQ-CANDIDATE.
           IF WS-SEQ-CANDIDATE > WS-MAX-SEQ-VUE
               MOVE WS-SEQ-CANDIDATE TO WS-MAX-SEQ-VUE
           END-IF.
       2105-NOTE-SEQUENCE-END.
           EXIT.

      ***** Recherche d'un mouvement M ou D pour le contrat courant ****
       2110-FIND-MVT-START.
           SET IDX-MVT TO 1.
                   IF WS-TRANSITION-OK = 'O'
                       ADD 1 TO WS-NB-MODIF
                       MOVE MVT-REC(IDX-MVT)(3:144) TO REC-NOUVEAU
      *    Devise a blanc sur le mouvement : celle du contrat reste.
                       IF MVT-REC(IDX-MVT)(157:3) = SPACES
                           MOVE WS-DEVISE TO VUE-DEVISE
                       ELSE
                           MOVE MVT-REC(IDX-MVT)(157:3) TO VUE-DEVISE
                       END-IF
                       WRITE REC-NOUVEAU
                       MOVE 'M' TO WS-JNL-ACTION
                       MOVE WS-MONTANT-PAYE TO WS-JNL-ANCIENNE-PRIME
                       MOVE MVT-REC(IDX-MVT)(3:144) TO REC-ASSU
                       MOVE VUE-DEVISE TO WS-DEVISE
                       PERFORM 9750-JOURNAL-MVT-START
                           THRU 9750-JOURNAL-MVT-END
                   ELSE
                       PERFORM 2150-REJET-STATUT-START
                           THRU 2150-REJET-STATUT-END
                   MOVE REC-ASSU TO REC-ARCHIVE
                   MOVE 'SUPPRIME' TO VUE-ARCHIVE-STATUT
                   WRITE REC-ARCHIVE
                   MOVE 'D' TO WS-JNL-ACTION
                   MOVE WS-MONTANT-PAYE TO WS-JNL-ANCIENNE-PRIME
                   MOVE 'SUPPRIME' TO WS-STATUT
                   PERFORM 9750-JOURNAL-MVT-START
                       THRU 9750-JOURNAL-MVT-END
      *    Retablissement refuse : le contrat existe encore dans le
      *    maitre actif, la police est reecrite inchangee.
               WHEN 'R'
           MOVE WS-PRIME-PORTEE TO WS-MONTANT-PAYE.
           MOVE REC-ASSU TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.

           MOVE 'V' TO WS-JNL-ACTION.
           MOVE WS-ANCIENNE-PRIME TO WS-JNL-ANCIENNE-PRIME.
           MOVE WS-NOUVELLE-PRIME TO WS-MONTANT-PAYE.
           PERFORM 9750-JOURNAL-MVT-START
               THRU 9750-JOURNAL-MVT-END.
       2130-AVENANT-END.
           EXIT.

       9700-EXCEPTION-STD-END.
           EXIT.

      ***** Ajout du mouvement courant (MVT-TBL(IDX-MVT)) au journal ***
      *     cumulatif assumaj.jnl, avec le contrat apres application **
      *     tel qu'il est dans REC-ASSU                                **
       9750-JOURNAL-MVT-START.
           OPEN EXTEND FIC-MVTJNL.
           IF WS-MVTJNL-ABSENT
               OPEN OUTPUT FIC-MVTJNL
           END-IF.
           MOVE SPACES TO REC-MVTJNL.
           IF MVT-REC(IDX-MVT)(148:8) IS NUMERIC
               MOVE MVT-REC(IDX-MVT)(148:8) TO MJN-DATE-EFFET
           ELSE
               MOVE WS-DATE-JOUR TO MJN-DATE-EFFET
           END-IF.
           MOVE WS-JNL-ACTION         TO MJN-ACTION.
           MOVE WS-NUM-CONTRAT        TO MJN-NUM-CONTRAT.
           MOVE WS-NUM-CLIENT         TO MJN-NUM-CLIENT.
           MOVE WS-TYPE-ASSU          TO MJN-TYPE-ASSU.
           MOVE WS-STATUT             TO MJN-STATUT.
           MOVE WS-CODE-APPORTEUR     TO MJN-APPORTEUR.
           MOVE WS-JNL-ANCIENNE-PRIME TO MJN-ANCIENNE-PRIME.
           MOVE WS-MONTANT-PAYE       TO MJN-NOUVELLE-PRIME.
           MOVE WS-DATE-ECHEANCE      TO MJN-DATE-ECHEANCE.
           WRITE REC-MVTJNL.
           CLOSE FIC-MVTJNL.
       9750-JOURNAL-MVT-END.
           EXIT.

      ***** Ecriture des nouveaux contrats (mouvements 'A' non trouves) *
      *     et comptage des mouvements M/D sans contrat correspondant.
      *     En reprise, un exces de WS-NB-DEJA sur les polices sautees
                   ELSE
                       PERFORM 3100-CONTROLE-CAT-START
                           THRU 3100-CONTROLE-CAT-END
                       IF WS-CAT-CONFORME = 'O'
                           AND MVT-REC(IDX-MVT)(101:8) = SPACES
                           PERFORM 3050-ATTRIBUE-NUMERO-START
                               THRU 3050-ATTRIBUE-NUMERO-END
                       END-IF
                       IF WS-CAT-CONFORME = 'O'
                           ADD 1 TO WS-NB-AJOUT
                           MOVE MVT-REC(IDX-MVT)(3:144)
                               TO REC-NOUVEAU
                           MOVE MVT-REC(IDX-MVT)(157:3) TO VUE-DEVISE
                           WRITE REC-NOUVEAU
                           MOVE 'A' TO WS-JNL-ACTION
                           MOVE MVT-REC(IDX-MVT)(3:144) TO REC-ASSU
                           MOVE VUE-DEVISE TO WS-DEVISE
                           MOVE WS-MONTANT-PAYE
                               TO WS-JNL-ANCIENNE-PRIME
                           PERFORM 9750-JOURNAL-MVT-START
                               THRU 9750-JOURNAL-MVT-END
                       ELSE
                           PERFORM 3200-REJET-CAT-START
                               THRU 3200-REJET-CAT-END
       3000-APPEND-NEW-END.
           EXIT.

      ***** Attribution du numero d'un mouvement 'A' arrive sans ******
      *     numero : sequence suivante, jamais en dessous d'un numero
      *     deja employe, reecrite dans assurmnt-seq.dat AVANT que le
      *     contrat ne soit ecrit (un incident entre les deux laisse
      *     un trou dans la numerotation, jamais un doublon). Sequence
      *     epuisee : l'ajout est rejete (code SEQPLN).
       3050-ATTRIBUE-NUMERO-START.
           IF WS-MAX-SEQ-VUE > WS-DERNIERE-SEQ
               MOVE WS-MAX-SEQ-VUE TO WS-DERNIERE-SEQ
           END-IF.
           IF WS-DERNIERE-SEQ = 999999
               MOVE 'N'      TO WS-CAT-CONFORME
               MOVE 'SEQPLN' TO WS-CAT-MOTIF
               GO TO 3050-ATTRIBUE-NUMERO-END
           END-IF.
           ADD 1 TO WS-DERNIERE-SEQ.
           MOVE WS-DERNIERE-SEQ TO NC-SEQUENCE.
           PERFORM 9870-NOUVEAU-NUMERO-START
               THRU 9870-NOUVEAU-NUMERO-END.

           OPEN OUTPUT FIC-SEQ.
           MOVE SPACES          TO REC-SEQ.
           MOVE WS-DERNIERE-SEQ TO SEQ-DERNIERE.
           MOVE WS-DATE-JOUR    TO SEQ-DATE.
           MOVE NC-NUM-CONTRAT  TO SEQ-NUM-CONTRAT.
           WRITE REC-SEQ.
           CLOSE FIC-SEQ.

           MOVE NC-NUM-CONTRAT TO MVT-REC(IDX-MVT)(101:8).
           ADD 1 TO WS-NB-NUMEROTES.
           DISPLAY 'NUMERO ATTRIBUE     : ' NC-NUM-CONTRAT
               ' (CLIENT ' MVT-REC(IDX-MVT)(110:8) ')'.
       3050-ATTRIBUE-NUMERO-END.
           EXIT.

      ***** Controle d'un mouvement 'A' contre le catalogue produits ***
      *     Catalogue vide (fichier absent) : l'ajout passe. Sinon le
      *     produit doit exister, etre actif, la prime tenir dans ses
       3200-REJET-CAT-START.
           ADD 1 TO WS-NB-CAT-REJETS.
           MOVE MVT-REC(IDX-MVT)(101:8) TO WS-EXC-CLE.
      *    Ajout sans numero : la cle de l'exception est le client.
           IF WS-EXC-CLE = SPACES
               MOVE MVT-REC(IDX-MVT)(110:8) TO WS-EXC-CLE
           END-IF.
           MOVE WS-CAT-MOTIF TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           EVALUATE WS-CAT-MOTIF
               WHEN 'PRIMHB'
                   MOVE 'PRIME HORS DES BORNES DU PRODUIT'
                       TO WS-EXC-DESC
               WHEN 'SEQPLN'
                   MOVE 'SEQUENCE DES NUMEROS DE CONTRAT EPUISEE'
                       TO WS-EXC-DESC
               WHEN OTHER
                   MOVE 'REGIME HORS DE LA FAMILLE ATTENDUE'
                       TO WS-EXC-DESC
           END-IF.
           MOVE REC-ASSU TO REC-NOUVEAU.
           WRITE REC-NOUVEAU.
           MOVE 'R' TO WS-JNL-ACTION.
           MOVE WS-MONTANT-PAYE TO WS-JNL-ANCIENNE-PRIME.
           PERFORM 9750-JOURNAL-MVT-START
               THRU 9750-JOURNAL-MVT-END.
       3530-ECRIT-RETAB-END.
           EXIT.

           DISPLAY 'POLICES MODIFIEES   : ' WS-NB-MODIF.
           DISPLAY 'POLICES SUPPRIMEES  : ' WS-NB-SUPPR.
           DISPLAY 'POLICES AJOUTEES    : ' WS-NB-AJOUT.
           IF WS-NB-NUMEROTES > 0
               DISPLAY 'NUMEROS ATTRIBUES   : ' WS-NB-NUMEROTES
                   ' (DERNIERE SEQUENCE ' WS-DERNIERE-SEQ ')'
           END-IF.
           DISPLAY 'POLICES RETABLIES   : ' WS-NB-RETABLIS.
           DISPLAY 'AVENANTS APPLIQUES  : ' WS-NB-AVENANTS
               ' (LISTE : avenants.lis)'.
               DISPLAY 'AJOUTS REJETES      : ' WS-NB-CAT-REJETS
                   ' (HORS CATALOGUE PRODUITS)'
           END-IF.
           IF WS-NB-CLE-REJETS > 0
               DISPLAY 'MVTS CLE INCORRECTE : ' WS-NB-CLE-REJETS
                   ' (REJETES, NUMERO DE CONTRAT MAL SAISI)'
           END-IF.
           IF WS-NB-CLOTURE-REJETS > 0
               DISPLAY 'MVTS EN PER. CLOSE  : ' WS-NB-CLOTURE-REJETS
                   ' (REJETES, CLOTURE ' WS-DATE-CLOTURE ')'
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'NUMCTR.cpy'.
           COPY 'OPECTL.cpy'.
