      ******************************************************************
      *    Publipostage des bulletins aux responsables legaux
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prommail.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Mise sous pli des bulletins au lieu du
      *                 decoupage a la main du listing output.dat : le
      *                 bulletin produit par promo.cbl est decoupe par
      *                 eleve (sa ligne et les lignes de detail qui la
      *                 suivent : notes gelees, absences,
      *                 appreciations). Chaque responsable de
      *                 promo-tuteurs.dat (FTUTEUR.cpy) marque
      *                 destinataire recoit sa propre lettre (les deux
      *                 parents separes recoivent chacun la leur) dans
      *                 prommail.dat : adresse, objet, puis la section
      *                 de l'eleve sous l'entete des colonnes du
      *                 bulletin. Les lettres sont triees par code
      *                 postal et commune et numerotees ; les
      *                 etiquettes correspondantes, dans le meme ordre
      *                 et au format d'etiquettes.dat de depeti.cbl,
      *                 sont ecrites dans prommail-etiq.dat. La liste
      *                 de controle prommail.lis donne les eleves du
      *                 bulletin sans aucun responsable destinataire et
      *                 les lignes de responsable ecartees (eleve
      *                 absent du bulletin, adresse incomplete,
      *                 indicateur destinataire invalide) ; code
      *                 retour 4 si elle n'est pas vide.
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BULLETIN
               ASSIGN TO 'output.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULLETIN-STATUS.

           SELECT FIC-TUTEUR
               ASSIGN TO 'promo-tuteurs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTEUR-STATUS.

           SELECT FIC-LETTRE
               ASSIGN TO 'prommail.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTRE-STATUS.

           SELECT FIC-ETIQ
               ASSIGN TO 'prommail-etiq.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETIQ-STATUS.

           SELECT FIC-RAPPORT
               ASSIGN TO 'prommail.lis'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-BULLETIN
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-BULLETIN.
           05 BUL-FIRSTNAME      PIC X(20).
           05 BUL-LASTNAME       PIC X(20).
           05 FILLER             PIC X(160).

       FD  FIC-TUTEUR
           RECORD CONTAINS 231 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FTUTEUR.cpy'.

       FD  FIC-LETTRE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-LETTRE            PIC X(132).

      ***** Une etiquette par lettre, meme numero, meme ordre ; ligne *
      *     3 a blanc quand l'adresse n'a pas de complement.
       FD  FIC-ETIQ
           RECORD CONTAINS 166 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ETIQ.
           05 ETQ-NUMERO         PIC 9(06).
           05 FILLER             PIC X(01).
           05 ETQ-DEPT           PIC X(03).
           05 FILLER             PIC X(01).
           05 ETQ-LIGNE1         PIC X(38).
           05 FILLER             PIC X(01).
           05 ETQ-LIGNE2         PIC X(38).
           05 FILLER             PIC X(01).
           05 ETQ-LIGNE3         PIC X(38).
           05 FILLER             PIC X(01).
           05 ETQ-LIGNE4         PIC X(38).

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-BULLETIN-STATUS  PIC X(02) VALUE SPACE.
           88 WS-BULLETIN-OK       VALUE '00'.
           88 WS-BULLETIN-EOF      VALUE '10'.
       01  WS-TUTEUR-STATUS    PIC X(02) VALUE SPACE.
           88 WS-TUTEUR-OK         VALUE '00'.
           88 WS-TUTEUR-EOF        VALUE '10'.
       01  WS-LETTRE-STATUS    PIC X(02) VALUE SPACE.
       01  WS-ETIQ-STATUS      PIC X(02) VALUE SPACE.
       01  WS-RAPPORT-STATUS   PIC X(02) VALUE SPACE.

      ***** Bulletin : entete des colonnes et lignes des eleves *******
       01  WS-ENTETE-COLONNES  PIC X(132) VALUE SPACES.
       01  WS-DANS-CORPS       PIC X(01) VALUE 'N'.
       01  DATA-LIGNE.
           03 LIGNE-LGTH       PIC 9(04) VALUE 0.
           03 LIGNE-TBL
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON LIGNE-LGTH
               INDEXED BY IDX-LIGNE.
                   05 TBL-LIGNE        PIC X(132).

      ***** Une section par eleve du bulletin *************************
       01  DATA-ELEVE.
           03 ELEVE-LGTH       PIC 9(03) VALUE 0.
           03 ELEVE-TBL
               OCCURS 1 TO 999 TIMES
               DEPENDING ON ELEVE-LGTH
               INDEXED BY IDX-ELEVE.
                   05 TBL-ELV-FIRSTNAME PIC X(20).
                   05 TBL-ELV-LASTNAME  PIC X(20).
                   05 TBL-ELV-PREMIERE  PIC 9(04).
                   05 TBL-ELV-NB-LIGNES PIC 9(04).
                   05 TBL-ELV-NB-PLIS   PIC 9(02).

      ***** Un pli par responsable destinataire, trie par code postal *
       01  DATA-PLI.
           03 PLI-LGTH         PIC 9(03) VALUE 0.
           03 PLI-TBL
               OCCURS 1 TO 999 TIMES
               DEPENDING ON PLI-LGTH
               INDEXED BY IDX-PLI IDX-PLI2.
                   05 TBL-PLI-CLE.
                       07 TBL-PLI-CP       PIC X(05).
                       07 TBL-PLI-VILLE    PIC X(25).
                       07 TBL-PLI-NOM      PIC X(38).
                   05 TBL-PLI-LIEN     PIC X(10).
                   05 TBL-PLI-LIGNE1   PIC X(32).
                   05 TBL-PLI-LIGNE2   PIC X(32).
                   05 TBL-PLI-EMAIL    PIC X(40).
                   05 TBL-PLI-ELEVE    PIC 9(03).
       01  WS-PLI-HOLD         PIC X(185).

       01  WS-SORT-I           PIC 9(03) VALUE 0.
       01  WS-SORT-J           PIC 9(03) VALUE 0.
       01  WS-SORT-SWAPPED     PIC X(01) VALUE 'N'.
           88 WS-SORT-DID-SWAP     VALUE 'O'.

       01  WS-NB-TUTEURS       PIC 9(04) VALUE 0.
       01  WS-NB-NON-DEST      PIC 9(04) VALUE 0.
       01  WS-NB-ECARTES       PIC 9(04) VALUE 0.
       01  WS-NB-SANS-DEST     PIC 9(03) VALUE 0.
       01  WS-NB-LETTRES       PIC 9(06) VALUE 0.
       01  WS-MOTIF            PIC X(40) VALUE SPACES.
       01  WS-DERNIERE         PIC 9(04) VALUE 0.

       01  WS-PNT.
           03 WS-PNT-NBR       PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-LOAD-BULLETIN-START
               THRU 1000-LOAD-BULLETIN-END.

           OPEN OUTPUT FIC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE 'PUBLIPOSTAGE DES BULLETINS - LISTE DE CONTROLE'
               TO REC-RAPPORT(1:46).
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2000-LOAD-TUTEURS-START
               THRU 2000-LOAD-TUTEURS-END.
           PERFORM 3000-SANS-DESTINATAIRE-START
               THRU 3000-SANS-DESTINATAIRE-END.
           PERFORM 4000-TRI-PLIS-START
               THRU 4000-TRI-PLIS-END.
           PERFORM 5000-LETTRES-START
               THRU 5000-LETTRES-END.

           INITIALIZE REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'ELEVES DU BULLETIN' TO REC-RAPPORT(1:40).
           MOVE ELEVE-LGTH TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           MOVE 'LIGNES DE RESPONSABLES LUES' TO REC-RAPPORT(1:40).
           MOVE WS-NB-TUTEURS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           MOVE 'RESPONSABLES NON DESTINATAIRES' TO REC-RAPPORT(1:40).
           MOVE WS-NB-NON-DEST TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           MOVE 'LIGNES DE RESPONSABLES ECARTEES' TO REC-RAPPORT(1:40).
           MOVE WS-NB-ECARTES TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           MOVE 'ELEVES SANS DESTINATAIRE' TO REC-RAPPORT(1:40).
           MOVE WS-NB-SANS-DEST TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           MOVE 'LETTRES EDITEES' TO REC-RAPPORT(1:40).
           MOVE WS-NB-LETTRES TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-RAPPORT(41:4).
           WRITE REC-RAPPORT.
           CLOSE FIC-RAPPORT.

           DISPLAY 'ELEVES DU BULLETIN       : ' ELEVE-LGTH.
           DISPLAY 'LETTRES EDITEES          : ' WS-NB-LETTRES.
           DISPLAY 'ELEVES SANS DESTINATAIRE : ' WS-NB-SANS-DEST.
           DISPLAY 'RESPONSABLES ECARTES     : ' WS-NB-ECARTES.
           DISPLAY 'LETTRES ECRITES          : prommail.dat'.
           DISPLAY 'ETIQUETTES ECRITES       : prommail-etiq.dat'.
           DISPLAY 'LISTE DE CONTROLE        : prommail.lis'.
           IF WS-NB-SANS-DEST > 0 OR WS-NB-ECARTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      *    Decoupage du bulletin output.dat de promo.cbl : le corps
      *    commence apres la ligne d'entete des colonnes ('-FIRSTNAME')
      *    et s'arrete au premier cadre '*' du pied ; une ligne non
      *    indentee ouvre la section d'un eleve, les lignes indentees
      *    qui la suivent en font partie.
       1000-LOAD-BULLETIN-START.
           OPEN INPUT F-BULLETIN.
           IF NOT WS-BULLETIN-OK
               DISPLAY 'BULLETIN output.dat ABSENT (STATUT '
                   WS-BULLETIN-STATUS '), LANCER promo AVANT, ARRET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BULLETIN-EOF
               READ F-BULLETIN
                   AT END
                       SET WS-BULLETIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1010-UNE-LIGNE-START
                           THRU 1010-UNE-LIGNE-END
               END-READ
           END-PERFORM.
           CLOSE F-BULLETIN.
       1000-LOAD-BULLETIN-END.
           EXIT.

       1010-UNE-LIGNE-START.
           IF WS-DANS-CORPS = 'N'
               IF REC-BULLETIN(1:10) = '-FIRSTNAME'
                   MOVE REC-BULLETIN(1:132) TO WS-ENTETE-COLONNES
                   MOVE 'O' TO WS-DANS-CORPS
               END-IF
               GO TO 1010-UNE-LIGNE-END
           END-IF.
           IF WS-DANS-CORPS = 'F'
               GO TO 1010-UNE-LIGNE-END
           END-IF.
           IF REC-BULLETIN(1:1) = '*'
               MOVE 'F' TO WS-DANS-CORPS
               GO TO 1010-UNE-LIGNE-END
           END-IF.
           IF REC-BULLETIN = SPACES OR LIGNE-LGTH >= 9999
               GO TO 1010-UNE-LIGNE-END
           END-IF.
           IF REC-BULLETIN(1:1) = SPACE
               IF ELEVE-LGTH = 0
                   GO TO 1010-UNE-LIGNE-END
               END-IF
           ELSE
               IF ELEVE-LGTH >= 999
                   GO TO 1010-UNE-LIGNE-END
               END-IF
               SET ELEVE-LGTH UP BY 1
               SET IDX-ELEVE TO ELEVE-LGTH
               MOVE BUL-FIRSTNAME TO TBL-ELV-FIRSTNAME(IDX-ELEVE)
               MOVE BUL-LASTNAME  TO TBL-ELV-LASTNAME(IDX-ELEVE)
               COMPUTE TBL-ELV-PREMIERE(IDX-ELEVE) = LIGNE-LGTH + 1
               MOVE 0 TO TBL-ELV-NB-LIGNES(IDX-ELEVE)
               MOVE 0 TO TBL-ELV-NB-PLIS(IDX-ELEVE)
           END-IF.
           SET LIGNE-LGTH UP BY 1.
           SET IDX-LIGNE TO LIGNE-LGTH.
           MOVE REC-BULLETIN(1:132) TO TBL-LIGNE(IDX-LIGNE).
           SET IDX-ELEVE TO ELEVE-LGTH.
           ADD 1 TO TBL-ELV-NB-LIGNES(IDX-ELEVE).
       1010-UNE-LIGNE-END.
           EXIT.

      ******************************************************************
      *    Responsables : un pli par responsable destinataire d'un
      *    eleve du bulletin ; les lignes inexploitables sont listees.
      *    Sans fichier, tous les eleves sortent sans destinataire.
       2000-LOAD-TUTEURS-START.
           OPEN INPUT FIC-TUTEUR.
           IF NOT WS-TUTEUR-OK
               DISPLAY 'PAS DE promo-tuteurs.dat : AUCUN DESTINATAIRE'
               GO TO 2000-LOAD-TUTEURS-END
           END-IF.
           PERFORM UNTIL WS-TUTEUR-EOF
               READ FIC-TUTEUR
                   AT END
                       SET WS-TUTEUR-EOF TO TRUE
                   NOT AT END
                       IF F-TUTEUR NOT = SPACES
                           ADD 1 TO WS-NB-TUTEURS
                           PERFORM 2010-UN-TUTEUR-START
                               THRU 2010-UN-TUTEUR-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-TUTEUR.
       2000-LOAD-TUTEURS-END.
           EXIT.

       2010-UN-TUTEUR-START.
           IF TUT-NE-RECOIT-PAS
               ADD 1 TO WS-NB-NON-DEST
               GO TO 2010-UN-TUTEUR-END
           END-IF.
           IF NOT TUT-RECOIT
               MOVE 'INDICATEUR DESTINATAIRE INVALIDE'
                   TO WS-MOTIF
               GO TO 2010-UN-TUTEUR-REFUS
           END-IF.
           SET IDX-ELEVE TO 1.
           SEARCH ELEVE-TBL
               AT END
                   MOVE 'ELEVE ABSENT DU BULLETIN' TO WS-MOTIF
                   GO TO 2010-UN-TUTEUR-REFUS
               WHEN TBL-ELV-LASTNAME(IDX-ELEVE) = TUT-LASTNAME
                   AND TBL-ELV-FIRSTNAME(IDX-ELEVE) = TUT-FIRSTNAME
                   CONTINUE
           END-SEARCH.
           IF TUT-NOM = SPACES OR TUT-LIGNE1 = SPACES
               OR TUT-VILLE = SPACES
               OR TUT-CODE-POSTAL NOT NUMERIC
               MOVE 'ADRESSE INCOMPLETE' TO WS-MOTIF
               GO TO 2010-UN-TUTEUR-REFUS
           END-IF.
           IF PLI-LGTH >= 999
               MOVE 'TROP DE PLIS' TO WS-MOTIF
               GO TO 2010-UN-TUTEUR-REFUS
           END-IF.
           SET PLI-LGTH UP BY 1.
           SET IDX-PLI TO PLI-LGTH.
           MOVE TUT-CODE-POSTAL TO TBL-PLI-CP(IDX-PLI).
           MOVE TUT-VILLE       TO TBL-PLI-VILLE(IDX-PLI).
           MOVE TUT-NOM         TO TBL-PLI-NOM(IDX-PLI).
           MOVE TUT-LIEN        TO TBL-PLI-LIEN(IDX-PLI).
           MOVE TUT-LIGNE1      TO TBL-PLI-LIGNE1(IDX-PLI).
           MOVE TUT-LIGNE2      TO TBL-PLI-LIGNE2(IDX-PLI).
           MOVE TUT-EMAIL       TO TBL-PLI-EMAIL(IDX-PLI).
           SET TBL-PLI-ELEVE(IDX-PLI) TO IDX-ELEVE.
           ADD 1 TO TBL-ELV-NB-PLIS(IDX-ELEVE).
           GO TO 2010-UN-TUTEUR-END.
       2010-UN-TUTEUR-REFUS.
           ADD 1 TO WS-NB-ECARTES.
           INITIALIZE REC-RAPPORT.
           MOVE 'RESPONSABLE ECARTE :' TO REC-RAPPORT(1:20).
           MOVE TUT-NOM       TO REC-RAPPORT(22:38).
           MOVE TUT-LASTNAME  TO REC-RAPPORT(61:20).
           MOVE TUT-FIRSTNAME TO REC-RAPPORT(82:20).
           WRITE REC-RAPPORT.
           INITIALIZE REC-RAPPORT.
           MOVE WS-MOTIF TO REC-RAPPORT(22:40).
           WRITE REC-RAPPORT.
       2010-UN-TUTEUR-END.
           EXIT.

      ******************************************************************
      *    Eleves du bulletin sans aucun responsable destinataire.
       3000-SANS-DESTINATAIRE-START.
           PERFORM VARYING IDX-ELEVE FROM 1 BY 1
                   UNTIL IDX-ELEVE > ELEVE-LGTH
               IF TBL-ELV-NB-PLIS(IDX-ELEVE) = 0
                   ADD 1 TO WS-NB-SANS-DEST
                   INITIALIZE REC-RAPPORT
                   MOVE 'SANS DESTINATAIRE  :' TO REC-RAPPORT(1:20)
                   MOVE TBL-ELV-LASTNAME(IDX-ELEVE)
                       TO REC-RAPPORT(22:20)
                   MOVE TBL-ELV-FIRSTNAME(IDX-ELEVE)
                       TO REC-RAPPORT(43:20)
                   WRITE REC-RAPPORT
               END-IF
           END-PERFORM.
       3000-SANS-DESTINATAIRE-END.
           EXIT.

      ******************************************************************
      *    Tri a bulles des plis sur code postal, commune et nom du
      *    destinataire ; s'arrete des qu'une passe ne produit plus
      *    d'echange.
       4000-TRI-PLIS-START.
           SET WS-SORT-DID-SWAP TO TRUE.
           PERFORM 4010-TRI-PASSE-START
               THRU 4010-TRI-PASSE-END
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= PLI-LGTH
               OR NOT WS-SORT-DID-SWAP.
       4000-TRI-PLIS-END.
           EXIT.

       4010-TRI-PASSE-START.
           MOVE 'N' TO WS-SORT-SWAPPED.
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J >= (PLI-LGTH - WS-SORT-I + 1)
               SET IDX-PLI  TO WS-SORT-J
               SET IDX-PLI2 TO WS-SORT-J
               SET IDX-PLI2 UP BY 1
               IF TBL-PLI-CLE(IDX-PLI) > TBL-PLI-CLE(IDX-PLI2)
                   MOVE PLI-TBL(IDX-PLI)  TO WS-PLI-HOLD
                   MOVE PLI-TBL(IDX-PLI2) TO PLI-TBL(IDX-PLI)
                   MOVE WS-PLI-HOLD       TO PLI-TBL(IDX-PLI2)
                   SET WS-SORT-DID-SWAP TO TRUE
               END-IF
           END-PERFORM.
       4010-TRI-PASSE-END.
           EXIT.

      ******************************************************************
      *    Une lettre et une etiquette par pli, dans l'ordre du tri.
       5000-LETTRES-START.
           OPEN OUTPUT FIC-LETTRE.
           OPEN OUTPUT FIC-ETIQ.
           PERFORM 5100-UNE-LETTRE-START
               THRU 5100-UNE-LETTRE-END
               VARYING IDX-PLI FROM 1 BY 1
               UNTIL IDX-PLI > PLI-LGTH.
           CLOSE FIC-LETTRE.
           CLOSE FIC-ETIQ.
       5000-LETTRES-END.
           EXIT.

       5100-UNE-LETTRE-START.
           ADD 1 TO WS-NB-LETTRES.
           SET IDX-ELEVE TO TBL-PLI-ELEVE(IDX-PLI).

           MOVE SPACES TO REC-ETIQ.
           MOVE WS-NB-LETTRES          TO ETQ-NUMERO.
           IF TBL-PLI-CP(IDX-PLI)(1:2) = '97'
               MOVE TBL-PLI-CP(IDX-PLI)(1:3) TO ETQ-DEPT
           ELSE
               MOVE TBL-PLI-CP(IDX-PLI)(1:2) TO ETQ-DEPT
           END-IF.
           MOVE TBL-PLI-NOM(IDX-PLI)    TO ETQ-LIGNE1.
           MOVE TBL-PLI-LIGNE1(IDX-PLI) TO ETQ-LIGNE2.
           IF TBL-PLI-LIGNE2(IDX-PLI) = SPACES
               STRING TBL-PLI-CP(IDX-PLI)    DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      TBL-PLI-VILLE(IDX-PLI) DELIMITED BY SIZE
                      INTO ETQ-LIGNE3
               END-STRING
           ELSE
               MOVE TBL-PLI-LIGNE2(IDX-PLI) TO ETQ-LIGNE3
               STRING TBL-PLI-CP(IDX-PLI)    DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      TBL-PLI-VILLE(IDX-PLI) DELIMITED BY SIZE
                      INTO ETQ-LIGNE4
               END-STRING
           END-IF.
           WRITE REC-ETIQ.

           INITIALIZE REC-LETTRE.
           MOVE ALL '*' TO REC-LETTRE.
           WRITE REC-LETTRE.
           INITIALIZE REC-LETTRE.
           MOVE 'PLI' TO REC-LETTRE(1:3).
           MOVE WS-NB-LETTRES TO REC-LETTRE(5:6).
           WRITE REC-LETTRE.
           INITIALIZE REC-LETTRE.
           WRITE REC-LETTRE.
           MOVE ETQ-LIGNE1 TO REC-LETTRE(60:38).
           WRITE REC-LETTRE.
           INITIALIZE REC-LETTRE.
           MOVE ETQ-LIGNE2 TO REC-LETTRE(60:38).
           WRITE REC-LETTRE.
           INITIALIZE REC-LETTRE.
           MOVE ETQ-LIGNE3 TO REC-LETTRE(60:38).
           WRITE REC-LETTRE.
           IF ETQ-LIGNE4 NOT = SPACES
               INITIALIZE REC-LETTRE
               MOVE ETQ-LIGNE4 TO REC-LETTRE(60:38)
               WRITE REC-LETTRE
           END-IF.
           INITIALIZE REC-LETTRE.
           WRITE REC-LETTRE.
           IF TBL-PLI-EMAIL(IDX-PLI) NOT = SPACES
               MOVE 'COURRIEL :' TO REC-LETTRE(60:10)
               MOVE TBL-PLI-EMAIL(IDX-PLI) TO REC-LETTRE(71:40)
               WRITE REC-LETTRE
               INITIALIZE REC-LETTRE
               WRITE REC-LETTRE
           END-IF.
           MOVE 'OBJET : BULLETIN DE NOTES DE' TO REC-LETTRE(1:28).
           MOVE TBL-ELV-FIRSTNAME(IDX-ELEVE) TO REC-LETTRE(30:20).
           MOVE TBL-ELV-LASTNAME(IDX-ELEVE)  TO REC-LETTRE(51:20).
           WRITE REC-LETTRE.
           INITIALIZE REC-LETTRE.
           MOVE 'DESTINATAIRE :' TO REC-LETTRE(1:14).
           MOVE TBL-PLI-LIEN(IDX-PLI) TO REC-LETTRE(16:10).
           WRITE REC-LETTRE.
           INITIALIZE REC-LETTRE.
           WRITE REC-LETTRE.
           MOVE WS-ENTETE-COLONNES TO REC-LETTRE.
           WRITE REC-LETTRE.

           COMPUTE WS-DERNIERE = TBL-ELV-PREMIERE(IDX-ELEVE)
                               + TBL-ELV-NB-LIGNES(IDX-ELEVE) - 1.
           PERFORM VARYING IDX-LIGNE
                   FROM TBL-ELV-PREMIERE(IDX-ELEVE) BY 1
                   UNTIL IDX-LIGNE > WS-DERNIERE
               MOVE TBL-LIGNE(IDX-LIGNE) TO REC-LETTRE
               WRITE REC-LETTRE
           END-PERFORM.
       5100-UNE-LETTRE-END.
           EXIT.
