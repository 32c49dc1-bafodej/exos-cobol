       IDENTIFICATION DIVISION.
       PROGRAM-ID. Isopan.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Pendant de isotest.cbl pour des lignes
      *                 de texte entieres (phrases, slogans, definitions
      *                 de grilles) au lieu de mots seuls : isopan.dat
      *                 en entree, une ligne de 200 caracteres au plus
      *                 par texte. Meme normalisation que isotest.cbl
      *                 (majuscules, lettres accentuees ramenees a leur
      *                 lettre de base), appliquee seulement a l'octet
      *                 qui suit X"C3" pour qu'une apostrophe ou un
      *                 guillemet typographiques ne comptent pas comme
      *                 des lettres. Pour chaque ligne, isopan.lis
      *                 indique si c'est un pangramme (parfait si
      *                 chaque lettre n'y figure qu'une fois) ou, sinon,
      *                 les lettres absentes (lipogramme en ces
      *                 lettres). En fin de lot : lettres absentes de
      *                 tout le corpus et table de frequence des 26
      *                 lettres (nombre, pourcentage) comparee a la
      *                 table de reference du francais lue dans
      *                 freq-fr.txt (facultatif, une lettre par ligne :
      *                 "E 14,72").
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-TEXTES ASSIGN TO 'isopan.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXTES-STATUS.
           SELECT FIC-RESULTATS ASSIGN TO 'isopan.lis'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIC-REFERENCE ASSIGN TO 'freq-fr.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-TEXTES.
       01 REC-FIC-TEXTES         PIC X(200).

       FD FIC-RESULTATS.
       01 REC-FIC-RESULTATS      PIC X(220).

      *    Frequence de reference d'une lettre, en pourcentage avec
      *    deux decimales : "E 14,72".
       FD FIC-REFERENCE.
       01 REC-REFERENCE.
           05  REF-LETTRE        PIC X(1).
           05  FILLER            PIC X(1).
           05  REF-ENTIER        PIC 9(2).
           05  FILLER            PIC X(1).
           05  REF-DECIMALES     PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-TEXTES-STATUS PIC X(2) VALUE SPACES.
           88  WS-TEXTES-OK     VALUE '00'.
       01  WS-REFERENCE-STATUS PIC X(2) VALUE SPACES.
           88  WS-REFERENCE-OK  VALUE '00'.
       01  WS-EOF-TEXTES PIC X(01) VALUE 'N'.
           88  WS-FIN-TEXTES VALUE 'O'.
       01  WS-EOF-REFERENCE PIC X(01) VALUE 'N'.
           88  WS-FIN-REFERENCE VALUE 'O'.

       01  WS-LIGNE-TEXTE PIC X(200).
       01  WS-LIGNE-NORM  PIC X(200).
       01  WS-ALPHABET PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ALPHABET-TBL REDEFINES WS-ALPHABET.
           05  WS-ALPHA-LETTRE PIC X OCCURS 26 TIMES
                   INDEXED BY IDX-ALPHA.

      *    Repli des lettres accentuees : second octet UTF-8 (apres
      *    X"C3") et lettre de base, memes paires que isotest.cbl.
       01  WS-ACCENTS-SOURCE-GRP.
           05  FILLER PIC X(14) VALUE X"8082848788898A8B8E8F94999B9C".
           05  FILLER PIC X(15) VALUE X"A0A2A4A7A8A9AAABAEAFB4B9BBBCBF".
       01  WS-ACCENTS-SOURCE REDEFINES WS-ACCENTS-SOURCE-GRP
                             PIC X(29).
       01  WS-ACCENTS-BASE PIC X(29) VALUE
               "AAACEEEEIIOUUUAAACEEEEIIOUUUY".
       01  WS-OCTET PIC X(01).

      *    Compteurs de lettres de la ligne courante et du corpus.
       01  WS-LETTRES-LIGNE-TBL.
           05  WS-LETTRE-LIGNE PIC 9(3) OCCURS 26 TIMES.
       01  WS-LETTRES-CORPUS-TBL.
           05  WS-LETTRE-CORPUS PIC 9(9) OCCURS 26 TIMES.
       01  WS-REFERENCE-TBL.
           05  WS-REF-POURCENT PIC 99V99 OCCURS 26 TIMES.
       01  WS-REF-PRESENTE PIC X(1) OCCURS 26 TIMES.
       01  WS-NB-REFERENCES PIC 9(2) VALUE ZEROS.

       01  WS-INDEX PIC 9(3) VALUE ZEROS.
       01  WS-IDX-LETTRE PIC 9(2) VALUE ZEROS.
       01  WS-POS-LETTRE PIC 9(2) VALUE ZEROS.
       01  WS-LONGUEUR PIC 9(3) VALUE ZEROS.
       01  WS-NB-LETTRES-LIGNE PIC 9(3) VALUE ZEROS.
       01  WS-NB-ABSENTES PIC 9(2) VALUE ZEROS.
       01  WS-NB-DOUBLES PIC 9(2) VALUE ZEROS.
       01  WS-ABSENTES PIC X(52) VALUE SPACES.
       01  WS-POS-ABSENTE PIC 9(2) VALUE ZEROS.

       01  WS-NB-LIGNES PIC 9(5) VALUE ZEROS.
       01  WS-NB-VIDES PIC 9(5) VALUE ZEROS.
       01  WS-NB-PANGRAMMES PIC 9(5) VALUE ZEROS.
       01  WS-NB-PARFAITS PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-LETTRES PIC 9(9) VALUE ZEROS.

       01  WS-LIGNE-ENTETE.
           05  FILLER          PIC X(6) VALUE "LIGNE ".
           05  WS-ENT-NO       PIC ZZZZ9.
           05  FILLER          PIC X(3) VALUE " : ".
           05  WS-ENT-TEXTE    PIC X(200).
       01  WS-LIGNE-VERDICT PIC X(220).

       01  WS-LIGNE-FREQUENCE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-FRQ-LETTRE   PIC X(1).
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-FRQ-NOMBRE   PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-FRQ-POURCENT PIC ZZ9,99.
           05  FILLER          PIC X(5) VALUE " %   ".
           05  WS-FRQ-REFERENCE PIC X(8).
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-FRQ-ECART    PIC X(7).
       01  WS-POURCENT PIC 999V99 VALUE ZEROS.
       01  WS-ECART PIC S999V99 VALUE ZEROS.
       01  WS-ED-REFERENCE PIC ZZ9,99.
       01  WS-ED-ECART PIC +++9,99.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM CHARGER-REFERENCE-START
               THRU CHARGER-REFERENCE-END.
           PERFORM TRAITEMENT-LOT-START
               THRU TRAITEMENT-LOT-END.
           DISPLAY "LIGNES LUES      : " WS-NB-LIGNES.
           DISPLAY "PANGRAMMES       : " WS-NB-PANGRAMMES.
           DISPLAY "  DONT PARFAITS  : " WS-NB-PARFAITS.
           DISPLAY "LETTRES DU CORPUS: " WS-TOTAL-LETTRES.
           DISPLAY "RESULTATS DANS isopan.lis".
           STOP RUN.

      ***** Table de reference des frequences du francais ; fichier  **
      ***** facultatif : sans lui, la table du corpus est ecrite sans **
      ***** comparaison                                               **
       CHARGER-REFERENCE-START.
           MOVE ZEROS TO WS-REFERENCE-TBL WS-NB-REFERENCES.
           MOVE 1 TO WS-IDX-LETTRE.
           PERFORM RAZ-REFERENCE
               26 TIMES.
           OPEN INPUT FIC-REFERENCE.
           IF NOT WS-REFERENCE-OK
               DISPLAY "freq-fr.txt ABSENT : FREQUENCES DU CORPUS SANS"
                   " COMPARAISON"
               GO TO CHARGER-REFERENCE-END
           END-IF.
           PERFORM LIRE-REFERENCE
               UNTIL WS-FIN-REFERENCE.
           CLOSE FIC-REFERENCE.
       CHARGER-REFERENCE-END.
           EXIT.

       RAZ-REFERENCE.
           MOVE 'N' TO WS-REF-PRESENTE(WS-IDX-LETTRE).
           ADD 1 TO WS-IDX-LETTRE.

      *    Une ligne mal formee (lettre inconnue, pourcentage non
      *    numerique) est ignoree.
       LIRE-REFERENCE.
           READ FIC-REFERENCE
               AT END
                   MOVE 'O' TO WS-EOF-REFERENCE
               NOT AT END
                   INSPECT REF-LETTRE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE 0 TO WS-POS-LETTRE
                   SET IDX-ALPHA TO 1
                   SEARCH WS-ALPHA-LETTRE
                       AT END CONTINUE
                       WHEN WS-ALPHA-LETTRE(IDX-ALPHA) = REF-LETTRE
                           SET WS-POS-LETTRE TO IDX-ALPHA
                   END-SEARCH
                   IF WS-POS-LETTRE > 0
                       AND REF-ENTIER IS NUMERIC
                       AND REF-DECIMALES IS NUMERIC
                       COMPUTE WS-REF-POURCENT(WS-POS-LETTRE) =
                           REF-ENTIER + REF-DECIMALES / 100
                       MOVE 'O' TO WS-REF-PRESENTE(WS-POS-LETTRE)
                       ADD 1 TO WS-NB-REFERENCES
                   END-IF
           END-READ.

      ***** Traitement du lot : un verdict par ligne de isopan.dat,  **
      ***** puis les syntheses du corpus                             **
       TRAITEMENT-LOT-START.
           MOVE ZEROS TO WS-LETTRES-CORPUS-TBL.
           OPEN INPUT FIC-TEXTES.
           OPEN OUTPUT FIC-RESULTATS.
           IF NOT WS-TEXTES-OK
               MOVE "isopan.dat ABSENT : AUCUNE LIGNE A ANALYSER"
                   TO REC-FIC-RESULTATS
               WRITE REC-FIC-RESULTATS
               DISPLAY "isopan.dat ABSENT : AUCUNE LIGNE A ANALYSER"
               CLOSE FIC-RESULTATS
               GO TO TRAITEMENT-LOT-END
           END-IF.
           PERFORM LIRE-TEXTE.
           PERFORM TRAITER-LIGNE-START
               THRU TRAITER-LIGNE-END
               UNTIL WS-FIN-TEXTES.
           CLOSE FIC-TEXTES.
           PERFORM ECRIRE-ABSENTES-CORPUS-START
               THRU ECRIRE-ABSENTES-CORPUS-END.
           PERFORM ECRIRE-FREQUENCES-START
               THRU ECRIRE-FREQUENCES-END.
           CLOSE FIC-RESULTATS.
       TRAITEMENT-LOT-END.
           EXIT.

       LIRE-TEXTE.
           READ FIC-TEXTES INTO WS-LIGNE-TEXTE
               AT END MOVE 'O' TO WS-EOF-TEXTES
           END-READ.

      ***** Une ligne : comptage de ses lettres, verdict pangramme /  **
      ***** lettres absentes, cumul dans les compteurs du corpus      **
       TRAITER-LIGNE-START.
           ADD 1 TO WS-NB-LIGNES.
           MOVE WS-NB-LIGNES TO WS-ENT-NO.
           MOVE WS-LIGNE-TEXTE TO WS-ENT-TEXTE.
           MOVE WS-LIGNE-ENTETE TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.

           PERFORM COMPTER-LETTRES-LIGNE-START
               THRU COMPTER-LETTRES-LIGNE-END.

           MOVE SPACES TO WS-LIGNE-VERDICT.
           IF WS-NB-LETTRES-LIGNE = 0
               ADD 1 TO WS-NB-VIDES
               MOVE "      AUCUNE LETTRE" TO WS-LIGNE-VERDICT
               GO TO TRAITER-LIGNE-ECRIT
           END-IF.

           MOVE ZEROS TO WS-NB-ABSENTES WS-NB-DOUBLES.
           MOVE SPACES TO WS-ABSENTES.
           MOVE 1 TO WS-POS-ABSENTE.
           MOVE 1 TO WS-IDX-LETTRE.
           PERFORM EXAMINER-LETTRE-LIGNE
               26 TIMES.

           IF WS-NB-ABSENTES = 0
               ADD 1 TO WS-NB-PANGRAMMES
               IF WS-NB-DOUBLES = 0
                   ADD 1 TO WS-NB-PARFAITS
                   MOVE "      PANGRAMME PARFAIT (UNE FOIS CHAQUE)"
                       TO WS-LIGNE-VERDICT
               ELSE
                   MOVE "      PANGRAMME" TO WS-LIGNE-VERDICT
               END-IF
           ELSE
               STRING "      PAS UN PANGRAMME, " DELIMITED BY SIZE
                   WS-NB-ABSENTES DELIMITED BY SIZE
                   " LETTRE(S) ABSENTE(S) - LIPOGRAMME EN : "
                   DELIMITED BY SIZE
                   WS-ABSENTES DELIMITED BY SIZE
                   INTO WS-LIGNE-VERDICT
               END-STRING
           END-IF.

       TRAITER-LIGNE-ECRIT.
           MOVE WS-LIGNE-VERDICT TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.
           PERFORM LIRE-TEXTE.
       TRAITER-LIGNE-END.
           EXIT.

       EXAMINER-LETTRE-LIGNE.
           IF WS-LETTRE-LIGNE(WS-IDX-LETTRE) = 0
               ADD 1 TO WS-NB-ABSENTES
               MOVE WS-ALPHA-LETTRE(WS-IDX-LETTRE)
                   TO WS-ABSENTES(WS-POS-ABSENTE:1)
               ADD 2 TO WS-POS-ABSENTE
           END-IF.
           IF WS-LETTRE-LIGNE(WS-IDX-LETTRE) > 1
               ADD 1 TO WS-NB-DOUBLES
           END-IF.
           ADD WS-LETTRE-LIGNE(WS-IDX-LETTRE)
               TO WS-LETTRE-CORPUS(WS-IDX-LETTRE) WS-TOTAL-LETTRES.
           ADD 1 TO WS-IDX-LETTRE.

      ***** Majuscules, puis parcours octet par octet : une lettre    **
      ***** A-Z compte pour elle-meme, X"C3" suivi d'une voyelle ou   **
      ***** d'un C accentues compte pour la lettre de base ; tout le  **
      ***** reste (espaces, ponctuation, chiffres) est ignore         **
       COMPTER-LETTRES-LIGNE-START.
           MOVE ZEROS TO WS-LETTRES-LIGNE-TBL WS-NB-LETTRES-LIGNE.
           MOVE WS-LIGNE-TEXTE TO WS-LIGNE-NORM.
           INSPECT WS-LIGNE-NORM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 1 TO WS-INDEX.
           PERFORM COMPTER-OCTET
               UNTIL WS-INDEX > 200.
       COMPTER-LETTRES-LIGNE-END.
           EXIT.

       COMPTER-OCTET.
           MOVE WS-LIGNE-NORM(WS-INDEX:1) TO WS-OCTET.
           IF WS-OCTET = X"C3" AND WS-INDEX < 200
               ADD 1 TO WS-INDEX
               MOVE WS-LIGNE-NORM(WS-INDEX:1) TO WS-OCTET
               INSPECT WS-OCTET CONVERTING WS-ACCENTS-SOURCE
                   TO WS-ACCENTS-BASE
           END-IF.
           MOVE 0 TO WS-POS-LETTRE.
           SET IDX-ALPHA TO 1.
           SEARCH WS-ALPHA-LETTRE
               AT END CONTINUE
               WHEN WS-ALPHA-LETTRE(IDX-ALPHA) = WS-OCTET
                   SET WS-POS-LETTRE TO IDX-ALPHA
           END-SEARCH.
           IF WS-POS-LETTRE > 0
               AND WS-LETTRE-LIGNE(WS-POS-LETTRE) < 999
               ADD 1 TO WS-LETTRE-LIGNE(WS-POS-LETTRE)
               ADD 1 TO WS-NB-LETTRES-LIGNE
           END-IF.
           ADD 1 TO WS-INDEX.

      ***** Lettres qui n'apparaissent dans aucune ligne du corpus    **
       ECRIRE-ABSENTES-CORPUS-START.
           MOVE SPACES TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.
           MOVE ZEROS TO WS-NB-ABSENTES.
           MOVE SPACES TO WS-ABSENTES.
           MOVE 1 TO WS-POS-ABSENTE.
           MOVE 1 TO WS-IDX-LETTRE.
           PERFORM EXAMINER-LETTRE-CORPUS
               26 TIMES.
           MOVE SPACES TO WS-LIGNE-VERDICT.
           IF WS-NB-ABSENTES = 0
               MOVE "TOUTES LES LETTRES APPARAISSENT DANS LE CORPUS."
                   TO WS-LIGNE-VERDICT
           ELSE
               STRING "LETTRES ABSENTES DE TOUT LE CORPUS"
                   " (LIPOGRAMME EN) : " DELIMITED BY SIZE
                   WS-ABSENTES DELIMITED BY SIZE
                   INTO WS-LIGNE-VERDICT
               END-STRING
           END-IF.
           MOVE WS-LIGNE-VERDICT TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.
       ECRIRE-ABSENTES-CORPUS-END.
           EXIT.

       EXAMINER-LETTRE-CORPUS.
           IF WS-LETTRE-CORPUS(WS-IDX-LETTRE) = 0
               ADD 1 TO WS-NB-ABSENTES
               MOVE WS-ALPHA-LETTRE(WS-IDX-LETTRE)
                   TO WS-ABSENTES(WS-POS-ABSENTE:1)
               ADD 2 TO WS-POS-ABSENTE
           END-IF.
           ADD 1 TO WS-IDX-LETTRE.

      ***** Table de frequence du corpus : nombre et pourcentage de   **
      ***** chaque lettre, pourcentage de reference et ecart          **
       ECRIRE-FREQUENCES-START.
           MOVE SPACES TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.
           MOVE SPACES TO WS-LIGNE-VERDICT.
           STRING "FREQUENCE DES LETTRES SUR " DELIMITED BY SIZE
               WS-NB-LIGNES DELIMITED BY SIZE
               " LIGNES, " DELIMITED BY SIZE
               WS-TOTAL-LETTRES DELIMITED BY SIZE
               " LETTRES (REFERENCE : freq-fr.txt)" DELIMITED BY SIZE
               INTO WS-LIGNE-VERDICT
           END-STRING.
           MOVE WS-LIGNE-VERDICT TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.
           MOVE "LETTRE     NOMBRE    CORPUS     REFERENCE    ECART"
               TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.
           MOVE 1 TO WS-IDX-LETTRE.
           PERFORM ECRIRE-FREQUENCE-LETTRE
               26 TIMES.
       ECRIRE-FREQUENCES-END.
           EXIT.

       ECRIRE-FREQUENCE-LETTRE.
           MOVE WS-ALPHA-LETTRE(WS-IDX-LETTRE) TO WS-FRQ-LETTRE.
           MOVE WS-LETTRE-CORPUS(WS-IDX-LETTRE) TO WS-FRQ-NOMBRE.
           MOVE ZEROS TO WS-POURCENT.
           IF WS-TOTAL-LETTRES > 0
               COMPUTE WS-POURCENT ROUNDED =
                   WS-LETTRE-CORPUS(WS-IDX-LETTRE) * 100
                   / WS-TOTAL-LETTRES
           END-IF.
           MOVE WS-POURCENT TO WS-FRQ-POURCENT.
           IF WS-REF-PRESENTE(WS-IDX-LETTRE) = 'O'
               MOVE WS-REF-POURCENT(WS-IDX-LETTRE) TO WS-ED-REFERENCE
               STRING WS-ED-REFERENCE " %" DELIMITED BY SIZE
                   INTO WS-FRQ-REFERENCE
               END-STRING
               COMPUTE WS-ECART =
                   WS-POURCENT - WS-REF-POURCENT(WS-IDX-LETTRE)
               MOVE WS-ECART TO WS-ED-ECART
               MOVE WS-ED-ECART TO WS-FRQ-ECART
           ELSE
               MOVE "     -  " TO WS-FRQ-REFERENCE
               MOVE SPACES TO WS-FRQ-ECART
           END-IF.
           MOVE WS-LIGNE-FREQUENCE TO REC-FIC-RESULTATS.
           WRITE REC-FIC-RESULTATS.
           ADD 1 TO WS-IDX-LETTRE.
