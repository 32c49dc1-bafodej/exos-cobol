       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcfact.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Facture de comptoir a plusieurs lignes
      *                 au lieu d'une suite de calculs calc4 reportes
      *                 sur papier : pour chaque ligne sont saisis le
      *                 libelle, la quantite, le prix unitaire hors
      *                 taxes, le code du taux de TVA de calc-tva.txt
      *                 (S standard, I intermediaire, R reduit, comme
      *                 calc4) et une remise facultative en % de la
      *                 ligne. Un libelle vide termine la saisie. La TVA
      *                 est calculee sur le sous-total hors taxes de
      *                 chaque taux. La facture numerotee (compteur
      *                 persistant calc-facture.cpt) est affichee et
      *                 ecrite dans calcfact.lis, avec les sous-totaux
      *                 par taux, le total HT, le total TVA et le total
      *                 TTC. Chaque taux de la facture est trace dans
      *                 calculs.log (operateur "f" : HT du taux, numero
      *                 de facture, TTC du taux, champs TVA renseignes)
      *                 et entre ainsi dans le recapitulatif de
      *                 calctva. Selection depuis calcmenu.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-LOG ASSIGN TO 'calculs.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT FIC-TVA ASSIGN TO 'calc-tva.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TVA-STATUS.

           SELECT FIC-CPT ASSIGN TO 'calc-facture.cpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPT-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'calcfact.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-LOG.
           COPY CALCLOG.

      ***** Bareme des taux de TVA : un taux par ligne, code 'S'
      *     standard, 'I' intermediaire, 'R' reduit.
       FD FIC-TVA
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE IS F.
        01 REC-TVA.
              06     TVA-CODE             PIC X(1).
              06     FILLER               PIC X(1).
              06     TVA-TAUX             PIC 9(2)V99.

      ***** Compteur des factures : un seul enregistrement, le
      *     dernier numero attribue.
       FD FIC-CPT
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE IS F.
        01 REC-CPT.
              06     CPT-DERNIER          PIC 9(6).

       FD FIC-RAPPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT     PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-LOG-STATUS     PIC X(2).
        01 WS-TVA-STATUS     PIC X(2).
        01 WS-TVA-FIN        PIC X(1) VALUE 'N'.
        01 WS-CPT-STATUS     PIC X(2).
        01 WS-RAPPORT-STATUS PIC X(2).

      *    Taux du bareme (1 standard, 2 intermediaire, 3 reduit) et
      *    sous-totaux de la facture par taux.
        01 WS-CODES-TAUX     PIC X(3) VALUE "SIR".
        01 WS-TAUX-TBL.
           05 WS-TAUX-ENT OCCURS 3 TIMES.
              10 WS-TAUX        PIC 9(2)V99.
              10 WS-TAUX-LU     PIC X(1).
              10 WS-TAUX-HT     PIC 9(9)V99.
              10 WS-TAUX-TVA    PIC 9(9)V99.
        01 WS-T              PIC 9(1) VALUE 0.

      *    Lignes de la facture (20 au plus).
        01 WS-NB-LIGNES      PIC 9(2) VALUE 0.
        01 WS-MAX-LIGNES     PIC 9(2) VALUE 20.
        01 WS-LIGNES-TBL.
           05 WS-LIGNE-ENT OCCURS 20 TIMES.
              10 WS-LF-LIBELLE  PIC X(30).
              10 WS-LF-QTE      PIC 9(5).
              10 WS-LF-PU       PIC 9(7)V99.
              10 WS-LF-REMISE   PIC 9(2)V99.
              10 WS-LF-CODE     PIC X(1).
              10 WS-LF-HT       PIC 9(9)V99.
        01 WS-L              PIC 9(2) VALUE 0.

      *    Saisie de la ligne courante.
        01 WS-FIN-SAISIE     PIC X(1) VALUE 'N'.
        01 LIBELLE           PIC X(30) VALUE SPACES.
        01 QUANTITE          PIC 9(5) VALUE ZEROS.
        01 PRIX-UNITAIRE     PIC 9(7)V99 VALUE ZEROS.
        01 CODE-TAUX         PIC X(1) VALUE SPACE.
        01 REMISE            PIC 9(2)V99 VALUE ZEROS.
        01 WS-LIGNE-OK       PIC X(1) VALUE 'N'.

        01 CLIENT            PIC X(30) VALUE SPACES.
        01 NUMERO-FACTURE    PIC 9(6) VALUE ZEROS.
        01 WS-DATE-JOUR      PIC 9(8) VALUE ZEROS.
        01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DJ-AAAA     PIC 9(4).
           05 WS-DJ-MM       PIC 9(2).
           05 WS-DJ-JJ       PIC 9(2).
        01 TOTAL-HT          PIC 9(9)V99 VALUE ZEROS.
        01 TOTAL-TVA         PIC 9(9)V99 VALUE ZEROS.
        01 TOTAL-TTC         PIC 9(9)V99 VALUE ZEROS.
        01 WS-TTC-TAUX       PIC 9(9)V99 VALUE ZEROS.
        01 WS-TAUX-AFF       PIC 9(4).
        01 WS-TVA-AFF        PIC 9(10).

        01 WS-ED-TAUX        PIC Z9.99.

      *    Ligne de detail de la facture.
        01 WS-LIGNE-FACT.
           05 WS-LD-NUM      PIC Z9.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LD-LIBELLE  PIC X(24).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LD-QTE      PIC ZZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LD-PU       PIC Z(6)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LD-REMISE   PIC Z9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LD-HT       PIC Z(9)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LD-CODE     PIC X(1).

      *    Ligne de total.
        01 WS-LIGNE-TOT.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LT-LIBELLE  PIC X(50) VALUE SPACES.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LT-MONTANT  PIC Z(9)9.99.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGE-TAUX-TVA.
           IF WS-TVA-FIN NOT = 'O'
               STOP RUN
           END-IF.

           DISPLAY "Facture de comptoir (taux calc-tva.txt)."
           DISPLAY "Client (facultatif) : ".
           ACCEPT CLIENT.
           DISPLAY "Saisie des lignes, libelle vide pour terminer.".
           PERFORM SAISIE-LIGNE
               UNTIL WS-FIN-SAISIE = 'O'.
           IF WS-NB-LIGNES = 0
               DISPLAY "Aucune ligne saisie, pas de facture."
               STOP RUN
           END-IF.

           PERFORM CALCULE-TOTAUX.
           PERFORM ATTRIBUE-NUMERO.
           IF WS-CPT-STATUS NOT = '00'
               DISPLAY "Compteur calc-facture.cpt non mis a jour"
                   " (statut " WS-CPT-STATUS "), pas de facture."
               STOP RUN
           END-IF.
           PERFORM EDITE-FACTURE.
           PERFORM JOURNAL-FACTURE.
           DISPLAY "Facture ecrite dans calcfact.lis".
           STOP RUN.

      ***** Chargement des taux de TVA depuis calc-tva.txt ('S'
      *     standard en case 1, 'I' intermediaire en 2, 'R' reduit
      *     en 3). WS-TVA-FIN reste a 'O' si le bareme est lu.
       CHARGE-TAUX-TVA.
           INITIALIZE WS-TAUX-TBL.
           MOVE 'N' TO WS-TVA-FIN.
           OPEN INPUT FIC-TVA.
           IF WS-TVA-STATUS NOT = '00'
               DISPLAY "Bareme calc-tva.txt absent (statut "
                   WS-TVA-STATUS "), facture impossible."
           ELSE
               PERFORM LIT-UN-TAUX UNTIL WS-TVA-FIN = 'O'
               CLOSE FIC-TVA
           END-IF.
           EXIT.

       LIT-UN-TAUX.
           READ FIC-TVA
               AT END MOVE 'O' TO WS-TVA-FIN
               NOT AT END
                   EVALUATE TVA-CODE
                    WHEN 'S' MOVE 1 TO WS-T
                    WHEN 'I' MOVE 2 TO WS-T
                    WHEN 'R' MOVE 3 TO WS-T
                    WHEN OTHER MOVE 0 TO WS-T
                   END-EVALUATE
                   IF WS-T > 0
                       MOVE TVA-TAUX TO WS-TAUX(WS-T)
                       MOVE 'O'      TO WS-TAUX-LU(WS-T)
                   END-IF
           END-READ.
           EXIT.

      ***** Saisie d'une ligne : un libelle vide termine la facture *
       SAISIE-LIGNE.
           IF WS-NB-LIGNES >= WS-MAX-LIGNES
               DISPLAY "Facture pleine (" WS-MAX-LIGNES " lignes)."
               MOVE 'O' TO WS-FIN-SAISIE
           ELSE
               DISPLAY "Libelle : "
               MOVE SPACES TO LIBELLE
               ACCEPT LIBELLE
               IF LIBELLE = SPACES
                   MOVE 'O' TO WS-FIN-SAISIE
               ELSE
                   PERFORM SAISIE-DETAIL
               END-IF
           END-IF.
           EXIT.

      ***** Quantite, prix, taux et remise de la ligne ; une ligne
      *     refusee n'est pas gardee et la saisie continue.
       SAISIE-DETAIL.
           DISPLAY "Quantite : ".
           MOVE ZEROS TO QUANTITE.
           ACCEPT QUANTITE.
           DISPLAY "Prix unitaire HT (ex: 12.50) : ".
           MOVE ZEROS TO PRIX-UNITAIRE.
           ACCEPT PRIX-UNITAIRE.
           DISPLAY "Taux de TVA (S standard, I intermediaire,"
               " R reduit) : ".
           MOVE SPACE TO CODE-TAUX.
           ACCEPT CODE-TAUX.
           DISPLAY "Remise en % de la ligne (0 si aucune) : ".
           MOVE ZEROS TO REMISE.
           ACCEPT REMISE.

           MOVE 'O' TO WS-LIGNE-OK.
           EVALUATE CODE-TAUX
            WHEN 'S' WHEN 's' MOVE 1 TO WS-T
            WHEN 'I' WHEN 'i' MOVE 2 TO WS-T
            WHEN 'R' WHEN 'r' MOVE 3 TO WS-T
            WHEN OTHER MOVE 0 TO WS-T
           END-EVALUATE.
           IF WS-T = 0
               DISPLAY "Taux inconnu : " CODE-TAUX
                   ", ligne non retenue."
               MOVE 'N' TO WS-LIGNE-OK
           ELSE
               IF WS-TAUX-LU(WS-T) NOT = 'O'
                   DISPLAY "Taux " CODE-TAUX " absent de"
                       " calc-tva.txt, ligne non retenue."
                   MOVE 'N' TO WS-LIGNE-OK
               END-IF
           END-IF.
           IF QUANTITE = 0 OR PRIX-UNITAIRE = 0
               DISPLAY "Quantite ou prix a zero, ligne non retenue."
               MOVE 'N' TO WS-LIGNE-OK
           END-IF.
           IF REMISE > 99
               DISPLAY "Remise refusee : " REMISE
                   ", ligne non retenue."
               MOVE 'N' TO WS-LIGNE-OK
           END-IF.
           IF WS-LIGNE-OK = 'O'
               PERFORM RANGE-LIGNE
           END-IF.
           EXIT.

      ***** Ligne retenue : montant HT remise deduite, cumul du taux *
       RANGE-LIGNE.
           ADD 1 TO WS-NB-LIGNES.
           MOVE LIBELLE       TO WS-LF-LIBELLE(WS-NB-LIGNES).
           MOVE QUANTITE      TO WS-LF-QTE(WS-NB-LIGNES).
           MOVE PRIX-UNITAIRE TO WS-LF-PU(WS-NB-LIGNES).
           MOVE REMISE        TO WS-LF-REMISE(WS-NB-LIGNES).
           MOVE WS-CODES-TAUX(WS-T:1) TO WS-LF-CODE(WS-NB-LIGNES).
           COMPUTE WS-LF-HT(WS-NB-LIGNES) ROUNDED =
               QUANTITE * PRIX-UNITAIRE * (100 - REMISE) / 100.
           ADD WS-LF-HT(WS-NB-LIGNES) TO WS-TAUX-HT(WS-T).
           EXIT.

      ***** TVA de chaque taux sur son sous-total hors taxes *****
       CALCULE-TOTAUX.
           MOVE ZEROS TO TOTAL-HT TOTAL-TVA.
           PERFORM CALCULE-TAUX
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3.
           COMPUTE TOTAL-TTC = TOTAL-HT + TOTAL-TVA.
           EXIT.

       CALCULE-TAUX.
           COMPUTE WS-TAUX-TVA(WS-T) ROUNDED =
               WS-TAUX-HT(WS-T) * WS-TAUX(WS-T) / 100.
           ADD WS-TAUX-HT(WS-T)  TO TOTAL-HT.
           ADD WS-TAUX-TVA(WS-T) TO TOTAL-TVA.
           EXIT.

      ***** Numero suivant du compteur calc-facture.cpt, reecrit
      *     aussitot (cree a 1 la premiere fois).
       ATTRIBUE-NUMERO.
           MOVE ZEROS TO NUMERO-FACTURE.
           OPEN INPUT FIC-CPT.
           IF WS-CPT-STATUS = '00'
               READ FIC-CPT
                   AT END CONTINUE
                   NOT AT END
                       IF CPT-DERNIER IS NUMERIC
                           MOVE CPT-DERNIER TO NUMERO-FACTURE
                       END-IF
               END-READ
               CLOSE FIC-CPT
           END-IF.
           ADD 1 TO NUMERO-FACTURE.

           OPEN OUTPUT FIC-CPT.
           IF WS-CPT-STATUS = '00'
               MOVE NUMERO-FACTURE TO CPT-DERNIER
               WRITE REC-CPT
               CLOSE FIC-CPT
           END-IF.
           EXIT.

      ***** Facture a l'ecran et dans calcfact.lis *****
       EDITE-FACTURE.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "FACTURE N. " DELIMITED BY SIZE
               NUMERO-FACTURE DELIMITED BY SIZE
               " DU "         DELIMITED BY SIZE
               WS-DJ-JJ       DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               WS-DJ-MM       DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               WS-DJ-AAAA     DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           PERFORM ECRIT-LIGNE.
           IF CLIENT NOT = SPACES
               MOVE SPACES TO REC-RAPPORT
               STRING "CLIENT : " DELIMITED BY SIZE
                   CLIENT DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               PERFORM ECRIT-LIGNE
           END-IF.
           MOVE ALL "-" TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO REC-RAPPORT.
           MOVE "N." TO REC-RAPPORT(1:2).
           MOVE "LIBELLE" TO REC-RAPPORT(4:7).
           MOVE "QTE" TO REC-RAPPORT(31:3).
           MOVE "PU HT" TO REC-RAPPORT(41:5).
           MOVE "REM%" TO REC-RAPPORT(47:4).
           MOVE "MONTANT HT" TO REC-RAPPORT(61:10).
           MOVE "T" TO REC-RAPPORT(73:1).
           PERFORM ECRIT-LIGNE.
           MOVE ALL "-" TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.

           PERFORM EDITE-LIGNE
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-NB-LIGNES.

           MOVE ALL "-" TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           PERFORM EDITE-SOUS-TOTAL
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3.
           MOVE ALL "-" TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.

           MOVE "TOTAL HT" TO WS-LT-LIBELLE.
           MOVE TOTAL-HT TO WS-LT-MONTANT.
           PERFORM ECRIT-LIGNE-TOT.
           MOVE "TOTAL TVA" TO WS-LT-LIBELLE.
           MOVE TOTAL-TVA TO WS-LT-MONTANT.
           PERFORM ECRIT-LIGNE-TOT.
           MOVE "TOTAL TTC" TO WS-LT-LIBELLE.
           MOVE TOTAL-TTC TO WS-LT-MONTANT.
           PERFORM ECRIT-LIGNE-TOT.
           CLOSE FIC-RAPPORT.
           EXIT.

       EDITE-LIGNE.
           MOVE WS-L                 TO WS-LD-NUM.
           MOVE WS-LF-LIBELLE(WS-L)  TO WS-LD-LIBELLE.
           MOVE WS-LF-QTE(WS-L)      TO WS-LD-QTE.
           MOVE WS-LF-PU(WS-L)       TO WS-LD-PU.
           MOVE WS-LF-REMISE(WS-L)   TO WS-LD-REMISE.
           MOVE WS-LF-HT(WS-L)       TO WS-LD-HT.
           MOVE WS-LF-CODE(WS-L)     TO WS-LD-CODE.
           MOVE WS-LIGNE-FACT TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           EXIT.

      ***** Sous-totaux d'un taux present sur la facture *****
       EDITE-SOUS-TOTAL.
           IF WS-TAUX-HT(WS-T) > ZERO
               MOVE WS-TAUX(WS-T) TO WS-ED-TAUX
               MOVE SPACES TO WS-LT-LIBELLE
               STRING "HT AU TAUX " DELIMITED BY SIZE
                   WS-CODES-TAUX(WS-T:1) DELIMITED BY SIZE
                   " ("       DELIMITED BY SIZE
                   WS-ED-TAUX DELIMITED BY SIZE
                   " %)"      DELIMITED BY SIZE
                   INTO WS-LT-LIBELLE
               END-STRING
               MOVE WS-TAUX-HT(WS-T) TO WS-LT-MONTANT
               PERFORM ECRIT-LIGNE-TOT
               MOVE SPACES TO WS-LT-LIBELLE
               STRING "TVA AU TAUX " DELIMITED BY SIZE
                   WS-CODES-TAUX(WS-T:1) DELIMITED BY SIZE
                   " ("       DELIMITED BY SIZE
                   WS-ED-TAUX DELIMITED BY SIZE
                   " %)"      DELIMITED BY SIZE
                   INTO WS-LT-LIBELLE
               END-STRING
               MOVE WS-TAUX-TVA(WS-T) TO WS-LT-MONTANT
               PERFORM ECRIT-LIGNE-TOT
           END-IF.
           EXIT.

       ECRIT-LIGNE-TOT.
           MOVE WS-LIGNE-TOT TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           EXIT.

       ECRIT-LIGNE.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.
           EXIT.

      ***** Trace de la facture dans calculs.log : une ligne par taux
      *     present, TVA en chiffres bruts comme calc4 pour le
      *     recapitulatif de calctva.cbl.
       JOURNAL-FACTURE.
           OPEN EXTEND FIC-LOG.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT FIC-LOG
           END-IF.
           PERFORM JOURNAL-TAUX
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3.
           CLOSE FIC-LOG.
           EXIT.

       JOURNAL-TAUX.
           IF WS-TAUX-HT(WS-T) > ZERO
               COMPUTE WS-TTC-TAUX =
                   WS-TAUX-HT(WS-T) + WS-TAUX-TVA(WS-T)
               MOVE SPACES TO REC-CALCLOG
               MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-HEURE
               MOVE "calcfact"        TO LOG-PROGRAMME
               MOVE WS-TAUX-HT(WS-T)  TO LOG-OPERANDE1
               MOVE "f"               TO LOG-OPERATEUR
               MOVE NUMERO-FACTURE    TO LOG-OPERANDE2
               MOVE WS-TTC-TAUX       TO LOG-RESULTAT
               COMPUTE WS-TAUX-AFF = WS-TAUX(WS-T) * 100
               COMPUTE WS-TVA-AFF  = WS-TAUX-TVA(WS-T) * 100
               MOVE WS-TAUX-AFF TO LOG-TVA-TAUX
               MOVE WS-TVA-AFF  TO LOG-TVA-MONTANT
               WRITE REC-CALCLOG
           END-IF.
           EXIT.
