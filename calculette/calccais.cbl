       IDENTIFICATION DIVISION.
       PROGRAM-ID. calccais.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Cloture de caisse de fin de journee :
      *                 le caissier saisit le nombre de billets et de
      *                 pieces comptes par coupure (500 a 0.01), puis
      *                 les totaux cartes et cheques. Le total compte
      *                 est rapproche du cumul du jour de
      *                 calc4-total.dat (CALCTOT.cpy) et de la somme
      *                 des resultats calc4 du jour dans calculs.log ;
      *                 quand calc4-total.dat ne porte plus la date
      *                 cloturee, le journal sert de total attendu. Le
      *                 bordereau signe (detail, attendu, ecart) est
      *                 affiche et ecrit dans calccais.lis, et la
      *                 cloture est ajoutee a calc-clotures.dat
      *                 (CALCCLO.cpy). Une journee deja cloturee ne se
      *                 recloture qu'avec un code superviseur de
      *                 calc-superviseurs.txt. Date cloturee en ligne
      *                 de commande (AAAAMMJJ, aujourd'hui par defaut) ;
      *                 un mois AAAAMM en ligne de commande edite a la
      *                 place le rapport des ecarts par jour du mois
      *                 dans calccais-mois.lis. Selection depuis
      *                 calcmenu.
      *    2026-10-15  Les lignes 'f' de calcfact (TTC par taux de
      *                 chaque facture) du journal s'ajoutent au total
      *                 du journal et au total attendu, calcfact
      *                 n'alimentant pas calc4-total.dat ; le bordereau
      *                 les detaille sur une ligne propre.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-LOG ASSIGN TO 'calculs.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT FIC-TOT ASSIGN TO 'calc4-total.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.

           SELECT FIC-CLO ASSIGN TO 'calc-clotures.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.

           SELECT FIC-SUP ASSIGN TO 'calc-superviseurs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'calccais.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-MOIS ASSIGN TO 'calccais-mois.lis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-LOG.
           COPY CALCLOG.

       FD FIC-TOT.
           COPY CALCTOT.

       FD FIC-CLO
           RECORD CONTAINS 119 CHARACTERS
           RECORDING MODE IS F.
           COPY CALCCLO.

      ***** Un superviseur par ligne : code, nom.
       FD FIC-SUP
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.
        01 REC-SUPERVISEUR.
              06     SUP-CODE             PIC X(8).
              06     FILLER               PIC X(1).
              06     SUP-NOM              PIC X(30).

       FD FIC-RAPPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT     PIC X(80).

       FD FIC-MOIS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MOIS        PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-LOG-STATUS     PIC X(2).
        01 WS-LOG-FIN        PIC X(1) VALUE 'N'.
        01 WS-TOT-STATUS     PIC X(2).
        01 WS-CLO-STATUS     PIC X(2).
        01 WS-CLO-FIN        PIC X(1) VALUE 'N'.
        01 WS-SUP-STATUS     PIC X(2).
        01 WS-SUP-FIN        PIC X(1) VALUE 'N'.
        01 WS-RAPPORT-STATUS PIC X(2).
        01 WS-MOIS-STATUS    PIC X(2).

      *    Ligne de commande : AAAAMMJJ (cloture d'une date) ou
      *    AAAAMM (rapport mensuel des ecarts).
        01 WS-CMD-LINE       PIC X(20) VALUE SPACES.
        01 WS-PARM           PIC X(8)  VALUE SPACES.
        01 WS-PARM-LONG      PIC 9(2)  VALUE 0.
        01 WS-DATE-JOUR      PIC 9(8)  VALUE ZEROS.
        01 WS-DATE-CLOTURE   PIC 9(8)  VALUE ZEROS.
        01 WS-MOIS-VOULU     PIC 9(6)  VALUE ZEROS.

      *    Date decoupee pour les editions JJ/MM/AAAA.
        01 WS-DATE-TRAV      PIC 9(8)  VALUE ZEROS.
        01 WS-DATE-TRAV-R REDEFINES WS-DATE-TRAV.
           05 WS-DT-AAAAMM.
              10 WS-DT-AAAA  PIC 9(4).
              10 WS-DT-MM    PIC 9(2).
           05 WS-DT-JJ       PIC 9(2).
        01 WS-DATE-ED        PIC X(10) VALUE SPACES.

      *    Coupures de l'euro, des billets de 500 aux pieces de
      *    0.01 : les sept premieres sont des billets.
        01 WS-COUPURES-VAL.
           05 FILLER PIC X(35)
                  VALUE "50000200001000005000020000100000500".
           05 FILLER PIC X(40)
                  VALUE "0020000100000500002000010000050000200001".
        01 WS-COUPURES REDEFINES WS-COUPURES-VAL.
           05 WS-COUPURE-VAL PIC 9(3)V99 OCCURS 15 TIMES.
        01 WS-NB-COUPURES    PIC 9(2) VALUE 15.
        01 WS-NB-BILLETS     PIC 9(2) VALUE 7.
        01 WS-COUPURES-NB.
           05 WS-COUPURE-NB  PIC 9(5) OCCURS 15 TIMES.
        01 WS-I              PIC 9(2) VALUE 0.

      *    Montants de la cloture.
        01 CAISSIER          PIC X(8)     VALUE SPACES.
        01 WS-NB-SAISI       PIC 9(5)     VALUE ZEROS.
        01 WS-MONTANT-COUP   PIC 9(9)V99  VALUE ZEROS.
        01 TOTAL-ESPECES     PIC 9(9)V99  VALUE ZEROS.
        01 TOTAL-CARTES      PIC 9(7)V99  VALUE ZEROS.
        01 TOTAL-CHEQUES     PIC 9(7)V99  VALUE ZEROS.
        01 TOTAL-COMPTE      PIC 9(9)V99  VALUE ZEROS.
        01 TOTAL-CALC4       PIC S9(9)V99 VALUE ZEROS.
        01 TOTAL-JOURNAL     PIC S9(9)V99 VALUE ZEROS.
        01 TOTAL-JOURNAL-CALC4 PIC S9(9)V99 VALUE ZEROS.
        01 TOTAL-FACTURES    PIC S9(9)V99 VALUE ZEROS.
        01 TOTAL-ATTENDU     PIC S9(9)V99 VALUE ZEROS.
        01 ECART             PIC S9(9)V99 VALUE ZEROS.
        01 WS-NB-OPERATIONS  PIC 9(5)     VALUE ZEROS.
        01 WS-NB-FACTURES    PIC 9(5)     VALUE ZEROS.
        01 WS-CALC4-DISPO    PIC X(1)     VALUE 'N'.

      *    Cloture precedente de la meme date et superviseur.
        01 WS-DEJA-CLOTUREE  PIC X(1)     VALUE 'N'.
        01 WS-PREC-HEURE     PIC 9(6)     VALUE ZEROS.
        01 WS-PREC-CAISSIER  PIC X(8)     VALUE SPACES.
        01 WS-PREC-ECART     PIC S9(9)V99 VALUE ZEROS.
        01 CODE-SUPERVISEUR  PIC X(8)     VALUE SPACES.
        01 WS-NOM-SUPERVISEUR PIC X(30)   VALUE SPACES.
        01 WS-SUP-TROUVE     PIC X(1)     VALUE 'N'.

        01 WS-ED-COUPURE     PIC ZZ9.99.
        01 WS-ED-NB          PIC ZZZZ9.
        01 WS-ED-MONTANT     PIC -(9)9.99.
        01 WS-ED-HEURE       PIC 99B99B99.

      *    Ligne de detail du bordereau.
        01 WS-LIGNE-BORD.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LB-LIBELLE  PIC X(34) VALUE SPACES.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LB-MONTANT  PIC -(9)9.99.

      *    Rapport mensuel : derniere cloture de chaque jour.
        01 WS-JOURS-TBL.
           05 WS-JOUR-ENT OCCURS 31 TIMES.
              10 WS-JOUR-NB-CLO   PIC 9(2).
              10 WS-JOUR-COMPTE   PIC 9(9)V99.
              10 WS-JOUR-ECART    PIC S9(9)V99.
              10 WS-JOUR-REF      PIC X(1).
              10 WS-JOUR-SUPERV   PIC X(8).
        01 WS-JJ             PIC 9(2) VALUE 0.
        01 WS-NB-JOURS-CLOS  PIC 9(2) VALUE 0.
        01 WS-NB-JOURS-ECART PIC 9(2) VALUE 0.
        01 WS-TOT-EXCEDENTS  PIC 9(9)V99  VALUE ZEROS.
        01 WS-TOT-MANQUANTS  PIC 9(9)V99  VALUE ZEROS.
        01 WS-TOT-ECART-MOIS PIC S9(9)V99 VALUE ZEROS.

        01 WS-LIGNE-MOIS.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LM-DATE     PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-LM-COMPTE   PIC Z(9)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LM-ATTENDU  PIC -(9)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-LM-ECART    PIC -(9)9.99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-LM-NB-CLO   PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-LM-REF      PIC X(1).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-LM-SUPERV   PIC X(8).

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-DATE-CLOTURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-PARM
           END-UNSTRING.
           IF WS-PARM NOT = SPACES
               MOVE 0 TO WS-PARM-LONG
               INSPECT WS-PARM TALLYING WS-PARM-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE
               EVALUATE TRUE
                WHEN WS-PARM-LONG = 6
                     AND WS-PARM(1:6) IS NUMERIC
                   MOVE WS-PARM(1:6) TO WS-MOIS-VOULU
                   PERFORM RAPPORT-MENSUEL
                   STOP RUN
                WHEN WS-PARM-LONG = 8
                     AND WS-PARM IS NUMERIC
                   MOVE WS-PARM TO WS-DATE-CLOTURE
                WHEN OTHER
                   DISPLAY "Parametre refuse : " WS-PARM
                       " (AAAAMMJJ pour clore une date, AAAAMM pour"
                       " le rapport du mois)."
                   STOP RUN
               END-EVALUATE
           END-IF.
           IF WS-DATE-CLOTURE > WS-DATE-JOUR
               DISPLAY "Date de cloture dans le futur : "
                   WS-DATE-CLOTURE
               STOP RUN
           END-IF.

           MOVE WS-DATE-CLOTURE TO WS-DATE-TRAV.
           PERFORM FORMATE-DATE.
           DISPLAY "Cloture de caisse du " WS-DATE-ED.

      *    Journee deja cloturee : reouverture sur code superviseur.
           PERFORM CHERCHE-CLOTURE.
           IF WS-DEJA-CLOTUREE = 'O'
               MOVE WS-PREC-HEURE TO WS-ED-HEURE
               MOVE WS-PREC-ECART TO WS-ED-MONTANT
               DISPLAY "Journee deja cloturee a " WS-ED-HEURE
                   " par " WS-PREC-CAISSIER ", ecart " WS-ED-MONTANT
               DISPLAY "Code superviseur pour la reouvrir : "
               ACCEPT CODE-SUPERVISEUR
               PERFORM CHERCHE-SUPERVISEUR
               IF WS-SUP-TROUVE = 'N'
                   DISPLAY "Code superviseur refuse, la cloture du "
                       WS-DATE-ED " reste en l'etat."
                   STOP RUN
               END-IF
               DISPLAY "Reouverture autorisee par "
                   WS-NOM-SUPERVISEUR
           END-IF.

           DISPLAY "Identifiant du caissier : ".
           ACCEPT CAISSIER.
           IF CAISSIER = SPACES
               DISPLAY "Identifiant du caissier obligatoire."
               STOP RUN
           END-IF.

           DISPLAY "Nombre de billets et de pieces par coupure :".
           PERFORM SAISIE-COUPURE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NB-COUPURES.
           DISPLAY "Total des paiements par carte : ".
           ACCEPT TOTAL-CARTES.
           DISPLAY "Total des cheques : ".
           ACCEPT TOTAL-CHEQUES.
           COMPUTE TOTAL-COMPTE =
               TOTAL-ESPECES + TOTAL-CARTES + TOTAL-CHEQUES.

           PERFORM LIT-TOTAL-CALC4.
           PERFORM LIT-JOURNAL.
      *    calcfact n'alimente pas calc4-total.dat : le TTC des
      *    factures du jour s'ajoute au cumul calc4.
           IF WS-CALC4-DISPO = 'O'
               COMPUTE TOTAL-ATTENDU = TOTAL-CALC4 + TOTAL-FACTURES
           ELSE
               MOVE TOTAL-JOURNAL TO TOTAL-ATTENDU
           END-IF.
           COMPUTE ECART = TOTAL-COMPTE - TOTAL-ATTENDU.

           PERFORM ENREGISTRE-CLOTURE.
           PERFORM EDITE-BORDEREAU.
           DISPLAY "Bordereau ecrit dans calccais.lis".
           STOP RUN.

      ***** Saisie d'une coupure : nombre compte et montant *****
       SAISIE-COUPURE.
           MOVE WS-COUPURE-VAL(WS-I) TO WS-ED-COUPURE.
           IF WS-I > WS-NB-BILLETS
               DISPLAY "  Pieces de  " WS-ED-COUPURE " : "
           ELSE
               DISPLAY "  Billets de " WS-ED-COUPURE " : "
           END-IF.
           MOVE ZEROS TO WS-NB-SAISI.
           ACCEPT WS-NB-SAISI.
           MOVE WS-NB-SAISI TO WS-COUPURE-NB(WS-I).
           COMPUTE WS-MONTANT-COUP =
               WS-NB-SAISI * WS-COUPURE-VAL(WS-I).
           ADD WS-MONTANT-COUP TO TOTAL-ESPECES.
           EXIT.

      ***** Derniere cloture deja enregistree pour la date *****
       CHERCHE-CLOTURE.
           MOVE 'N' TO WS-DEJA-CLOTUREE.
           MOVE 'N' TO WS-CLO-FIN.
           OPEN INPUT FIC-CLO.
           IF WS-CLO-STATUS = '00'
               PERFORM LIT-UNE-CLOTURE UNTIL WS-CLO-FIN = 'O'
               CLOSE FIC-CLO
           END-IF.
           EXIT.

       LIT-UNE-CLOTURE.
           READ FIC-CLO
               AT END MOVE 'O' TO WS-CLO-FIN
               NOT AT END
                   IF CLO-DATE = WS-DATE-CLOTURE
                       MOVE 'O'          TO WS-DEJA-CLOTUREE
                       MOVE CLO-HEURE    TO WS-PREC-HEURE
                       MOVE CLO-CAISSIER TO WS-PREC-CAISSIER
                       MOVE CLO-ECART    TO WS-PREC-ECART
                   END-IF
           END-READ.
           EXIT.

      ***** Code superviseur saisi present dans la reference *****
       CHERCHE-SUPERVISEUR.
           MOVE 'N' TO WS-SUP-TROUVE.
           IF CODE-SUPERVISEUR NOT = SPACES
               OPEN INPUT FIC-SUP
               IF WS-SUP-STATUS NOT = '00'
                   DISPLAY "Fichier calc-superviseurs.txt absent"
                       " (statut " WS-SUP-STATUS ")."
               ELSE
                   PERFORM LIT-UN-SUPERVISEUR
                       UNTIL WS-SUP-FIN = 'O' OR WS-SUP-TROUVE = 'O'
                   CLOSE FIC-SUP
               END-IF
           END-IF.
           EXIT.

       LIT-UN-SUPERVISEUR.
           READ FIC-SUP
               AT END MOVE 'O' TO WS-SUP-FIN
               NOT AT END
                   IF SUP-CODE = CODE-SUPERVISEUR
                       MOVE 'O'     TO WS-SUP-TROUVE
                       MOVE SUP-NOM TO WS-NOM-SUPERVISEUR
                   END-IF
           END-READ.
           EXIT.

      ***** Cumul calc4 du jour, s'il porte encore la date cloturee *
       LIT-TOTAL-CALC4.
           MOVE 'N' TO WS-CALC4-DISPO.
           MOVE ZEROS TO TOTAL-CALC4.
           OPEN INPUT FIC-TOT.
           IF WS-TOT-STATUS = '00'
               READ FIC-TOT
                   AT END CONTINUE
                   NOT AT END
                       IF TOT-DATE = WS-DATE-CLOTURE
                           MOVE 'O'       TO WS-CALC4-DISPO
                           MOVE TOT-CUMUL TO TOTAL-CALC4
                       END-IF
               END-READ
               CLOSE FIC-TOT
           END-IF.
           EXIT.

      ***** Somme des resultats calc4 et du TTC des factures *****
      ***** calcfact du jour dans calculs.log                *****
       LIT-JOURNAL.
           MOVE ZEROS TO TOTAL-JOURNAL WS-NB-OPERATIONS.
           MOVE ZEROS TO TOTAL-JOURNAL-CALC4.
           MOVE ZEROS TO TOTAL-FACTURES WS-NB-FACTURES.
           MOVE 'N' TO WS-LOG-FIN.
           OPEN INPUT FIC-LOG.
           IF WS-LOG-STATUS = '00'
               PERFORM LIT-UNE-ENTREE UNTIL WS-LOG-FIN = 'O'
               CLOSE FIC-LOG
           END-IF.
           EXIT.

       LIT-UNE-ENTREE.
           READ FIC-LOG
               AT END MOVE 'O' TO WS-LOG-FIN
               NOT AT END
                   IF LOG-DATE = WS-DATE-CLOTURE
                       AND LOG-PROGRAMME = "calc4"
                       ADD 1 TO WS-NB-OPERATIONS
                       ADD LOG-RESULTAT TO TOTAL-JOURNAL-CALC4
                       ADD LOG-RESULTAT TO TOTAL-JOURNAL
                   END-IF
      *            Une ligne 'f' par taux de TVA de la facture, le
      *            resultat portant le TTC de ce taux.
                   IF LOG-DATE = WS-DATE-CLOTURE
                       AND LOG-PROGRAMME = "calcfact"
                       AND LOG-OPERATEUR = "f"
                       ADD 1 TO WS-NB-FACTURES
                       ADD LOG-RESULTAT TO TOTAL-FACTURES
                       ADD LOG-RESULTAT TO TOTAL-JOURNAL
                   END-IF
           END-READ.
           EXIT.

      ***** Ajout de la cloture a calc-clotures.dat *****
       ENREGISTRE-CLOTURE.
           OPEN EXTEND FIC-CLO.
           IF WS-CLO-STATUS = '35'
               OPEN OUTPUT FIC-CLO
           END-IF.
           MOVE SPACES TO REC-CALCCLO.
           MOVE WS-DATE-CLOTURE  TO CLO-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CLO-HEURE.
           MOVE CAISSIER         TO CLO-CAISSIER.
           MOVE TOTAL-ESPECES    TO CLO-ESPECES.
           MOVE TOTAL-CARTES     TO CLO-CARTES.
           MOVE TOTAL-CHEQUES    TO CLO-CHEQUES.
           MOVE TOTAL-COMPTE     TO CLO-TOTAL-COMPTE.
           MOVE TOTAL-CALC4      TO CLO-TOTAL-CALC4.
           MOVE TOTAL-JOURNAL    TO CLO-TOTAL-JOURNAL.
           MOVE ECART            TO CLO-ECART.
           MOVE CODE-SUPERVISEUR TO CLO-SUPERVISEUR.
           IF WS-CALC4-DISPO = 'O'
               SET CLO-REF-CALC4 TO TRUE
           ELSE
               SET CLO-REF-JOURNAL TO TRUE
           END-IF.
           WRITE REC-CALCCLO.
           CLOSE FIC-CLO.
           EXIT.

      ***** Bordereau de cloture a l'ecran et dans calccais.lis *****
       EDITE-BORDEREAU.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING "BORDEREAU DE CLOTURE DE CAISSE DU " DELIMITED BY SIZE
               WS-DATE-ED DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO REC-RAPPORT.
           STRING "CAISSIER : " DELIMITED BY SIZE
               CAISSIER DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           PERFORM ECRIT-LIGNE.
           IF WS-DEJA-CLOTUREE = 'O'
               MOVE SPACES TO REC-RAPPORT
               STRING "RECLOTURE AUTORISEE PAR " DELIMITED BY SIZE
                   CODE-SUPERVISEUR   DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WS-NOM-SUPERVISEUR DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               PERFORM ECRIT-LIGNE
           END-IF.
           MOVE ALL "-" TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.

           PERFORM EDITE-COUPURE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NB-COUPURES.

           MOVE "TOTAL ESPECES" TO WS-LB-LIBELLE.
           MOVE TOTAL-ESPECES TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           MOVE "CARTES" TO WS-LB-LIBELLE.
           MOVE TOTAL-CARTES TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           MOVE "CHEQUES" TO WS-LB-LIBELLE.
           MOVE TOTAL-CHEQUES TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           MOVE "TOTAL COMPTE" TO WS-LB-LIBELLE.
           MOVE TOTAL-COMPTE TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           MOVE ALL "-" TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.

           IF WS-CALC4-DISPO = 'O'
               MOVE "TOTAL DU JOUR CALC4" TO WS-LB-LIBELLE
               MOVE TOTAL-CALC4 TO WS-LB-MONTANT
               PERFORM ECRIT-LIGNE-BORD
           ELSE
               MOVE SPACES TO REC-RAPPORT
               MOVE "TOTAL DU JOUR CALC4 NON DISPONIBLE"
                   TO REC-RAPPORT(2:34)
               PERFORM ECRIT-LIGNE
           END-IF.
           MOVE WS-NB-OPERATIONS TO WS-ED-NB.
           MOVE SPACES TO WS-LB-LIBELLE.
           STRING "JOURNAL CALC4 (" DELIMITED BY SIZE
               WS-ED-NB DELIMITED BY SIZE
               " OPERATIONS)" DELIMITED BY SIZE
               INTO WS-LB-LIBELLE
           END-STRING.
           MOVE TOTAL-JOURNAL-CALC4 TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           MOVE WS-NB-FACTURES TO WS-ED-NB.
           MOVE SPACES TO WS-LB-LIBELLE.
           STRING "FACTURES CALCFACT (" DELIMITED BY SIZE
               WS-ED-NB DELIMITED BY SIZE
               " LIGNES)" DELIMITED BY SIZE
               INTO WS-LB-LIBELLE
           END-STRING.
           MOVE TOTAL-FACTURES TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           MOVE "TOTAL JOURNAL" TO WS-LB-LIBELLE.
           MOVE TOTAL-JOURNAL TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           IF WS-CALC4-DISPO = 'O'
               AND TOTAL-CALC4 NOT = TOTAL-JOURNAL-CALC4
               MOVE SPACES TO REC-RAPPORT
               MOVE "ATTENTION : TOTAL CALC4 DIFFERENT DU JOURNAL"
                   TO REC-RAPPORT(2:44)
               PERFORM ECRIT-LIGNE
           END-IF.
           IF WS-CALC4-DISPO = 'O'
               MOVE "ATTENDU (CALC4 + FACTURES)" TO WS-LB-LIBELLE
           ELSE
               MOVE "ATTENDU (JOURNAL)" TO WS-LB-LIBELLE
           END-IF.
           MOVE TOTAL-ATTENDU TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.

           EVALUATE TRUE
            WHEN ECART > ZERO
               MOVE "ECART (EXCEDENT)" TO WS-LB-LIBELLE
            WHEN ECART < ZERO
               MOVE "ECART (MANQUANT)" TO WS-LB-LIBELLE
            WHEN OTHER
               MOVE "ECART (CAISSE JUSTE)" TO WS-LB-LIBELLE
           END-EVALUATE.
           MOVE ECART TO WS-LB-MONTANT.
           PERFORM ECRIT-LIGNE-BORD.
           MOVE ALL "-" TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.

           MOVE SPACES TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO REC-RAPPORT.
           STRING "SIGNATURE DU CAISSIER " DELIMITED BY SIZE
               CAISSIER DELIMITED BY SIZE
               " : ____________________" DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           MOVE SPACES TO REC-RAPPORT.
           MOVE "SIGNATURE DU RESPONSABLE : ____________________"
               TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           CLOSE FIC-RAPPORT.
           EXIT.

      ***** Une coupure comptee (les coupures a zero sont omises) *****
       EDITE-COUPURE.
           IF WS-COUPURE-NB(WS-I) > ZERO
               MOVE WS-COUPURE-VAL(WS-I) TO WS-ED-COUPURE
               MOVE WS-COUPURE-NB(WS-I)  TO WS-ED-NB
               MOVE SPACES TO WS-LB-LIBELLE
               IF WS-I > WS-NB-BILLETS
                   STRING WS-ED-NB DELIMITED BY SIZE
                       " PIECES DE  " DELIMITED BY SIZE
                       WS-ED-COUPURE DELIMITED BY SIZE
                       INTO WS-LB-LIBELLE
                   END-STRING
               ELSE
                   STRING WS-ED-NB DELIMITED BY SIZE
                       " BILLETS DE " DELIMITED BY SIZE
                       WS-ED-COUPURE DELIMITED BY SIZE
                       INTO WS-LB-LIBELLE
                   END-STRING
               END-IF
               COMPUTE WS-LB-MONTANT =
                   WS-COUPURE-NB(WS-I) * WS-COUPURE-VAL(WS-I)
               PERFORM ECRIT-LIGNE-BORD
           END-IF.
           EXIT.

       ECRIT-LIGNE-BORD.
           MOVE WS-LIGNE-BORD TO REC-RAPPORT.
           PERFORM ECRIT-LIGNE.
           EXIT.

       ECRIT-LIGNE.
           WRITE REC-RAPPORT.
           DISPLAY REC-RAPPORT.
           EXIT.

      ***** JJ/MM/AAAA de WS-DATE-TRAV dans WS-DATE-ED *****
       FORMATE-DATE.
           MOVE SPACES TO WS-DATE-ED.
           STRING WS-DT-JJ DELIMITED BY SIZE
               "/"        DELIMITED BY SIZE
               WS-DT-MM   DELIMITED BY SIZE
               "/"        DELIMITED BY SIZE
               WS-DT-AAAA DELIMITED BY SIZE
               INTO WS-DATE-ED
           END-STRING.
           EXIT.

      ***** Rapport mensuel des ecarts de caisse par jour : la
      *     derniere cloture de chaque jour fait foi, le nombre de
      *     clotures montre les reouvertures.
       RAPPORT-MENSUEL.
           MOVE WS-MOIS-VOULU TO WS-DT-AAAAMM.
           IF WS-DT-MM < 1 OR WS-DT-MM > 12
               DISPLAY "Mois refuse : " WS-MOIS-VOULU " (AAAAMM)."
               STOP RUN
           END-IF.
           INITIALIZE WS-JOURS-TBL.
           MOVE 'N' TO WS-CLO-FIN.
           OPEN INPUT FIC-CLO.
           IF WS-CLO-STATUS NOT = '00'
               DISPLAY "Fichier calc-clotures.dat absent (statut "
                   WS-CLO-STATUS "), aucune cloture a rapporter."
               STOP RUN
           END-IF.
           PERFORM LIT-CLOTURE-MOIS UNTIL WS-CLO-FIN = 'O'.
           CLOSE FIC-CLO.

           OPEN OUTPUT FIC-MOIS.
           MOVE SPACES TO REC-MOIS.
           STRING "ECARTS DE CAISSE DU MOIS " DELIMITED BY SIZE
               WS-DT-MM   DELIMITED BY SIZE
               "/"        DELIMITED BY SIZE
               WS-DT-AAAA DELIMITED BY SIZE
               INTO REC-MOIS
           END-STRING.
           PERFORM ECRIT-MOIS.
           MOVE ALL "-" TO REC-MOIS.
           PERFORM ECRIT-MOIS.
           MOVE SPACES TO REC-MOIS.
           MOVE "JOUR" TO REC-MOIS(2:4).
           MOVE "COMPTE" TO REC-MOIS(21:6).
           MOVE "ATTENDU" TO REC-MOIS(33:7).
           MOVE "ECART" TO REC-MOIS(49:5).
           MOVE "CLOT REF SUPERV" TO REC-MOIS(55:15).
           PERFORM ECRIT-MOIS.
           MOVE ALL "-" TO REC-MOIS.
           PERFORM ECRIT-MOIS.

           PERFORM EDITE-JOUR-MOIS
               VARYING WS-JJ FROM 1 BY 1 UNTIL WS-JJ > 31.

           MOVE ALL "-" TO REC-MOIS.
           PERFORM ECRIT-MOIS.
           MOVE WS-NB-JOURS-CLOS TO WS-ED-NB.
           MOVE SPACES TO REC-MOIS.
           STRING "JOURS CLOTURES      : " DELIMITED BY SIZE
               WS-ED-NB DELIMITED BY SIZE
               INTO REC-MOIS
           END-STRING.
           PERFORM ECRIT-MOIS.
           MOVE WS-NB-JOURS-ECART TO WS-ED-NB.
           MOVE SPACES TO REC-MOIS.
           STRING "JOURS AVEC ECART    : " DELIMITED BY SIZE
               WS-ED-NB DELIMITED BY SIZE
               INTO REC-MOIS
           END-STRING.
           PERFORM ECRIT-MOIS.
           MOVE WS-TOT-EXCEDENTS TO WS-ED-MONTANT.
           MOVE SPACES TO REC-MOIS.
           STRING "TOTAL DES EXCEDENTS : " DELIMITED BY SIZE
               WS-ED-MONTANT DELIMITED BY SIZE
               INTO REC-MOIS
           END-STRING.
           PERFORM ECRIT-MOIS.
           MOVE WS-TOT-MANQUANTS TO WS-ED-MONTANT.
           MOVE SPACES TO REC-MOIS.
           STRING "TOTAL DES MANQUANTS : " DELIMITED BY SIZE
               WS-ED-MONTANT DELIMITED BY SIZE
               INTO REC-MOIS
           END-STRING.
           PERFORM ECRIT-MOIS.
           MOVE WS-TOT-ECART-MOIS TO WS-ED-MONTANT.
           MOVE SPACES TO REC-MOIS.
           STRING "ECART NET DU MOIS   : " DELIMITED BY SIZE
               WS-ED-MONTANT DELIMITED BY SIZE
               INTO REC-MOIS
           END-STRING.
           PERFORM ECRIT-MOIS.
           CLOSE FIC-MOIS.
           DISPLAY "Rapport ecrit dans calccais-mois.lis".
           EXIT.

       LIT-CLOTURE-MOIS.
           READ FIC-CLO
               AT END MOVE 'O' TO WS-CLO-FIN
               NOT AT END
                   MOVE CLO-DATE TO WS-DATE-TRAV
                   IF WS-DT-AAAAMM = WS-MOIS-VOULU
                       AND WS-DT-JJ >= 1 AND WS-DT-JJ <= 31
                       MOVE WS-DT-JJ TO WS-JJ
                       ADD 1 TO WS-JOUR-NB-CLO(WS-JJ)
                       MOVE CLO-TOTAL-COMPTE TO WS-JOUR-COMPTE(WS-JJ)
                       MOVE CLO-ECART        TO WS-JOUR-ECART(WS-JJ)
                       MOVE CLO-REFERENCE    TO WS-JOUR-REF(WS-JJ)
                       MOVE CLO-SUPERVISEUR  TO WS-JOUR-SUPERV(WS-JJ)
                   END-IF
           END-READ.
           EXIT.

      ***** Une ligne par jour cloture, cumuls des ecarts *****
       EDITE-JOUR-MOIS.
           IF WS-JOUR-NB-CLO(WS-JJ) > ZERO
               ADD 1 TO WS-NB-JOURS-CLOS
               ADD WS-JOUR-ECART(WS-JJ) TO WS-TOT-ECART-MOIS
               EVALUATE TRUE
                WHEN WS-JOUR-ECART(WS-JJ) > ZERO
                   ADD 1 TO WS-NB-JOURS-ECART
                   ADD WS-JOUR-ECART(WS-JJ) TO WS-TOT-EXCEDENTS
                WHEN WS-JOUR-ECART(WS-JJ) < ZERO
                   ADD 1 TO WS-NB-JOURS-ECART
                   SUBTRACT WS-JOUR-ECART(WS-JJ)
                       FROM WS-TOT-MANQUANTS
               END-EVALUATE
               MOVE WS-MOIS-VOULU TO WS-DT-AAAAMM
               MOVE WS-JJ TO WS-DT-JJ
               PERFORM FORMATE-DATE
               MOVE WS-DATE-ED TO WS-LM-DATE
               MOVE WS-JOUR-COMPTE(WS-JJ) TO WS-LM-COMPTE
               COMPUTE WS-LM-ATTENDU =
                   WS-JOUR-COMPTE(WS-JJ) - WS-JOUR-ECART(WS-JJ)
               MOVE WS-JOUR-ECART(WS-JJ)  TO WS-LM-ECART
               MOVE WS-JOUR-NB-CLO(WS-JJ) TO WS-LM-NB-CLO
               MOVE WS-JOUR-REF(WS-JJ)    TO WS-LM-REF
               MOVE WS-JOUR-SUPERV(WS-JJ) TO WS-LM-SUPERV
               MOVE WS-LIGNE-MOIS TO REC-MOIS
               PERFORM ECRIT-MOIS
           END-IF.
           EXIT.

       ECRIT-MOIS.
           WRITE REC-MOIS.
           DISPLAY REC-MOIS.
           EXIT.
