      *                 Le programme choisi est CALLe puis garde la
      *                 main jusqu'a la fin de son calcul (calc4 porte
      *                 le PROGRAM-ID historique CALCULATRICE).
      *    2026-10-15  Ajout du choix E = calcepa (projection d'epargne
      *                 d'un contrat d'assurance vie ou d'un prospect,
      *                 tableau annuel dans calcepa.lis).
      *    2026-10-15  Ajout du choix C = calccais (cloture de caisse de
      *                 fin de journee rapprochee du total calc4).
      *    2026-10-15  Ajout du choix F = calcfact (facture de comptoir
      *                 a plusieurs lignes, TVA ventilee par taux).
      *    2026-10-15  Le menu n'est plus ouvert qu'aux operateurs
      *                 autorises : au lancement, l'operateur declare
      *                 (variable d'environnement OPERATEUR) est
      *                 controle contre operateurs.txt par la routine
      *                 partagee OPECTL.cpy (droit calcmenu, ou groupe
      *                 calc*), et la tentative tracee dans
      *                 acces-operateurs.jnl. Refus = fin du programme
      *                 sans afficher le menu.
      **********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-OPERAT ASSIGN TO 'operateurs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-OPERAT-STATUS.

           SELECT FIC-JNLACC ASSIGN TO 'acces-operateurs.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-JNLACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-OPERAT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY FOPERAT.

       FD FIC-JNLACC
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.
           COPY FJNLACC.

       WORKING-STORAGE SECTION.
        01 WS-CHOIX        PIC X(1) VALUE SPACE.
           88 WS-CHOIX-CALC1   VALUE '1'.
           88 WS-CHOIX-CALC2   VALUE '2'.
           88 WS-CHOIX-CALC4   VALUE '4'.
           88 WS-CHOIX-CALCDEV VALUE 'D' 'd'.
           88 WS-CHOIX-CALCEPA VALUE 'E' 'e'.
           88 WS-CHOIX-CALCCAIS VALUE 'C' 'c'.
           88 WS-CHOIX-CALCFACT VALUE 'F' 'f'.
           88 WS-CHOIX-QUITTER VALUE 'Q' 'q'.

           COPY OPECTL-WS.

       PROCEDURE DIVISION.
       CONTROLE-OPERATEUR.
           MOVE 'calcmenu' TO OA-PROGRAMME.
           MOVE SPACES TO OA-DETAIL.
           PERFORM 9400-CONTROLE-ACCES-START
               THRU 9400-CONTROLE-ACCES-END.
           IF OA-ACCES-REFUSE
               STOP RUN
           END-IF.
           DISPLAY "Operateur : " OA-OPERATEUR " " OA-NOM-OPERATEUR.

       MENU-PRINCIPAL.
           DISPLAY "================================".
           DISPLAY " CALCULATRICES DISPONIBLES".
           DISPLAY "              (+ - * / % r v h)".
           DISPLAY " D : calcdev - conversion de devises".
           DISPLAY "              (taux calc-devises.txt)".
           DISPLAY " E : calcepa - projection d'epargne".
           DISPLAY "              (contrat vie ou prospect)".
           DISPLAY " C : calccais - cloture de caisse".
           DISPLAY "              (fin de journee, total calc4)".
           DISPLAY " F : calcfact - facture de comptoir".
           DISPLAY "              (lignes, TVA par taux)".
           DISPLAY " Q : quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.
               CALL 'CALCULATRICE'
            WHEN WS-CHOIX-CALCDEV
               CALL 'calcdev'
            WHEN WS-CHOIX-CALCEPA
               CALL 'calcepa'
            WHEN WS-CHOIX-CALCCAIS
               CALL 'calccais'
            WHEN WS-CHOIX-CALCFACT
               CALL 'calcfact'
            WHEN WS-CHOIX-QUITTER
               CONTINUE
            WHEN OTHER
           END-EVALUATE.

           STOP RUN.

           COPY OPECTL.
