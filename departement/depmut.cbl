      *                 Chaque rejet est aussi trace dans le fichier
      *                 commun exceptions.dat (code PERCLO), comme le
      *                 meme controle dans assurmnt.cbl.
      *    2026-10-15  Fichier maitre des agences (agences.dat,
      *                 routine partagee AGENCE.cpy) : une mutation
      *                 'T' ou une embauche 'E' vers une agence fermee
      *                 est rejetee, l'enregistrement du personnel
      *                 restant inchange, et tracee dans exceptions.dat
      *                 (code MUTFER). Sans agences.dat, le controle
      *                 est inactif.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

      ***** Fichier maitre des agences (facultatif, AGENCE.cpy) ********
           SELECT FIC-AGENCE ASSIGN TO 'agences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS AG-AGENCE-STATUS.

      ***** Date de cloture comptable (facultatif, cf. perclose.cbl) ***
           SELECT FIC-PERIODE ASSIGN TO 'periode-close.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-AGENCE
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FAGENCE.cpy'.

       FD  FIC-NOUVEAU
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.

        01  WS-AGENCE-VALIDE              PIC X(1).
            88  WS-EST-VALIDE             VALUE 'O'.
        01  WS-NB-AGENCE-FERMEE           PIC 9(7) VALUE 0.

           COPY 'AGENCE-WS.cpy'.

      ***** Cloture comptable : date lue dans periode-close.dat *******
      *     (fichier absent ou vide = pas de cloture, controle
               GO TO 2130-TRANSFERT-END
           END-IF.

           MOVE MUT-AGENCE TO AG-CODE.
           PERFORM 2600-AGENCE-FERMEE-START
               THRU 2600-AGENCE-FERMEE-END.
           IF AG-EST-FERMEE
               MOVE F-EMPLOYE TO REC-NOUVEAU
               WRITE REC-NOUVEAU
               GO TO 2130-TRANSFERT-END
           END-IF.

           ADD 1 TO WS-NB-MUTES.
           MOVE SPACES TO REC-JOURNAL.
           MOVE MUT-DATE       TO JNL-DATE.
               GO TO 2510-EMBAUCHE-END
           END-IF.

           MOVE MUT-E-EMPLOYE(70:3) TO AG-CODE.
           PERFORM 2600-AGENCE-FERMEE-START
               THRU 2600-AGENCE-FERMEE-END.
           IF AG-EST-FERMEE
               GO TO 2510-EMBAUCHE-END
           END-IF.

           ADD 1 TO WS-NB-EMBAUCHES.
           MOVE SPACES TO REC-JOURNAL.
           MOVE MUT-E-DATE         TO JNL-DATE.
       2510-EMBAUCHE-END.
           EXIT.

      ***** Agence d'arrivee (AG-CODE) fermee au fichier des agences : *
      ***** mouvement rejete et trace (AG-EST-FERMEE pour l'appelant) **
       2600-AGENCE-FERMEE-START.
           PERFORM 9920-AGENCE-START THRU 9920-AGENCE-END.
           IF NOT AG-EST-FERMEE
               GO TO 2600-AGENCE-FERMEE-END
           END-IF.
           ADD 1 TO WS-NB-REJETS.
           ADD 1 TO WS-NB-AGENCE-FERMEE.
           DISPLAY 'MOUVEMENT ' MUT-ACTION ' REJETE ID:'
               MUT-EMPLOYE-ID ' AGENCE ' AG-CODE
               ' FERMEE LE ' AG-DATE-FERMETURE.
           MOVE MUT-EMPLOYE-ID TO WS-EXC-CLE.
           MOVE 'MUTFER' TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           STRING
               'MOUVEMENT '        DELIMITED BY SIZE
               MUT-ACTION          DELIMITED BY SIZE
               ' VERS L''AGENCE '  DELIMITED BY SIZE
               AG-CODE             DELIMITED BY SIZE
               ' FERMEE LE '       DELIMITED BY SIZE
               AG-DATE-FERMETURE   DELIMITED BY SIZE
               INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9600-EXCEPTION-STD-START
               THRU 9600-EXCEPTION-STD-END.
       2600-AGENCE-FERMEE-END.
           EXIT.

      ***** Comptage des mouvements sans employe correspondant *********
       3000-COMPTE-RESTES-START.
           PERFORM VARYING IDX-MUT FROM 1 BY 1 UNTIL IDX-MUT > MUT-LGTH
               DISPLAY 'MVTS EFFET FUTUR    : ' WS-NB-PARQUES
                   ' (PARQUES DANS depmut-attente.dat)'
           END-IF.
           IF WS-NB-AGENCE-FERMEE > 0
               DISPLAY 'VERS AGENCE FERMEE  : ' WS-NB-AGENCE-FERMEE
                   ' (REJETES, agences.dat)'
           END-IF.
           DISPLAY 'EMPLOYES INCHANGES  : ' WS-NB-INCHANGES.
           DISPLAY 'MOUVEMENTS IGNORES  : ' WS-NB-NON-TROUVES
               ' (EMPLOYE INCONNU)'.
           DISPLAY 'JOURNAL DES MUTATIONS: depmut.jnl'.
       9000-TERM-END.
           EXIT.

           COPY 'AGENCE.cpy'.
