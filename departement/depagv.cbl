      *                 'N' et la date du jour en premiere et derniere
      *                 constatation (cycle de vie des exceptions,
      *                 consolide la nuit par excconso.cbl).
      *    2026-10-15  Fichier maitre des agences (agences.dat,
      *                 routine partagee AGENCE.cpy) : une personne
      *                 rattachee a une agence fermee est signalee
      *                 (AGVFER, avec la date de fermeture) pour
      *                 reaffectation, de meme qu'un code agence
      *                 valide mais absent du fichier des agences
      *                 (AGVABS). Sans agences.dat, seul le controle
      *                 contre fr-liste-dept.txt est fait.
      **********************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

      ***** Fichier maitre des agences (facultatif, AGENCE.cpy) ********
           SELECT FIC-AGENCE ASSIGN TO 'agences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS AG-AGENCE-STATUS.

           SELECT FIC-EXCEPT ASSIGN TO 'depagv.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY 'FDEPT.cpy'.

       FD  FIC-AGENCE
           RECORD CONTAINS 143 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FAGENCE.cpy'.

       FD  FIC-EXCEPT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

        01  WS-NB-LUS                     PIC 9(7) VALUE 0.
        01  WS-NB-REJETS                  PIC 9(7) VALUE 0.
        01  WS-NB-FERMEES                 PIC 9(7) VALUE 0.
        01  WS-NB-ABSENTES                PIC 9(7) VALUE 0.

           COPY 'AGENCE-WS.cpy'.

       PROCEDURE DIVISION.


           MOVE SPACES TO REC-EXCEPT.
           STRING 'CODES AGENCE SANS DEPARTEMENT CORRESPONDANT'
               ' OU D''AGENCE FERMEE'
               DELIMITED BY SIZE INTO REC-EXCEPT.
           WRITE REC-EXCEPT.

                   PERFORM 9600-EXCEPTION-STD-START
                       THRU 9600-EXCEPTION-STD-END
               WHEN TBL-CODE-DEPT(IDX-DEPT) = EMPLOYE-AGENCE
                   PERFORM 2120-FERMEE-START
                       THRU 2120-FERMEE-END
           END-SEARCH.
       2110-LOOKUP-END.
           EXIT.

      ***** Agence valide : encore ouverte au fichier des agences ? ****
       2120-FERMEE-START.
           MOVE EMPLOYE-AGENCE TO AG-CODE.
           PERFORM 9920-AGENCE-START THRU 9920-AGENCE-END.
           IF AGM-LGTH = 0
               GO TO 2120-FERMEE-END
           END-IF.
           IF NOT AG-CONNUE
               ADD 1 TO WS-NB-ABSENTES
               MOVE SPACES TO REC-EXCEPT
               STRING
                   'ID:'           DELIMITED BY SIZE
                   EMPLOYE-ID      DELIMITED BY SIZE
                   ' AGENCE ABSENTE DU FICHIER DES AGENCES:'
                                   DELIMITED BY SIZE
                   EMPLOYE-AGENCE  DELIMITED BY SIZE
                   INTO REC-EXCEPT
               END-STRING
               WRITE REC-EXCEPT
               MOVE EMPLOYE-ID TO WS-EXC-CLE
               MOVE 'AGVABS' TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-DESC
               STRING
                   'AGENCE ABSENTE DE agences.dat:' DELIMITED BY SIZE
                   EMPLOYE-AGENCE     DELIMITED BY SIZE
                   INTO WS-EXC-DESC
               END-STRING
               PERFORM 9600-EXCEPTION-STD-START
                   THRU 9600-EXCEPTION-STD-END
               GO TO 2120-FERMEE-END
           END-IF.
           IF AG-EST-FERMEE
               ADD 1 TO WS-NB-FERMEES
               MOVE SPACES TO REC-EXCEPT
               STRING
                   'ID:'           DELIMITED BY SIZE
                   EMPLOYE-ID      DELIMITED BY SIZE
                   ' AGENCE FERMEE:' DELIMITED BY SIZE
                   EMPLOYE-AGENCE  DELIMITED BY SIZE
                   ' LE '          DELIMITED BY SIZE
                   AG-DATE-FERMETURE DELIMITED BY SIZE
                   INTO REC-EXCEPT
               END-STRING
               WRITE REC-EXCEPT
               MOVE EMPLOYE-ID TO WS-EXC-CLE
               MOVE 'AGVFER' TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-DESC
               STRING
                   'AGENCE FERMEE:'   DELIMITED BY SIZE
                   EMPLOYE-AGENCE     DELIMITED BY SIZE
                   ' LE '             DELIMITED BY SIZE
                   AG-DATE-FERMETURE  DELIMITED BY SIZE
                   ', A REAFFECTER'   DELIMITED BY SIZE
                   INTO WS-EXC-DESC
               END-STRING
               PERFORM 9600-EXCEPTION-STD-START
                   THRU 9600-EXCEPTION-STD-END
           END-IF.
       2120-FERMEE-END.
           EXIT.

      ***** Ajout de l'anomalie courante au fichier commun des        **
      ***** exceptions (exceptions.dat, FEXCEPT.cpy), cle/code/       **
      ***** description renseignes par l'appelant                     **
       9000-TERM-START.
           DISPLAY 'ENREGISTREMENTS LUS : ' WS-NB-LUS.
           DISPLAY 'AGENCES INVALIDES   : ' WS-NB-REJETS.
           DISPLAY 'AGENCES FERMEES     : ' WS-NB-FERMEES.
           DISPLAY 'HORS FICHIER AGENCES: ' WS-NB-ABSENTES.
       9000-TERM-END.
           EXIT.

           COPY 'AGENCE.cpy'.
