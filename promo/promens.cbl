      *                 cours sans enseignant et les affectations sur
      *                 cours inconnu ou enseignant inconnu en
      *                 anomalies.
      *    2026-10-15  Referentiel fr-liste-cours.txt lu sur 42
      *                 caracteres (credits, programme et bloc ajoutes
      *                 a FCOURS.cpy pour promaud.cbl).
      *    2026-10-15  Les corrections d'harmonisation ('03' d'origine
      *                 'M', cf. promharm.cbl) sont ignorees : l'analyse
      *                 porte sur la notation de l'enseignant, avant
      *                 harmonisation.
      **********************************************************************

       ENVIRONMENT DIVISION.
             05 R-CORR-STUDENT-KEY  PIC 9(02).
             05 R-CORR-LABEL        PIC X(21).
             05 R-CORR-GRADE        PIC X(05).
             05 R-CORR-ORIGINE      PIC X(01).
                 88 R-CORR-HARMONISEE   VALUE 'M'.

       01  REC-EXEMPTION.
             05 R-EXEMPT-KEY          PIC X(02).
             05 R-EXEMPT-LABEL        PIC X(21).

       FD  FIC-COURS-REF
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCOURS.cpy'.

           EXIT.

       2030-CORRECTION-START.
           IF R-CORR-HARMONISEE
               GO TO 2030-CORRECTION-END
           END-IF.
           PERFORM 2050-CHERCHE-CIBLE-START
               THRU 2050-CHERCHE-CIBLE-END.
           IF WS-TROUVE = 'O'
