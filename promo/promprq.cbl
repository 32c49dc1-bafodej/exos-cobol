      *                 10,00) ou si le cours y etait dispense.
      *                 promprq.lis liste pour le secretariat les
      *                 eleves inscrits sans prerequis valide.
      *    2026-10-15  Referentiel fr-liste-cours.txt lu sur 42
      *                 caracteres (FCOURS.cpy). L'historique par cours
      *                 (FHISTC.cpy, 54 caracteres) devient
      *                 pluri-annuel : un prerequis est valide des
      *                 qu'une ligne de l'eleve pour le cours requis
      *                 est reussie, quel que soit le terme, et non
      *                 plus sur la premiere ligne trouvee.
      **********************************************************************

       ENVIRONMENT DIVISION.
             05 R-C-GRADE          PIC X(05).

       FD  FIC-COURS-REF
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCOURS.cpy'.

           05 PRQ-REQUIS         PIC X(21).

       FD  FIC-HIST-PRIOR
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FHISTC.cpy'.

               WHEN TBL-PRI-KEY(IDX-PRIOR) = WS-CUR-KEY
                   AND TBL-PRI-LABEL(IDX-PRIOR)
                       = TBL-PRQ-REQUIS(IDX-PRQ)
                   AND (TBL-PRI-EXEMPT(IDX-PRIOR) = 'Y'
                       OR TBL-PRI-GRADE(IDX-PRIOR)
                           >= WS-SEUIL-REUSSITE)
                   MOVE 'O' TO WS-PRQ-VALIDE
           END-SEARCH.

           IF WS-PRQ-VALIDE = 'N'
