      *                 dans aff.cbl et depcoor.cbl (role a blanc ou
      *                 'B' : toujours charge). Compte des fiches
      *                 ignorees affiche.
      *    2026-10-15  Catalogue produits porte a 129 caracteres (liste
      *                 des pieces justificatives exigees ajoutee en
      *                 fin d'enregistrement, non utilisee ici).
      **********************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
           COPY 'FCLIENT.cpy'.

       FD  FIC-TYPES
           RECORD CONTAINS 129 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCATALOG.cpy'.

