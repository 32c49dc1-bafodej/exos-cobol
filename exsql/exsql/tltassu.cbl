      *                 contrats dont le client est inconnu de databank
      *                 sont comptes a part. Identifiants de connexion
      *                 lus dans l'environnement comme tlt.cbl.
      *    2026-10-15  L'age est calcule au jour du traitement depuis
      *                 birth_date (renseignee par tltnais.cbl) au lieu
      *                 de la colonne age, juste au seul jour du
      *                 chargement ; celle-ci ne sert plus que pour une
      *                 ligne encore sans date de naissance.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltassu.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
       2000-LOAD-DATABANK-START.
           EXEC SQL
               DECLARE CURSCLI CURSOR FOR
               SELECT client_code,
                      COALESCE(CAST(EXTRACT(YEAR FROM
                      AGE(birth_date)) AS INTEGER), age)
               FROM databank
           END-EXEC.

           EXEC SQL OPEN CURSCLI END-EXEC.
