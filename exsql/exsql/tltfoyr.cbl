      *                 assurances.dat sur les membres ; rapport dans
      *                 tltfoyer.lis. Identifiants de connexion lus
      *                 dans l'environnement comme tlt.cbl.
      *    2026-10-15  L'age est calcule au jour du traitement depuis
      *                 birth_date (renseignee par tltnais.cbl) au lieu
      *                 de la colonne age, juste au seul jour du
      *                 chargement ; celle-ci ne sert plus que pour une
      *                 ligne encore sans date de naissance.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltfoyr.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.
       2000-LOAD-FOYERS-START.
           EXEC SQL
               DECLARE CURSFOY CURSOR FOR
               SELECT household_code, client_code,
                      COALESCE(CAST(EXTRACT(YEAR FROM
                      AGE(birth_date)) AS INTEGER), age)
               FROM databank
               WHERE household_code IS NOT NULL
               ORDER BY household_code, client_code
