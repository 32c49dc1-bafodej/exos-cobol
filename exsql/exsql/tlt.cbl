      *                 controle partage 9000 : une migration a zero
      *                 ligne voyait son compte ecrase par celui des
      *                 mises a jour de suite (libelle, majuscules).
      *    2026-10-15  L'age n'est plus lu dans la colonne age (juste
      *                 au seul jour du chargement) : il est calcule au
      *                 jour du traitement depuis birth_date, renseignee
      *                 par tltnais.cbl ; la colonne age ne sert plus
      *                 que pour une ligne encore sans date de
      *                 naissance. Vaut pour l'age max/min, la
      *                 repartition par age et la tranche d'age de la
      *                 migration (simulation comprise).
      *    2026-10-15  WS-AGE-STATUS et WS-LANG-STATUS, nommes en FILE
      *                 STATUS de FIC-AGE et FIC-LANG, n'etaient pas
      *                 declares.
      *    2026-10-15  La session se nomme 'tlt' (application_name)
      *                 des la connexion, pour que le journal des
      *                 changements de la databank (databank_changes,
      *                 alimente par trigger, extrait par tltchg.cbl)
      *                 sache quel programme a modifie chaque ligne.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tlt.
       01  WS-NB-ECHANT          PIC 99       VALUE 0.
       01  WS-LIGNE-RAPPORT      PIC X(40).
       01  WS-LIGNE-LANG         PIC X(60).
       01  WS-AGE-STATUS         PIC X(02).
       01  WS-LANG-STATUS        PIC X(02).
       01  WS-AGE-CSV-STATUS     PIC X(02).
       01  WS-LANG-CSV-STATUS    PIC X(02).
       01  WS-ROWS-MAJ           PIC S9(9)    VALUE 0.
      ***** obtention de l'âge maximum                                  ********

           EXEC SQL
               SELECT MAX(COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(birth_date)) AS INTEGER), age))
               INTO :WS-AGE FROM databank
           END-EXEC.


      ***** obtention de l'age minimum                                  ********

           EXEC SQL
               SELECT MIN(COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(birth_date)) AS INTEGER), age))
               INTO :WS-AGE FROM databank
           END-EXEC.



           EXEC SQL
               DECLARE CURSAGE CURSOR FOR
               SELECT COALESCE(CAST(EXTRACT(YEAR FROM
                      AGE(birth_date)) AS INTEGER), age) AS age_jour,
                      COUNT(*) AS Nbr
               FROM databank GROUP BY
               age_jour ORDER BY Nbr DESC
           END-EXEC.

           EXEC SQL OPEN CURSAGE END-EXEC.
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE 'O' TO WS-CONNEXION-OK
               EXEC SQL
                   SET application_name TO 'tlt'
               END-EXEC
           ELSE
               DISPLAY "CONNEXION REFUSEE (SQLCODE " SQLCODE
                   "), TENTATIVE " WS-RETRY-CNT "/" WS-RETRY-MAX
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NB-SIMUL
               FROM databank
               WHERE COALESCE(CAST(EXTRACT(YEAR FROM
                         AGE(birth_date)) AS INTEGER), age)
                         > :WS-AGE-MIN
                     AND COALESCE(CAST(EXTRACT(YEAR FROM
                         AGE(birth_date)) AS INTEGER), age)
                         < :WS-AGE-MAX
                     AND country_code = :WS-CODE-SOURCE
           END-EXEC.
           IF SQLCODE NOT = ZERO

           EXEC SQL
               DECLARE CURSSIM CURSOR FOR
               SELECT first_name, last_name,
                      COALESCE(CAST(EXTRACT(YEAR FROM
                      AGE(birth_date)) AS INTEGER), age), country_code
               FROM databank
               WHERE COALESCE(CAST(EXTRACT(YEAR FROM
                         AGE(birth_date)) AS INTEGER), age)
                         > :WS-AGE-MIN
                     AND COALESCE(CAST(EXTRACT(YEAR FROM
                         AGE(birth_date)) AS INTEGER), age)
                         < :WS-AGE-MAX
                     AND country_code = :WS-CODE-SOURCE
           END-EXEC.

       EXEC SQL
       UPDATE databank
       SET country_code = :WS-CODE-DEST
       WHERE COALESCE(CAST(EXTRACT(YEAR FROM
                 AGE(birth_date)) AS INTEGER), age) > :WS-AGE-MIN
         AND COALESCE(CAST(EXTRACT(YEAR FROM
                 AGE(birth_date)) AS INTEGER), age) < :WS-AGE-MAX
             AND country_code = :WS-CODE-SOURCE
       END-EXEC.
           PERFORM 9000-CHECK-UPDATE-START
