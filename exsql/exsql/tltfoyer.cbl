      *                 table tlt_audit de tlt.cbl. Identifiants de
      *                 connexion lus dans l'environnement comme
      *                 tlt.cbl.
      *    2026-10-15  La session se nomme 'tltfoyer' (application_name)
      *                 des la connexion, pour que le journal des
      *                 changements de la databank (databank_changes,
      *                 alimente par trigger, extrait par tltchg.cbl)
      *                 sache quel programme a modifie chaque ligne.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltfoyer.
                   THRU 1001-ERROR-RTN-END
               STOP RUN
           END-IF.
           EXEC SQL
               SET application_name TO 'tltfoyer'
           END-EXEC.

      ***** La colonne des foyers est creee au besoin, pour que la    **
      ***** premiere execution n'echoue pas dessus                    **
