      ***** Routine partagee des echeances d'une reclamation ***********
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION
      *                 des programmes du registre des reclamations
      *                 (FRECLAM.cpy), avec DATEUTIL.cpy et
      *                 DATEUTIL-FERIES.cpy : le delai d'accuse se
      *                 compte en jours ouvres, 9690-CHARGE-FERIES doit
      *                 donc avoir ete PERFORMe a l'init. Alimenter
      *                 RE-DATE-RECEPTION puis PERFORM
      *                 9820-ECHEANCES-RECL-START THRU
      *                 9820-ECHEANCES-RECL-END -> RE-ECH-ACCUSE et
      *                 RE-ECH-REPONSE (champs de RECLECH-WS.cpy).
      **********************************************************************
       9820-ECHEANCES-RECL-START.
           MOVE RE-DATE-RECEPTION TO DU-DATE-1.
           MOVE RE-DELAI-ACCUSE   TO DU-NB-JOURS.
           PERFORM 9670-AJOUTE-JOURS-OUVRES-START
               THRU 9670-AJOUTE-JOURS-OUVRES-END.
           MOVE DU-DATE-RESULTAT  TO RE-ECH-ACCUSE.

      *    Reponse : meme quantieme RE-DELAI-REPONSE mois plus tard.
      *    On part du 1er du mois qui suit le mois d'echeance, la
      *    veille en est le dernier jour ; un quantieme de reception
      *    qui le depasse (31 -> 30, 30 -> 28...) y est ramene.
           MOVE RE-DATE-RECEPTION TO RE-DATE-CALCUL.
           MOVE RE-JJ             TO RE-JJ-RECEPTION.
           COMPUTE RE-MM = RE-MM + RE-DELAI-REPONSE + 1.
           PERFORM 9821-REPORTE-ANNEE-START
               THRU 9821-REPORTE-ANNEE-END
               UNTIL RE-MM NOT > 12.
           MOVE 1 TO RE-JJ.
           MOVE RE-DATE-CALCUL TO DU-DATE-1.
           MOVE -1             TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO RE-DATE-CALCUL.
           IF RE-JJ-RECEPTION < RE-JJ
               MOVE RE-JJ-RECEPTION TO RE-JJ
           END-IF.
           MOVE RE-DATE-CALCUL TO RE-ECH-REPONSE.
       9820-ECHEANCES-RECL-END.
           EXIT.

       9821-REPORTE-ANNEE-START.
           SUBTRACT 12 FROM RE-MM.
           ADD 1 TO RE-AAAA.
       9821-REPORTE-ANNEE-END.
           EXIT.
