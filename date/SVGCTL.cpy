      ***** Routine partagee de controle des copies de sauvegarde ********
      *    2026-10-15  Creation. A copier dans la PROCEDURE DIVISION de
      *                 sauvset.cbl et restset.cbl, pour que la prise et
      *                 la restauration d'un jeu calculent exactement le
      *                 meme controle. Les champs sont dans
      *                 SVGCTL-WS.cpy. Le fichier est lu octet par octet
      *                 (organisation SEQUENTIAL, enregistrement de 1
      *                 caractere) :
      *                   9800-CONTROLE-INIT : remet les cumuls a zero.
      *                   9810-CONTROLE-OCTET : SC-OCTET en entree,
      *                     cumule la taille, le nombre de lignes
      *                     (fins de ligne X'0A') et le total de
      *                     controle (somme ponderee modulo 999999937).
      *                   9850-CONTROLE-FIN : compte la derniere ligne
      *                     si elle n'est pas terminee par une fin de
      *                     ligne.
      **********************************************************************

       9800-CONTROLE-INIT-START.
           MOVE 0 TO SC-NB-OCTETS SC-NB-ENREG SC-CONTROLE.
           MOVE SPACE TO SC-DERNIER.
       9800-CONTROLE-INIT-END.
           EXIT.

       9810-CONTROLE-OCTET-START.
           ADD 1 TO SC-NB-OCTETS.
           IF SC-FIN-LIGNE
               ADD 1 TO SC-NB-ENREG
           END-IF.
           COMPUTE SC-CALCUL =
               SC-CONTROLE * 31 + FUNCTION ORD(SC-OCTET).
           DIVIDE SC-CALCUL BY 999999937
               GIVING SC-QUOTIENT REMAINDER SC-CONTROLE.
           MOVE SC-OCTET TO SC-DERNIER.
       9810-CONTROLE-OCTET-END.
           EXIT.

       9850-CONTROLE-FIN-START.
           IF SC-NB-OCTETS > 0
               AND NOT SC-DERNIER-FIN-LIGNE
               ADD 1 TO SC-NB-ENREG
           END-IF.
       9850-CONTROLE-FIN-END.
           EXIT.
