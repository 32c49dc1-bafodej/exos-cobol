      ***** FCATALOG.cpy ***************************************************
      *    Enregistrement du catalogue produits (assur-catalogue.txt),
      *    129 caracteres : un produit par WS-TYPE-ASSU avec indicateur
      *    actif/retire ('A'/'R'), prime minimale et maximale, et
      *    famille de REGIME attendue (prefixe du WS-REGIME des
      *    contrats ; a blanc = pas de controle de regime). Remplace la
      *    mouvements 'A') et assurgap.cbl (couvertures a proposer).
      *
      *    2026-09-02  Creation.
      *    2026-10-15  Ajout de la liste des pieces justificatives
      *                 exigees pour le produit (longueur portee de 88
      *                 a 129) : jusqu'a 8 codes de 4 caracteres (PROP
      *                 proposition signee, IDEN piece d'identite, DOMI
      *                 justificatif de domicile, CGRI carte grise,
      *                 QMED questionnaire medical...), a blanc = aucune
      *                 piece. Les anciennes lignes de 88 caracteres se
      *                 relisent sans piece exigee. Lue par assurpce.cbl
      *                 (pieces recues) et assurpcr.cbl (pieces
      *                 manquantes).
      **********************************************************************
       01  REC-CATALOGUE.
           05  CAT-TYPE-ASSU      PIC X(13).
           05  CAT-PRIME-MAX      PIC 9(8)V99.
           05  FILLER             PIC X(01).
           05  CAT-REGIME         PIC X(50).
           05  FILLER             PIC X(01).
           05  CAT-PIECES.
               10  CAT-PIECE-ENTREE OCCURS 8 TIMES.
                   15  CAT-PIECE-CODE PIC X(04).
                   15  FILLER     PIC X(01).
