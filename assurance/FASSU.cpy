      ***** FASSU.cpy *****************************************************
      *    Enregistrement du fichier des polices d'assurance
      *    (assurances.dat), 148 caracteres, partage par tous les
      *    programmes de la suite assurance.
      *
      *    2026-08-09  Ajout de WS-DATE-ECHEANCE (AAAAMMJJ) pour permettre
      *                 complete a blancs) : un champ a blanc vaut
      *                 "apporteur inconnu", a l'image de l'extension de
      *                 FPERS.cpy pour les coordonnees.
      *    2026-10-15  Ajout de WS-DEVISE (longueur portee de 144 a
      *                 148) : code ISO de la devise du contrat, dans
      *                 laquelle WS-MONTANT-PAYE est exprime. A blanc
      *                 (anciens enregistrements relus complets a
      *                 blancs) ou 'EUR' : contrat en euros. Les
      *                 editions de synthese convertissent en EUR par
      *                 la routine partagee DEVEUR.cpy.
      **********************************************************************
       01 REC-ASSU.
              06     WS-ID-CLIENT         PIC X(8).
              06     WS-DATE-ECHEANCE     PIC 9(8).
              06     FILLER               PIC X.
              06     WS-CODE-APPORTEUR    PIC X(8).
              06     FILLER               PIC X.
              06     WS-DEVISE            PIC X(3).
