      ***** FNDF.cpy *******************************************************
      *    Enregistrement du fichier des notes de frais
      *    (notesfrais.dat), 53 caracteres, en ajout seul : une ligne
      *    par depense engagee par un employe, cle NDF-EMPLOYE-ID +
      *    NDF-DATE + NDF-CATEGORIE (une seule depense d'une categorie
      *    par jour).
      *    Pour une categorie kilometrique, NDF-KM porte la distance et
      *    NDF-MONTANT l'indemnite valorisee au bareme a la saisie ;
      *    pour les autres, NDF-KM est a zero. NDF-AGENCE est l'agence
      *    de l'employe le jour de la saisie. NDF-RENVOI vaut 'O' quand
      *    le montant depasse le plafond de la categorie : le visa
      *    remonte alors au responsable du responsable (dephier.txt).
      *    Alimente par depndf.cbl (saisie), lu par depndfv.cbl (visa)
      *    et depndfr.cbl (remboursement mensuel).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  REC-NOTEFRAIS.
           05  NDF-EMPLOYE-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  NDF-DATE           PIC 9(08).
           05  FILLER             PIC X(01).
           05  NDF-CATEGORIE      PIC X(06).
           05  FILLER             PIC X(01).
           05  NDF-MONTANT        PIC 9(5)V99.
           05  FILLER             PIC X(01).
           05  NDF-KM             PIC 9(05).
           05  FILLER             PIC X(01).
           05  NDF-AGENCE         PIC X(03).
           05  FILLER             PIC X(01).
           05  NDF-RENVOI         PIC X(01).
               88  NDF-HORS-PLAFOND   VALUE 'O'.
           05  FILLER             PIC X(01).
           05  NDF-DATE-SAISIE    PIC 9(08).
