      ***** Champs de travail de la routine partagee de consultation ***
      ***** du fichier maitre des agences (AGENCE.cpy)               ***
      *    2026-10-15  Creation. AG-CODE est l'entree de 9920-AGENCE :
      *                 en sortie AG-TROUVEE ('O' si l'agence figure
      *                 dans agences.dat), AG-STATUT ('O' ouverte, 'F'
      *                 fermee), sa date de fermeture et ses
      *                 coordonnees. 9923-EXPEDITEUR part du meme
      *                 AG-CODE (agence du client) et rend dans
      *                 AG-EXPEDITEUR la ligne d'expediteur d'un
      *                 courrier : l'agence si elle est ouverte, sinon
      *                 le siege (code SIE, compte dans AG-NB-SIEGE).
      *                 Les autres zones sont internes a la routine.
      *    2026-10-15  AG-DEPT rend aussi le departement de l'agence ;
      *                 9924-AGENCE-DU-DEPT rend dans AG-CODE-PROPOSE
      *                 la premiere agence ouverte du departement
      *                 AG-DEPT-RECH (a blanc s'il n'y en a pas).
      **********************************************************************
       01  AG-CODE            PIC X(3).
       01  AG-TROUVEE         PIC X(1).
           88  AG-CONNUE          VALUE 'O'.
       01  AG-DEPT            PIC X(3).
       01  AG-DEPT-RECH       PIC X(3).
       01  AG-CODE-PROPOSE    PIC X(3).
       01  AG-STATUT          PIC X(1).
           88  AG-EST-FERMEE      VALUE 'F'.
       01  AG-DATE-FERMETURE  PIC 9(8).
       01  AG-LIBELLE         PIC X(30).
       01  AG-ADRESSE         PIC X(32).
       01  AG-CODE-POSTAL     PIC X(5).
       01  AG-VILLE           PIC X(25).
       01  AG-TEL             PIC X(10).
       01  AG-EXPEDITEUR      PIC X(132).
       01  AG-NB-SIEGE        PIC 9(7) VALUE 0.
       01  AG-CODE-SIEGE      PIC X(3) VALUE 'SIE'.
       01  AG-CHARGE          PIC X(1) VALUE 'N'.
           88  AG-AGENCES-CHARGEES VALUE 'O'.
       01  AG-AGENCE-STATUS   PIC X(2).
           88  AG-AGENCE-OK       VALUE 00.
           88  AG-AGENCE-END      VALUE 10.

      ***** Agences d'agences.dat chargees en memoire *****************
       01  DATA-AGM.
           05  AGM-LGTH       PIC 9(5) VALUE 0.
           05  AGM-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON AGM-LGTH
               INDEXED BY IDX-AGM.
               10  TBL-AGM-CODE      PIC X(3).
               10  TBL-AGM-DEPT      PIC X(3).
               10  TBL-AGM-STATUT    PIC X(1).
               10  TBL-AGM-FERMETURE PIC 9(8).
               10  TBL-AGM-LIBELLE   PIC X(30).
               10  TBL-AGM-ADRESSE   PIC X(32).
               10  TBL-AGM-CP        PIC X(5).
               10  TBL-AGM-VILLE     PIC X(25).
               10  TBL-AGM-TEL       PIC X(10).
