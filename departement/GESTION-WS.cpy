      ***** Champs de travail de la routine partagee de recherche du ***
      ***** gestionnaire de compte d'un client (GESTION.cpy)         ***
      *    2026-10-15  Creation. GS-CODE-CLT est l'entree de
      *                 9930-GESTIONNAIRE : en sortie GS-TROUVE ('O'
      *                 si le client a un gestionnaire dans
      *                 gestionnaires.dat) et GS-EMPLOYE-ID (a blanc
      *                 sinon). GS-NB-AGENCE compte les recherches sans
      *                 gestionnaire, qui restent adressees a l'agence.
      *                 Les autres zones sont internes a la routine.
      **********************************************************************
       01  GS-CODE-CLT        PIC X(8).
       01  GS-EMPLOYE-ID      PIC X(8).
       01  GS-TROUVE          PIC X(1).
           88  GS-AFFECTE         VALUE 'O'.
       01  GS-NB-AGENCE       PIC 9(7) VALUE 0.
       01  GS-CHARGE          PIC X(1) VALUE 'N'.
           88  GS-GESTION-CHARGES VALUE 'O'.
       01  GS-GESTION-STATUS  PIC X(2).
           88  GS-GESTION-OK      VALUE 00.
           88  GS-GESTION-END     VALUE 10.

      ***** Affectations de gestionnaires.dat chargees en memoire *****
       01  DATA-GSM.
           05  GSM-LGTH       PIC 9(5) VALUE 0.
           05  GSM-TBL
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON GSM-LGTH
               INDEXED BY IDX-GSM.
               10  TBL-GSM-CODE-CLT  PIC X(8).
               10  TBL-GSM-EMPLOYE   PIC X(8).
