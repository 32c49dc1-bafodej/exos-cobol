      ***** Champs de travail de la routine partagee de tarification **
      ***** des trajets (TARIF.cpy)                                  **
      *    2026-10-15  Creation. Entrees de 9800-PRIX-TRAJET : TA-TYPE
      *                 (TRAIN3-TYPE), TA-CLASSE ('1' ou '2'), les
      *                 arrets du train dans l'ordre (TA-NB-ARRETS,
      *                 TA-ARRET, la gare de depart en premier) et les
      *                 rangs de montee TA-DEB et de descente TA-FIN.
      *                 Sorties : TA-KM, TA-PRIX et TA-RETOUR ('0'
      *                 prix calcule, 'D' troncon sans distance, nomme
      *                 dans TA-TRONCON, 'T' pas de bareme pour ce type
      *                 et cette classe). Entrees de 9810-KM-TRONCON :
      *                 TA-DE et TA-A, sortie TA-KM-TRONCON (TA-RETOUR
      *                 'D' si le troncon est inconnu).
      *    2026-10-15  Ajout de TA-CHARGE-TARIFS : le bareme n'est
      *                 charge qu'au premier calcul de prix.
      **********************************************************************
       01  TA-TYPE            PIC X(3).
       01  TA-CLASSE          PIC X(1).
       01  TA-NB-ARRETS       PIC 9(2).
       01  TA-ARRETS.
           05  TA-ARRET       PIC X(10) OCCURS 11 TIMES.
       01  TA-DEB             PIC 9(2).
       01  TA-FIN             PIC 9(2).
       01  TA-DE              PIC X(10).
       01  TA-A               PIC X(10).
       01  TA-KM-TRONCON      PIC 9(4).
       01  TA-KM              PIC 9(5).
       01  TA-PRIX            PIC 9(5)V99.
       01  TA-TRONCON         PIC X(21).
       01  TA-RETOUR          PIC X(1).
           88  TA-OK              VALUE '0'.
           88  TA-SANS-DISTANCE   VALUE 'D'.
           88  TA-SANS-TARIF      VALUE 'T'.
       01  TA-K               PIC 9(2).
       01  TA-CHARGE          PIC X(1) VALUE 'N'.
           88  TA-BAREMES-CHARGES VALUE 'O'.
       01  TA-CHARGE-TARIFS   PIC X(1) VALUE 'N'.
           88  TA-TARIFS-CHARGES  VALUE 'O'.
       01  TA-DISTANCES-STATUS PIC X(2).
           88  TA-DISTANCES-OK    VALUE '00'.
           88  TA-DISTANCES-END   VALUE '10'.
       01  TA-TARIFS-STATUS   PIC X(2).
           88  TA-TARIFS-OK       VALUE '00'.
           88  TA-TARIFS-END      VALUE '10'.

      ***** Distances de fr-distances-gares.txt ************************
       01  DATA-DISTANCE.
           05  DISTANCE-LGTH  PIC 9(4) VALUE 0.
           05  DISTANCE-TBL
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON DISTANCE-LGTH
               INDEXED BY IDX-DST.
               10  TBL-DST-GARE-1 PIC X(10).
               10  TBL-DST-GARE-2 PIC X(10).
               10  TBL-DST-KM     PIC 9(4).

      ***** Bareme de trains-tarifs.txt ********************************
       01  DATA-TARIF.
           05  TARIF-LGTH     PIC 9(3) VALUE 0.
           05  TARIF-TBL
               OCCURS 1 TO 50 TIMES
               DEPENDING ON TARIF-LGTH
               INDEXED BY IDX-TRF.
               10  TBL-TRF-TYPE     PIC X(3).
               10  TBL-TRF-CLASSE   PIC X(1).
               10  TBL-TRF-BASE     PIC 9(3)V99.
               10  TBL-TRF-PRIX-KM  PIC 9(1)V9(4).
               10  TBL-TRF-MINIMUM  PIC 9(3)V99.
