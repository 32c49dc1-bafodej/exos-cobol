      ***** FKILOM.cpy *****************************************************
      *    Enregistrement du fichier des kilometrages de rames
      *    (trainkm.dat), 67 caracteres : une ligne par rame
      *    (RAM-ID de trainram.dat) avec son type de materiel
      *    (trains-rames.txt), le kilometrage total, les kilometres
      *    parcourus depuis la derniere visite legere et depuis la
      *    derniere revision lourde, la derniere journee cumulee et
      *    les dates de ces deux visites (AAAAMMJJ, zero = aucune).
      *    RKM-ETAT est calcule par trainkm.cbl contre les seuils
      *    de trains-seuils-km.txt et relu par trainram.cbl pour
      *    signaler les rames en retard de visite.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  F-KILOMETRAGE.
           05  RKM-ID          PIC X(06).
           05  FILLER          PIC X(01).
           05  RKM-TYPE        PIC X(06).
           05  FILLER          PIC X(01).
           05  RKM-TOTAL       PIC 9(08).
           05  FILLER          PIC X(01).
           05  RKM-LEGERE      PIC 9(07).
           05  FILLER          PIC X(01).
           05  RKM-LOURDE      PIC 9(07).
           05  FILLER          PIC X(01).
           05  RKM-DATE        PIC 9(08).
           05  FILLER          PIC X(01).
           05  RKM-DATE-LEGERE PIC 9(08).
           05  FILLER          PIC X(01).
           05  RKM-DATE-LOURDE PIC 9(08).
           05  FILLER          PIC X(01).
           05  RKM-ETAT        PIC X(01).
               88  RKM-A-JOUR          VALUE SPACE.
               88  RKM-ECHEANCE        VALUE 'E'.
               88  RKM-LEGERE-DEPASSEE VALUE 'L'.
               88  RKM-LOURDE-DEPASSEE VALUE 'G'.
               88  RKM-EN-RETARD       VALUE 'L' 'G'.
