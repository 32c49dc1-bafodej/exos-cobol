      ***** FDISTANCE.cpy **************************************************
      *    Enregistrement du fichier des distances entre gares
      *    voisines (fr-distances-gares.txt), 42 caracteres : deux
      *    noms de gare (comme FGARE.cpy, compares sur 10 caracteres
      *    comme TRAIN3-HALT-STATION) et la distance en kilometres du
      *    troncon qui les relie. Une ligne vaut dans les deux sens.
      *    Lu par la routine partagee de tarification (TARIF.cpy).
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  F-DISTANCE.
           05  DST-GARE-1     PIC X(18).
           05  FILLER         PIC X(01).
           05  DST-GARE-2     PIC X(18).
           05  FILLER         PIC X(01).
           05  DST-KM         PIC 9(04).
