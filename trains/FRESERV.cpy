      ***** FRESERV.cpy ****************************************************
      *    Enregistrement du fichier des reservations (trainres.dat),
      *    130 caracteres : une reservation confirmee par ligne, sur
      *    un train du plan (cles TRAIN3-TYPE, STATION-DEPART,
      *    TRAIN3-TIME comme trainequ.dat et trainram.dat) et une date
      *    de circulation, de la gare de montee a la gare de descente
      *    (STATION-DEPART ou une des TRAIN3-HALT-STATION, comparees
      *    sur 10 caracteres comme dans trainram.cbl). Le fichier est
      *    tenu par trainrsv.cbl ; une reservation annulee en sort et
      *    ne reste que dans le journal trainrsv.jnl.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01  F-RESERVATION.
           05  RSV-REFERENCE  PIC X(10).
           05  FILLER         PIC X(01).
           05  RSV-TYPE       PIC X(03).
           05  FILLER         PIC X(01).
           05  RSV-GARE       PIC X(18).
           05  FILLER         PIC X(01).
           05  RSV-HHMM       PIC X(04).
           05  FILLER         PIC X(01).
           05  RSV-DATE       PIC X(08).
           05  RSV-DATE-NUM REDEFINES RSV-DATE
                              PIC 9(08).
           05  FILLER         PIC X(01).
           05  RSV-MONTEE     PIC X(18).
           05  FILLER         PIC X(01).
           05  RSV-DESCENTE   PIC X(18).
           05  FILLER         PIC X(01).
           05  RSV-PLACES     PIC X(03).
           05  RSV-PLACES-NUM REDEFINES RSV-PLACES
                              PIC 9(03).
           05  FILLER         PIC X(01).
           05  RSV-CONTACT    PIC X(40).
