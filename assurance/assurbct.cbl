       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

       FD  FIC-ARCHIVE
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ARCHIVE                    PIC X(148).

       FD  FIC-BENEF
           RECORD CONTAINS 59 CHARACTERS
