      *    input.dat) avant qu'il ne soit integre aux moyennes.
      *
      *    2026-08-21  Creation.
      *    2026-10-15  Credits ECTS du cours, programme (diplome) et
      *                 bloc d'exigences du programme auquel il
      *                 appartient, pour l'audit de diplomation
      *                 promaud.cbl. Longueur portee de 21 a 42 ; une
      *                 ligne a l'ancien format (intitule seul) se
      *                 relit sans credits (zone non numerique).
      **********************************************************************
       01  F-COURS-REF.
           05  COURS-REF-LABEL     PIC X(21).
           05  FILLER              PIC X(01).
           05  COURS-REF-CREDITS-X PIC X(02).
           05  COURS-REF-CREDITS REDEFINES COURS-REF-CREDITS-X
                                   PIC 9(02).
           05  FILLER              PIC X(01).
           05  COURS-REF-PROGRAMME PIC X(08).
           05  FILLER              PIC X(01).
           05  COURS-REF-BLOC      PIC X(08).
