      ***** Champs de travail de la routine partagee de controle ********
      ***** d'acces des operateurs (OPECTL.cpy)                    *****
      *    2026-10-15  Creation. L'appelant renseigne OA-PROGRAMME (son
      *                 nom, ou le programme choisi dans un menu) et
      *                 OA-DETAIL (parametres du lancement), puis lit le
      *                 resultat dans OA-ACCES et OA-MOTIF. Les statuts
      *                 OA-OPERAT-STATUS et OA-JNLACC-STATUS sont ceux
      *                 des fichiers FIC-OPERAT (operateurs.txt) et
      *                 FIC-JNLACC (acces-operateurs.jnl) que l'appelant
      *                 declare.
      **********************************************************************
       01  OA-OPERATEUR       PIC X(8).
       01  OA-PROGRAMME       PIC X(8).
       01  OA-DETAIL          PIC X(30).
       01  OA-ACCES           PIC X(1).
           88  OA-ACCES-AUTORISE  VALUE 'O'.
           88  OA-ACCES-REFUSE    VALUE 'N'.
       01  OA-MOTIF           PIC X(30).
       01  OA-OPERAT-STATUS   PIC X(2).
           88  OA-OPERAT-OK       VALUE '00'.
           88  OA-OPERAT-END      VALUE '10'.
       01  OA-JNLACC-STATUS   PIC X(2).
           88  OA-JNLACC-ABSENT   VALUE '35'.
       01  OA-TROUVE          PIC X(1).
           88  OA-OPERATEUR-TROUVE VALUE 'O'.
       01  OA-NOM-OPERATEUR   PIC X(30).
       01  OA-ACTIF           PIC X(1).
       01  OA-DROITS-LISTE    PIC X(60).
       01  OA-DROITS-TBL.
           05  OA-DROIT       PIC X(12) OCCURS 10 TIMES.
       01  OA-IDX-DROIT       PIC 9(2).
       01  OA-LG-PREFIXE      PIC 9(2).
