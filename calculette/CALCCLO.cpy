      ***** CALCCLO.cpy ****************************************************
      *    Enregistrement des clotures de caisse (calc-clotures.dat),
      *    119 caracteres, en ajout seul : une ligne par cloture de fin
      *    de journee faite par calccais.cbl. CLO-TOTAL-COMPTE est le
      *    contenu compte du tiroir (especes par coupure, cartes et
      *    cheques), CLO-TOTAL-CALC4 le cumul de calc4-total.dat et
      *    CLO-TOTAL-JOURNAL la somme des resultats calc4 et du TTC
      *    des factures calcfact de calculs.log du jour. CLO-REFERENCE
      *    dit lequel des deux a servi de total attendu : 'T' le total
      *    calc4 augmente des factures, 'J' le journal quand
      *    calc4-total.dat ne porte plus la date cloturee.
      *    CLO-ECART = compte - attendu (positif : excedent, negatif :
      *    manquant). Une journee deja cloturee ne se recloture qu'avec
      *    un code superviseur, porte dans CLO-SUPERVISEUR (a blanc pour
      *    une premiere cloture) ; la derniere ligne d'une date fait foi
      *    pour le rapport mensuel des ecarts.
      *
      *    2026-10-15  Creation.
      **********************************************************************
       01 REC-CALCCLO.
              06     CLO-DATE             PIC 9(8).
              06     FILLER               PIC X.
              06     CLO-HEURE            PIC 9(6).
              06     FILLER               PIC X.
              06     CLO-CAISSIER         PIC X(8).
              06     FILLER               PIC X.
              06     CLO-ESPECES          PIC 9(9)V99.
              06     FILLER               PIC X.
              06     CLO-CARTES           PIC 9(9)V99.
              06     FILLER               PIC X.
              06     CLO-CHEQUES          PIC 9(9)V99.
              06     FILLER               PIC X.
              06     CLO-TOTAL-COMPTE     PIC 9(9)V99.
              06     FILLER               PIC X.
              06     CLO-TOTAL-CALC4      PIC S9(9)V99.
              06     FILLER               PIC X.
              06     CLO-TOTAL-JOURNAL    PIC S9(9)V99.
              06     FILLER               PIC X.
              06     CLO-ECART            PIC S9(9)V99.
              06     FILLER               PIC X.
              06     CLO-SUPERVISEUR      PIC X(8).
              06     FILLER               PIC X.
              06     CLO-REFERENCE        PIC X(1).
                  88 CLO-REF-CALC4            VALUE 'T'.
                  88 CLO-REF-JOURNAL          VALUE 'J'.
