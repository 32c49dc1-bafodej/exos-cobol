       IDENTIFICATION DIVISION.
       PROGRAM-ID. intref.
       AUTHOR. Bafode.

      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Controle nocturne d'integrite
      *                 referentielle de tous les fichiers satellites
      *                 en une seule passe, au lieu des controles
      *                 partiels de chaque programme :
      *                 - notes-contrats.dat, beneficiaires.dat,
      *                   relances.dat et les avenants (mouvements 'V'
      *                   de assumaj.dat) vers les contrats de
      *                   assurances.dat ;
      *                 - contacts-clients.dat vers les clients et
      *                   absences.dat vers les employes de
      *                   fichierclient.txt ;
      *                 - dephier.txt (employe et responsable non
      *                   blanc) vers fichierclient.txt ;
      *                 - trainequ.dat et trainram.dat vers les trains
      *                   de train3.dat (type, gare, heure de depart).
      *                 Chaque orphelin est liste dans intref.lis et
      *                 ajoute a exceptions.dat (codes ORPCTR, ORPCLI,
      *                 ORPEMP, ORPTRN). La synthese donne par fichier
      *                 et par lien le nombre de liens controles et
      *                 d'orphelins, puis le taux d'integrite global.
      *                 Un satellite absent est signale sans arreter
      *                 le controle ; un maitre absent laisse ses liens
      *                 non controles. Code retour 4 s'il y a au moins
      *                 un orphelin.
      *    2026-10-15  Liens controles en plus : risques.dat, pieces.dat
      *                 et le contrat non blanc de reclamations.dat vers
      *                 les contrats (ORPCTR) ; mandats.dat,
      *                 reclamations.dat, consentements.dat,
      *                 gestionnaires.dat, segments.dat et adresses.dat
      *                 vers les clients (ORPCLI) ; le gestionnaire de
      *                 gestionnaires.dat et formations.dat vers les
      *                 employes (ORPEMP).
      **********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ASSU-STATUS.

           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT TRAIN3 ASSIGN TO 'train3.dat'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-TRAIN3-STATUS.

           SELECT FIC-NOTE ASSIGN TO 'notes-contrats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NOTE-STATUS.

           SELECT FIC-BENEF ASSIGN TO 'beneficiaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BENEF-STATUS.

           SELECT FIC-ETAT ASSIGN TO 'relances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ETAT-STATUS.

           SELECT FIC-MAJ ASSIGN TO 'assumaj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MAJ-STATUS.

           SELECT FIC-CONTACT ASSIGN TO 'contacts-clients.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT FIC-ABSENCE ASSIGN TO 'absences.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT FIC-HIER ASSIGN TO 'dephier.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-HIER-STATUS.

           SELECT FIC-EQUIPAGE ASSIGN TO 'trainequ.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EQUIPAGE-STATUS.

           SELECT FIC-RAME ASSIGN TO 'trainram.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAME-STATUS.

           SELECT FIC-RISQUE ASSIGN TO 'risques.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RISQUE-STATUS.

           SELECT FIC-PIECE ASSIGN TO 'pieces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PIECE-STATUS.

           SELECT FIC-MANDAT ASSIGN TO 'mandats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-MANDAT-STATUS.

           SELECT FIC-RECLAM ASSIGN TO 'reclamations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RECLAM-STATUS.

           SELECT FIC-CONSENT ASSIGN TO 'consentements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CONSENT-STATUS.

           SELECT FIC-GESTION ASSIGN TO 'gestionnaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-GESTION-STATUS.

           SELECT FIC-SEGMENT ASSIGN TO 'segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SEGMENT-STATUS.

           SELECT FIC-ADRESSE ASSIGN TO 'adresses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ADRESSE-STATUS.

           SELECT FIC-FORMATION ASSIGN TO 'formations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-FORMATION-STATUS.

           SELECT FIC-RAPPORT ASSIGN TO 'intref.lis'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT FIC-EXCSTD ASSIGN TO 'exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXCSTD-STATUS.

           SELECT FIC-BATCH ASSIGN TO 'batch.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FASSU.cpy'.

       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       COPY 'TRAIN3-FDESCRIPTION.cpy'.

       FD  FIC-NOTE
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNOTECTR.cpy'.

       FD  FIC-BENEF
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FBENEF.cpy'.

      ***** Etat des relances : contrat, niveau, date du niveau *********
       FD  FIC-ETAT
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
        01 REC-ETAT.
           05  ETA-NUM-CONTRAT           PIC X(8).
           05  FILLER                    PIC X(1).
           05  ETA-NIVEAU                PIC 9(1).
           05  FILLER                    PIC X(1).
           05  ETA-DATE-NIVEAU           PIC 9(8).

      ***** Mouvements en attente d'application par assurmnt : seuls  **
      ***** l'action et le contrat servent ici                         **
       FD  FIC-MAJ
           RECORD CONTAINS 159 CHARACTERS
           RECORDING MODE IS F.
        01 REC-MAJ.
           05  MAJ-ACTION                PIC X(1).
               88  MAJ-AVENANT           VALUE 'V'.
           05  FILLER                    PIC X(99).
           05  MAJ-NUM-CONTRAT           PIC X(8).
           05  FILLER                    PIC X(51).

       FD  FIC-CONTACT
           RECORD CONTAINS 85 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONTACT.cpy'.

       FD  FIC-ABSENCE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FABSENCE.cpy'.

      ***** Hierarchie : employe, responsable (a blanc = sommet) *******
       FD  FIC-HIER
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
        01 REC-HIER.
           05  HIE-EMPLOYE-ID            PIC X(8).
           05  FILLER                    PIC X(1).
           05  HIE-MANAGER-ID            PIC X(8).

      ***** Equipage d'un train du plan *********************************
       FD  FIC-EQUIPAGE
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.
        01 REC-EQUIPAGE.
           05  EQU-TYPE                  PIC X(3).
           05  FILLER                    PIC X(1).
           05  EQU-GARE                  PIC X(18).
           05  FILLER                    PIC X(1).
           05  EQU-HHMM                  PIC X(4).
           05  FILLER                    PIC X(1).
           05  EQU-CONDUCTEUR            PIC X(8).
           05  FILLER                    PIC X(1).
           05  EQU-CONTROLEUR            PIC X(8).

      ***** Rame affectee a un train du plan ****************************
       FD  FIC-RAME
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAME.
           05  RAM-TYPE                  PIC X(3).
           05  FILLER                    PIC X(1).
           05  RAM-GARE                  PIC X(18).
           05  FILLER                    PIC X(1).
           05  RAM-HHMM                  PIC X(4).
           05  FILLER                    PIC X(1).
           05  RAM-ID                    PIC X(6).

       FD  FIC-RISQUE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FRISQUE.cpy'.

       FD  FIC-PIECE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FPIECE.cpy'.

       FD  FIC-MANDAT
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMANDAT.cpy'.

       FD  FIC-RECLAM
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FRECLAM.cpy'.

       FD  FIC-CONSENT
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSENT.cpy'.

       FD  FIC-GESTION
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FGESTION.cpy'.

       FD  FIC-SEGMENT
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FSEGMENT.cpy'.

       FD  FIC-ADRESSE
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FADRESSE.cpy'.

       FD  FIC-FORMATION
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FFORMAT.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
        01 REC-RAPPORT                    PIC X(132).

       FD  FIC-EXCSTD
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FEXCEPT.cpy'.

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.
        01  WS-ASSU-STATUS                PIC X(2).
            88  WS-ASSU-OK                VALUE '00'.
            88  WS-ASSU-END               VALUE '10'.
        01  WS-CLIENT-STATUS              PIC X(2).
            88  WS-CLIENT-OK              VALUE '00'.
            88  WS-CLIENT-END             VALUE '10'.
        01  WS-TRAIN3-LEN                 PIC 9(3) VALUE 151.
        01  WS-TRAIN3-STATUS              PIC X(2).
            88  WS-TRAIN3-OK              VALUE '00'.
            88  WS-TRAIN3-END             VALUE '10'.
        01  WS-NOTE-STATUS                PIC X(2).
            88  WS-NOTE-OK                VALUE '00'.
            88  WS-NOTE-END               VALUE '10'.
        01  WS-BENEF-STATUS               PIC X(2).
            88  WS-BENEF-OK               VALUE '00'.
            88  WS-BENEF-END              VALUE '10'.
        01  WS-ETAT-STATUS                PIC X(2).
            88  WS-ETAT-OK                VALUE '00'.
            88  WS-ETAT-END               VALUE '10'.
        01  WS-MAJ-STATUS                 PIC X(2).
            88  WS-MAJ-OK                 VALUE '00'.
            88  WS-MAJ-END                VALUE '10'.
        01  WS-CONTACT-STATUS             PIC X(2).
            88  WS-CONTACT-OK             VALUE '00'.
            88  WS-CONTACT-END            VALUE '10'.
        01  WS-ABSENCE-STATUS             PIC X(2).
            88  WS-ABSENCE-OK             VALUE '00'.
            88  WS-ABSENCE-END            VALUE '10'.
        01  WS-HIER-STATUS                PIC X(2).
            88  WS-HIER-OK                VALUE '00'.
            88  WS-HIER-END               VALUE '10'.
        01  WS-EQUIPAGE-STATUS            PIC X(2).
            88  WS-EQUIPAGE-OK            VALUE '00'.
            88  WS-EQUIPAGE-END           VALUE '10'.
        01  WS-RAME-STATUS                PIC X(2).
            88  WS-RAME-OK                VALUE '00'.
            88  WS-RAME-END               VALUE '10'.
        01  WS-RISQUE-STATUS              PIC X(2).
            88  WS-RISQUE-OK              VALUE '00'.
            88  WS-RISQUE-END             VALUE '10'.
        01  WS-PIECE-STATUS               PIC X(2).
            88  WS-PIECE-OK               VALUE '00'.
            88  WS-PIECE-END              VALUE '10'.
        01  WS-MANDAT-STATUS              PIC X(2).
            88  WS-MANDAT-OK              VALUE '00'.
            88  WS-MANDAT-END             VALUE '10'.
        01  WS-RECLAM-STATUS              PIC X(2).
            88  WS-RECLAM-OK              VALUE '00'.
            88  WS-RECLAM-END             VALUE '10'.
        01  WS-CONSENT-STATUS             PIC X(2).
            88  WS-CONSENT-OK             VALUE '00'.
            88  WS-CONSENT-END            VALUE '10'.
        01  WS-GESTION-STATUS             PIC X(2).
            88  WS-GESTION-OK             VALUE '00'.
            88  WS-GESTION-END            VALUE '10'.
        01  WS-SEGMENT-STATUS             PIC X(2).
            88  WS-SEGMENT-OK             VALUE '00'.
            88  WS-SEGMENT-END            VALUE '10'.
        01  WS-ADRESSE-STATUS             PIC X(2).
            88  WS-ADRESSE-OK             VALUE '00'.
            88  WS-ADRESSE-END            VALUE '10'.
        01  WS-FORMATION-STATUS           PIC X(2).
            88  WS-FORMATION-OK           VALUE '00'.
            88  WS-FORMATION-END          VALUE '10'.
        01  WS-RAPPORT-STATUS             PIC X(2).

      ***** Exception normalisee a destination du fichier commun ******
        01  WS-EXCSTD-STATUS              PIC X(2).
            88  WS-EXCSTD-ABSENT          VALUE '35'.
        01  WS-EXC-CLE                    PIC X(18).
        01  WS-EXC-CODE                   PIC X(6).
        01  WS-EXC-DESC                   PIC X(60).

      ***** Evenement a tracer dans le journal de controle batch.log ****
        01  WS-EVENEMENT-STAMP            PIC X(6).
        01  WS-BATCH-STATUS               PIC X(2).

      ***** Presence des fichiers maitres *******************************
        01  WS-CONTRATS-PRESENTS          PIC X(1) VALUE 'N'.
            88  WS-CONTRATS-OK            VALUE 'O'.
        01  WS-CLIENTS-PRESENTS           PIC X(1) VALUE 'N'.
            88  WS-CLIENTS-OK             VALUE 'O'.
        01  WS-TRAINS-PRESENTS            PIC X(1) VALUE 'N'.
            88  WS-TRAINS-OK              VALUE 'O'.

      ***** Tables des cles maitres chargees en memoire ****************
        01  DATA-CONTRAT.
            05  CONTRAT-LGTH              PIC 9(5) VALUE 0.
            05  CONTRAT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CONTRAT-LGTH
                INDEXED BY IDX-CONTRAT.
                10  TBL-NUM-CONTRAT       PIC X(8).

        01  DATA-CLIENT.
            05  CLIENT-LGTH               PIC 9(5) VALUE 0.
            05  CLIENT-TBL
                OCCURS 1 TO 20000 TIMES
                DEPENDING ON CLIENT-LGTH
                INDEXED BY IDX-CLIENT.
                10  TBL-CODE-CLT          PIC X(8).

      *    Cle d'un train : type, heure de depart HHMM, gare de depart.
        01  DATA-TRAIN.
            05  TRAIN-LGTH                PIC 9(4) VALUE 0.
            05  TRAIN-TBL
                OCCURS 1 TO 2000 TIMES
                DEPENDING ON TRAIN-LGTH
                INDEXED BY IDX-TRAIN.
                10  TBL-TRAIN-CLE         PIC X(25).

      ***** Liens controles : fichier, libelle, code anomalie **********
        01  WS-LIENS-VAL.
            05  FILLER  PIC X(50) VALUE
                'notes-contrats.dat  NOTE -> CONTRAT         ORPCTR'.
            05  FILLER  PIC X(50) VALUE
                'beneficiaires.dat   BENEFICIAIRE -> CONTRAT ORPCTR'.
            05  FILLER  PIC X(50) VALUE
                'relances.dat        RELANCE -> CONTRAT      ORPCTR'.
            05  FILLER  PIC X(50) VALUE
                'assumaj.dat         AVENANT -> CONTRAT      ORPCTR'.
            05  FILLER  PIC X(50) VALUE
                'contacts-clients.datCONTACT -> CLIENT       ORPCLI'.
            05  FILLER  PIC X(50) VALUE
                'absences.dat        ABSENCE -> EMPLOYE      ORPEMP'.
            05  FILLER  PIC X(50) VALUE
                'dephier.txt         EMPLOYE -> EMPLOYE      ORPEMP'.
            05  FILLER  PIC X(50) VALUE
                'dephier.txt         RESPONSABLE -> EMPLOYE  ORPEMP'.
            05  FILLER  PIC X(50) VALUE
                'trainequ.dat        EQUIPAGE -> TRAIN       ORPTRN'.
            05  FILLER  PIC X(50) VALUE
                'trainram.dat        RAME -> TRAIN           ORPTRN'.
            05  FILLER  PIC X(50) VALUE
                'risques.dat         OBJET ASSURE -> CONTRAT ORPCTR'.
            05  FILLER  PIC X(50) VALUE
                'pieces.dat          PIECE -> CONTRAT        ORPCTR'.
            05  FILLER  PIC X(50) VALUE
                'mandats.dat         MANDAT -> CLIENT        ORPCLI'.
            05  FILLER  PIC X(50) VALUE
                'reclamations.dat    RECLAMATION -> CLIENT   ORPCLI'.
            05  FILLER  PIC X(50) VALUE
                'reclamations.dat    RECLAMATION -> CONTRAT  ORPCTR'.
            05  FILLER  PIC X(50) VALUE
                'consentements.dat   CONSENTEMENT -> CLIENT  ORPCLI'.
            05  FILLER  PIC X(50) VALUE
                'gestionnaires.dat   AFFECTATION -> CLIENT   ORPCLI'.
            05  FILLER  PIC X(50) VALUE
                'gestionnaires.dat   GESTIONNAIRE -> EMPLOYE ORPEMP'.
            05  FILLER  PIC X(50) VALUE
                'segments.dat        SEGMENT -> CLIENT       ORPCLI'.
            05  FILLER  PIC X(50) VALUE
                'adresses.dat        ADRESSE -> CLIENT       ORPCLI'.
            05  FILLER  PIC X(50) VALUE
                'formations.dat      FORMATION -> EMPLOYE    ORPEMP'.
        01  WS-LIENS-DEF REDEFINES WS-LIENS-VAL.
            05  WS-LIEN-DEF OCCURS 21 TIMES.
                10  WS-LIEN-FICHIER       PIC X(20).
                10  WS-LIEN-LIBELLE       PIC X(24).
                10  WS-LIEN-CODE          PIC X(6).

      *    Compteurs et etat par lien : 'C' controle, 'A' satellite
      *    absent, 'M' maitre absent (lien non controle).
        01  WS-LIENS-CPT.
            05  WS-LIEN-CPT OCCURS 21 TIMES.
                10  WS-LIEN-LUS           PIC 9(7).
                10  WS-LIEN-ORPHELINS     PIC 9(7).
                10  WS-LIEN-ETAT          PIC X(1).
                    88  WS-LIEN-CONTROLE  VALUE 'C'.
                    88  WS-LIEN-ABSENT    VALUE 'A'.
                    88  WS-LIEN-SANS-MAITRE VALUE 'M'.
        01  WS-NB-LIENS                   PIC 9(2) VALUE 21.
        01  WS-LIEN                       PIC 9(2) VALUE 0.

        01  WS-CLE-CHERCHEE               PIC X(25).
        01  WS-CLE-TROUVEE                PIC X(1).
            88  WS-CLE-CONNUE             VALUE 'O'.
            88  WS-CLE-INCONNUE           VALUE 'N'.

        01  WS-TOT-LUS                    PIC 9(7) VALUE 0.
        01  WS-TOT-ORPHELINS              PIC 9(7) VALUE 0.
        01  WS-TAUX-INTEGRITE             PIC 9(3)V99 VALUE 0.

        01  WS-LIGNE-ORPHELIN.
            05  FILLER                    PIC X(10) VALUE 'ORPHELIN  '.
            05  WS-ORP-FICHIER            PIC X(20).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-ORP-LIBELLE            PIC X(24).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-ORP-CLE                PIC X(25).
            05  FILLER                    PIC X(9)  VALUE ' ENREG N.'.
            05  WS-ORP-ENREG              PIC ZZZZZZ9.

        01  WS-LIGNE-SYNTHESE.
            05  WS-SYN-FICHIER            PIC X(20).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-SYN-LIBELLE            PIC X(24).
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-SYN-LUS                PIC ZZZZZZ9.
            05  FILLER                    PIC X(1)  VALUE SPACE.
            05  WS-SYN-ORPHELINS          PIC ZZZZZZ9.
            05  FILLER                    PIC X(2)  VALUE SPACES.
            05  WS-SYN-ETAT               PIC X(20).

        01  WS-EDIT-NB                    PIC ZZZZZZ9.
        01  WS-EDIT-TAUX                  PIC ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           INITIALIZE WS-LIENS-CPT.
           PERFORM 1000-CHARGE-CONTRATS-START
               THRU 1000-CHARGE-CONTRATS-END.
           PERFORM 1200-CHARGE-CLIENTS-START
               THRU 1200-CHARGE-CLIENTS-END.
           PERFORM 1400-CHARGE-TRAINS-START
               THRU 1400-CHARGE-TRAINS-END.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'CONTROLE D''INTEGRITE REFERENTIELLE DU '
                   DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM 2000-NOTES-START      THRU 2000-NOTES-END.
           PERFORM 2100-BENEF-START      THRU 2100-BENEF-END.
           PERFORM 2200-RELANCES-START   THRU 2200-RELANCES-END.
           PERFORM 2300-AVENANTS-START   THRU 2300-AVENANTS-END.
           PERFORM 2400-CONTACTS-START   THRU 2400-CONTACTS-END.
           PERFORM 2500-ABSENCES-START   THRU 2500-ABSENCES-END.
           PERFORM 2600-HIER-START       THRU 2600-HIER-END.
           PERFORM 2700-EQUIPAGES-START  THRU 2700-EQUIPAGES-END.
           PERFORM 2800-RAMES-START      THRU 2800-RAMES-END.
           PERFORM 2900-RISQUES-START    THRU 2900-RISQUES-END.
           PERFORM 3000-PIECES-START     THRU 3000-PIECES-END.
           PERFORM 3100-MANDATS-START    THRU 3100-MANDATS-END.
           PERFORM 3200-RECLAM-START     THRU 3200-RECLAM-END.
           PERFORM 3300-CONSENT-START    THRU 3300-CONSENT-END.
           PERFORM 3400-GESTION-START    THRU 3400-GESTION-END.
           PERFORM 3500-SEGMENTS-START   THRU 3500-SEGMENTS-END.
           PERFORM 3600-ADRESSES-START   THRU 3600-ADRESSES-END.
           PERFORM 3700-FORMATIONS-START THRU 3700-FORMATIONS-END.

           PERFORM 8000-SYNTHESE-START   THRU 8000-SYNTHESE-END.
           CLOSE FIC-RAPPORT.
           PERFORM 9000-TERM-START       THRU 9000-TERM-END.

           IF WS-TOT-ORPHELINS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.
       0000-MAIN-END.
           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'intref'             TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-TOT-LUS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Chargement des numeros de contrat de assurances.dat ********
       1000-CHARGE-CONTRATS-START.
           OPEN INPUT FIC-ASSU.
           IF NOT WS-ASSU-OK
               DISPLAY 'FICHIER assurances.dat ABSENT (STATUT '
                   WS-ASSU-STATUS '), LIENS CONTRAT NON CONTROLES'
               GO TO 1000-CHARGE-CONTRATS-END
           END-IF.
           MOVE 'O' TO WS-CONTRATS-PRESENTS.
           PERFORM 1100-CHARGE-CONTRATS-LOOP-START
               THRU 1100-CHARGE-CONTRATS-LOOP-END
               UNTIL WS-ASSU-END.
           CLOSE FIC-ASSU.
       1000-CHARGE-CONTRATS-END.
           EXIT.

       1100-CHARGE-CONTRATS-LOOP-START.
           READ FIC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   IF CONTRAT-LGTH < 20000
                       SET CONTRAT-LGTH UP BY 1
                       SET IDX-CONTRAT TO CONTRAT-LGTH
                       MOVE WS-NUM-CONTRAT
                           TO TBL-NUM-CONTRAT(IDX-CONTRAT)
                   END-IF
           END-READ.
       1100-CHARGE-CONTRATS-LOOP-END.
           EXIT.

      ***** Chargement des codes clients et employes ******************
       1200-CHARGE-CLIENTS-START.
           OPEN INPUT FIC-CLIENT.
           IF NOT WS-CLIENT-OK
               DISPLAY 'FICHIER fichierclient.txt ABSENT (STATUT '
                   WS-CLIENT-STATUS '), LIENS CLIENT/EMPLOYE NON '
                   'CONTROLES'
               GO TO 1200-CHARGE-CLIENTS-END
           END-IF.
           MOVE 'O' TO WS-CLIENTS-PRESENTS.
           PERFORM 1300-CHARGE-CLIENTS-LOOP-START
               THRU 1300-CHARGE-CLIENTS-LOOP-END
               UNTIL WS-CLIENT-END.
           CLOSE FIC-CLIENT.
       1200-CHARGE-CLIENTS-END.
           EXIT.

       1300-CHARGE-CLIENTS-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CLIENT-LGTH < 20000
                       SET CLIENT-LGTH UP BY 1
                       SET IDX-CLIENT TO CLIENT-LGTH
                       MOVE CODE-CLT TO TBL-CODE-CLT(IDX-CLIENT)
                   END-IF
           END-READ.
       1300-CHARGE-CLIENTS-LOOP-END.
           EXIT.

      ***** Chargement des cles des trains du plan train3.dat *********
       1400-CHARGE-TRAINS-START.
           OPEN INPUT TRAIN3.
           IF NOT WS-TRAIN3-OK
               DISPLAY 'FICHIER train3.dat ABSENT (STATUT '
                   WS-TRAIN3-STATUS '), LIENS TRAIN NON CONTROLES'
               GO TO 1400-CHARGE-TRAINS-END
           END-IF.
           MOVE 'O' TO WS-TRAINS-PRESENTS.
           PERFORM 1500-CHARGE-TRAINS-LOOP-START
               THRU 1500-CHARGE-TRAINS-LOOP-END
               UNTIL WS-TRAIN3-END.
           CLOSE TRAIN3.
       1400-CHARGE-TRAINS-END.
           EXIT.

       1500-CHARGE-TRAINS-LOOP-START.
           READ TRAIN3
               AT END
                   SET WS-TRAIN3-END TO TRUE
               NOT AT END
                   IF TRAIN-LGTH < 2000
                       SET TRAIN-LGTH UP BY 1
                       SET IDX-TRAIN TO TRAIN-LGTH
                       MOVE SPACES TO TBL-TRAIN-CLE(IDX-TRAIN)
                       STRING TRAIN3-TYPE    DELIMITED BY SIZE
                              TRAIN3-TIME    DELIMITED BY SIZE
                              STATION-DEPART DELIMITED BY SIZE
                           INTO TBL-TRAIN-CLE(IDX-TRAIN)
                       END-STRING
                   END-IF
           END-READ.
       1500-CHARGE-TRAINS-LOOP-END.
           EXIT.

      ***** Notes de suivi des contrats -> contrats *******************
       2000-NOTES-START.
           MOVE 1 TO WS-LIEN.
           IF NOT WS-CONTRATS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2000-NOTES-END
           END-IF.
           OPEN INPUT FIC-NOTE.
           IF NOT WS-NOTE-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2000-NOTES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2050-NOTES-LOOP-START
               THRU 2050-NOTES-LOOP-END
               UNTIL WS-NOTE-END.
           CLOSE FIC-NOTE.
       2000-NOTES-END.
           EXIT.

       2050-NOTES-LOOP-START.
           READ FIC-NOTE
               AT END
                   MOVE '10' TO WS-NOTE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE NCT-NUM-CONTRAT TO WS-CLE-CHERCHEE
                   PERFORM 6100-CHERCHE-CONTRAT-START
                       THRU 6100-CHERCHE-CONTRAT-END
           END-READ.
       2050-NOTES-LOOP-END.
           EXIT.

      ***** Beneficiaires -> contrats *********************************
       2100-BENEF-START.
           MOVE 2 TO WS-LIEN.
           IF NOT WS-CONTRATS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2100-BENEF-END
           END-IF.
           OPEN INPUT FIC-BENEF.
           IF NOT WS-BENEF-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2100-BENEF-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2150-BENEF-LOOP-START
               THRU 2150-BENEF-LOOP-END
               UNTIL WS-BENEF-END.
           CLOSE FIC-BENEF.
       2100-BENEF-END.
           EXIT.

       2150-BENEF-LOOP-START.
           READ FIC-BENEF
               AT END
                   MOVE '10' TO WS-BENEF-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE BEN-NUM-CONTRAT TO WS-CLE-CHERCHEE
                   PERFORM 6100-CHERCHE-CONTRAT-START
                       THRU 6100-CHERCHE-CONTRAT-END
           END-READ.
       2150-BENEF-LOOP-END.
           EXIT.

      ***** Etat des relances -> contrats *****************************
       2200-RELANCES-START.
           MOVE 3 TO WS-LIEN.
           IF NOT WS-CONTRATS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2200-RELANCES-END
           END-IF.
           OPEN INPUT FIC-ETAT.
           IF NOT WS-ETAT-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2200-RELANCES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2250-RELANCES-LOOP-START
               THRU 2250-RELANCES-LOOP-END
               UNTIL WS-ETAT-END.
           CLOSE FIC-ETAT.
       2200-RELANCES-END.
           EXIT.

       2250-RELANCES-LOOP-START.
           READ FIC-ETAT
               AT END
                   MOVE '10' TO WS-ETAT-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE ETA-NUM-CONTRAT TO WS-CLE-CHERCHEE
                   PERFORM 6100-CHERCHE-CONTRAT-START
                       THRU 6100-CHERCHE-CONTRAT-END
           END-READ.
       2250-RELANCES-LOOP-END.
           EXIT.

      ***** Avenants en attente (mouvements 'V') -> contrats **********
       2300-AVENANTS-START.
           MOVE 4 TO WS-LIEN.
           IF NOT WS-CONTRATS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2300-AVENANTS-END
           END-IF.
           OPEN INPUT FIC-MAJ.
           IF NOT WS-MAJ-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2300-AVENANTS-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2350-AVENANTS-LOOP-START
               THRU 2350-AVENANTS-LOOP-END
               UNTIL WS-MAJ-END.
           CLOSE FIC-MAJ.
       2300-AVENANTS-END.
           EXIT.

       2350-AVENANTS-LOOP-START.
           READ FIC-MAJ
               AT END
                   MOVE '10' TO WS-MAJ-STATUS
               NOT AT END
                   IF MAJ-AVENANT
                       ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                       MOVE MAJ-NUM-CONTRAT TO WS-CLE-CHERCHEE
                       PERFORM 6100-CHERCHE-CONTRAT-START
                           THRU 6100-CHERCHE-CONTRAT-END
                   END-IF
           END-READ.
       2350-AVENANTS-LOOP-END.
           EXIT.

      ***** Journal des contacts -> clients ***************************
       2400-CONTACTS-START.
           MOVE 5 TO WS-LIEN.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2400-CONTACTS-END
           END-IF.
           OPEN INPUT FIC-CONTACT.
           IF NOT WS-CONTACT-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2400-CONTACTS-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2450-CONTACTS-LOOP-START
               THRU 2450-CONTACTS-LOOP-END
               UNTIL WS-CONTACT-END.
           CLOSE FIC-CONTACT.
       2400-CONTACTS-END.
           EXIT.

       2450-CONTACTS-LOOP-START.
           READ FIC-CONTACT
               AT END
                   MOVE '10' TO WS-CONTACT-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE CTC-CODE-CLT TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       2450-CONTACTS-LOOP-END.
           EXIT.

      ***** Absences -> employes **************************************
       2500-ABSENCES-START.
           MOVE 6 TO WS-LIEN.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2500-ABSENCES-END
           END-IF.
           OPEN INPUT FIC-ABSENCE.
           IF NOT WS-ABSENCE-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2500-ABSENCES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2550-ABSENCES-LOOP-START
               THRU 2550-ABSENCES-LOOP-END
               UNTIL WS-ABSENCE-END.
           CLOSE FIC-ABSENCE.
       2500-ABSENCES-END.
           EXIT.

       2550-ABSENCES-LOOP-START.
           READ FIC-ABSENCE
               AT END
                   MOVE '10' TO WS-ABSENCE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE ABS-EMPLOYE-ID TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       2550-ABSENCES-LOOP-END.
           EXIT.

      ***** Hierarchie : employe (lien 7) et responsable non blanc ****
      ***** (lien 8) -> employes                                   ****
       2600-HIER-START.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(7) TO TRUE
               SET WS-LIEN-SANS-MAITRE(8) TO TRUE
               GO TO 2600-HIER-END
           END-IF.
           OPEN INPUT FIC-HIER.
           IF NOT WS-HIER-OK
               SET WS-LIEN-ABSENT(7) TO TRUE
               SET WS-LIEN-ABSENT(8) TO TRUE
               GO TO 2600-HIER-END
           END-IF.
           SET WS-LIEN-CONTROLE(7) TO TRUE.
           SET WS-LIEN-CONTROLE(8) TO TRUE.
           PERFORM 2650-HIER-LOOP-START
               THRU 2650-HIER-LOOP-END
               UNTIL WS-HIER-END.
           CLOSE FIC-HIER.
       2600-HIER-END.
           EXIT.

       2650-HIER-LOOP-START.
           READ FIC-HIER
               AT END
                   MOVE '10' TO WS-HIER-STATUS
               NOT AT END
                   IF HIE-EMPLOYE-ID NOT = SPACES
                       MOVE 7 TO WS-LIEN
                       ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                       MOVE HIE-EMPLOYE-ID TO WS-CLE-CHERCHEE
                       PERFORM 6200-CHERCHE-CLIENT-START
                           THRU 6200-CHERCHE-CLIENT-END
                   END-IF
                   IF HIE-EMPLOYE-ID NOT = SPACES
                   AND HIE-MANAGER-ID NOT = SPACES
                       MOVE 8 TO WS-LIEN
                       ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                       MOVE HIE-MANAGER-ID TO WS-CLE-CHERCHEE
                       PERFORM 6200-CHERCHE-CLIENT-START
                           THRU 6200-CHERCHE-CLIENT-END
                   END-IF
           END-READ.
       2650-HIER-LOOP-END.
           EXIT.

      ***** Equipages -> trains du plan *******************************
       2700-EQUIPAGES-START.
           MOVE 9 TO WS-LIEN.
           IF NOT WS-TRAINS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2700-EQUIPAGES-END
           END-IF.
           OPEN INPUT FIC-EQUIPAGE.
           IF NOT WS-EQUIPAGE-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2700-EQUIPAGES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2750-EQUIPAGES-LOOP-START
               THRU 2750-EQUIPAGES-LOOP-END
               UNTIL WS-EQUIPAGE-END.
           CLOSE FIC-EQUIPAGE.
       2700-EQUIPAGES-END.
           EXIT.

       2750-EQUIPAGES-LOOP-START.
           READ FIC-EQUIPAGE
               AT END
                   MOVE '10' TO WS-EQUIPAGE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE SPACES TO WS-CLE-CHERCHEE
                   STRING EQU-TYPE DELIMITED BY SIZE
                          EQU-HHMM DELIMITED BY SIZE
                          EQU-GARE DELIMITED BY SIZE
                       INTO WS-CLE-CHERCHEE
                   END-STRING
                   PERFORM 6300-CHERCHE-TRAIN-START
                       THRU 6300-CHERCHE-TRAIN-END
           END-READ.
       2750-EQUIPAGES-LOOP-END.
           EXIT.

      ***** Rames -> trains du plan ***********************************
       2800-RAMES-START.
           MOVE 10 TO WS-LIEN.
           IF NOT WS-TRAINS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2800-RAMES-END
           END-IF.
           OPEN INPUT FIC-RAME.
           IF NOT WS-RAME-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2800-RAMES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2850-RAMES-LOOP-START
               THRU 2850-RAMES-LOOP-END
               UNTIL WS-RAME-END.
           CLOSE FIC-RAME.
       2800-RAMES-END.
           EXIT.

       2850-RAMES-LOOP-START.
           READ FIC-RAME
               AT END
                   MOVE '10' TO WS-RAME-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE SPACES TO WS-CLE-CHERCHEE
                   STRING RAM-TYPE DELIMITED BY SIZE
                          RAM-HHMM DELIMITED BY SIZE
                          RAM-GARE DELIMITED BY SIZE
                       INTO WS-CLE-CHERCHEE
                   END-STRING
                   PERFORM 6300-CHERCHE-TRAIN-START
                       THRU 6300-CHERCHE-TRAIN-END
           END-READ.
       2850-RAMES-LOOP-END.
           EXIT.

      ***** Objets assures -> contrats ********************************
       2900-RISQUES-START.
           MOVE 11 TO WS-LIEN.
           IF NOT WS-CONTRATS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 2900-RISQUES-END
           END-IF.
           OPEN INPUT FIC-RISQUE.
           IF NOT WS-RISQUE-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 2900-RISQUES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 2950-RISQUES-LOOP-START
               THRU 2950-RISQUES-LOOP-END
               UNTIL WS-RISQUE-END.
           CLOSE FIC-RISQUE.
       2900-RISQUES-END.
           EXIT.

       2950-RISQUES-LOOP-START.
           READ FIC-RISQUE
               AT END
                   MOVE '10' TO WS-RISQUE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE RSQ-NUM-CONTRAT TO WS-CLE-CHERCHEE
                   PERFORM 6100-CHERCHE-CONTRAT-START
                       THRU 6100-CHERCHE-CONTRAT-END
           END-READ.
       2950-RISQUES-LOOP-END.
           EXIT.

      ***** Pieces justificatives -> contrats *************************
       3000-PIECES-START.
           MOVE 12 TO WS-LIEN.
           IF NOT WS-CONTRATS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 3000-PIECES-END
           END-IF.
           OPEN INPUT FIC-PIECE.
           IF NOT WS-PIECE-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 3000-PIECES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 3050-PIECES-LOOP-START
               THRU 3050-PIECES-LOOP-END
               UNTIL WS-PIECE-END.
           CLOSE FIC-PIECE.
       3000-PIECES-END.
           EXIT.

       3050-PIECES-LOOP-START.
           READ FIC-PIECE
               AT END
                   MOVE '10' TO WS-PIECE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE PCE-NUM-CONTRAT TO WS-CLE-CHERCHEE
                   PERFORM 6100-CHERCHE-CONTRAT-START
                       THRU 6100-CHERCHE-CONTRAT-END
           END-READ.
       3050-PIECES-LOOP-END.
           EXIT.

      ***** Mandats de prelevement -> clients *************************
       3100-MANDATS-START.
           MOVE 13 TO WS-LIEN.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 3100-MANDATS-END
           END-IF.
           OPEN INPUT FIC-MANDAT.
           IF NOT WS-MANDAT-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 3100-MANDATS-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 3150-MANDATS-LOOP-START
               THRU 3150-MANDATS-LOOP-END
               UNTIL WS-MANDAT-END.
           CLOSE FIC-MANDAT.
       3100-MANDATS-END.
           EXIT.

       3150-MANDATS-LOOP-START.
           READ FIC-MANDAT
               AT END
                   MOVE '10' TO WS-MANDAT-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE MDT-CODE-CLT TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       3150-MANDATS-LOOP-END.
           EXIT.

      ***** Reclamations : client (lien 14) et contrat non blanc   ****
      ***** (lien 15, a blanc : reclamation hors contrat)          ****
       3200-RECLAM-START.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(14) TO TRUE
           END-IF.
           IF NOT WS-CONTRATS-OK
               SET WS-LIEN-SANS-MAITRE(15) TO TRUE
           END-IF.
           IF NOT WS-CLIENTS-OK
           AND NOT WS-CONTRATS-OK
               GO TO 3200-RECLAM-END
           END-IF.
           OPEN INPUT FIC-RECLAM.
           IF NOT WS-RECLAM-OK
               IF WS-CLIENTS-OK
                   SET WS-LIEN-ABSENT(14) TO TRUE
               END-IF
               IF WS-CONTRATS-OK
                   SET WS-LIEN-ABSENT(15) TO TRUE
               END-IF
               GO TO 3200-RECLAM-END
           END-IF.
           IF WS-CLIENTS-OK
               SET WS-LIEN-CONTROLE(14) TO TRUE
           END-IF.
           IF WS-CONTRATS-OK
               SET WS-LIEN-CONTROLE(15) TO TRUE
           END-IF.
           PERFORM 3250-RECLAM-LOOP-START
               THRU 3250-RECLAM-LOOP-END
               UNTIL WS-RECLAM-END.
           CLOSE FIC-RECLAM.
       3200-RECLAM-END.
           EXIT.

       3250-RECLAM-LOOP-START.
           READ FIC-RECLAM
               AT END
                   MOVE '10' TO WS-RECLAM-STATUS
               NOT AT END
                   IF WS-CLIENTS-OK
                       MOVE 14 TO WS-LIEN
                       ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                       MOVE RCL-CODE-CLT TO WS-CLE-CHERCHEE
                       PERFORM 6200-CHERCHE-CLIENT-START
                           THRU 6200-CHERCHE-CLIENT-END
                   END-IF
                   IF WS-CONTRATS-OK
                   AND RCL-NUM-CONTRAT NOT = SPACES
                       MOVE 15 TO WS-LIEN
                       ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                       MOVE RCL-NUM-CONTRAT TO WS-CLE-CHERCHEE
                       PERFORM 6100-CHERCHE-CONTRAT-START
                           THRU 6100-CHERCHE-CONTRAT-END
                   END-IF
           END-READ.
       3250-RECLAM-LOOP-END.
           EXIT.

      ***** Consentements -> clients **********************************
       3300-CONSENT-START.
           MOVE 16 TO WS-LIEN.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 3300-CONSENT-END
           END-IF.
           OPEN INPUT FIC-CONSENT.
           IF NOT WS-CONSENT-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 3300-CONSENT-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 3350-CONSENT-LOOP-START
               THRU 3350-CONSENT-LOOP-END
               UNTIL WS-CONSENT-END.
           CLOSE FIC-CONSENT.
       3300-CONSENT-END.
           EXIT.

       3350-CONSENT-LOOP-START.
           READ FIC-CONSENT
               AT END
                   MOVE '10' TO WS-CONSENT-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE CNS-CODE-CLT TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       3350-CONSENT-LOOP-END.
           EXIT.

      ***** Gestionnaires de compte : client (lien 17) et employe  ****
      ***** gestionnaire (lien 18) -> fichierclient.txt            ****
       3400-GESTION-START.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(17) TO TRUE
               SET WS-LIEN-SANS-MAITRE(18) TO TRUE
               GO TO 3400-GESTION-END
           END-IF.
           OPEN INPUT FIC-GESTION.
           IF NOT WS-GESTION-OK
               SET WS-LIEN-ABSENT(17) TO TRUE
               SET WS-LIEN-ABSENT(18) TO TRUE
               GO TO 3400-GESTION-END
           END-IF.
           SET WS-LIEN-CONTROLE(17) TO TRUE.
           SET WS-LIEN-CONTROLE(18) TO TRUE.
           PERFORM 3450-GESTION-LOOP-START
               THRU 3450-GESTION-LOOP-END
               UNTIL WS-GESTION-END.
           CLOSE FIC-GESTION.
       3400-GESTION-END.
           EXIT.

       3450-GESTION-LOOP-START.
           READ FIC-GESTION
               AT END
                   MOVE '10' TO WS-GESTION-STATUS
               NOT AT END
                   MOVE 17 TO WS-LIEN
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE GST-CODE-CLT TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
                   MOVE 18 TO WS-LIEN
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE GST-EMPLOYE-ID TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       3450-GESTION-LOOP-END.
           EXIT.

      ***** Segments clients -> clients *******************************
       3500-SEGMENTS-START.
           MOVE 19 TO WS-LIEN.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 3500-SEGMENTS-END
           END-IF.
           OPEN INPUT FIC-SEGMENT.
           IF NOT WS-SEGMENT-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 3500-SEGMENTS-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 3550-SEGMENTS-LOOP-START
               THRU 3550-SEGMENTS-LOOP-END
               UNTIL WS-SEGMENT-END.
           CLOSE FIC-SEGMENT.
       3500-SEGMENTS-END.
           EXIT.

       3550-SEGMENTS-LOOP-START.
           READ FIC-SEGMENT
               AT END
                   MOVE '10' TO WS-SEGMENT-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE SEG-CODE-CLT TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       3550-SEGMENTS-LOOP-END.
           EXIT.

      ***** Adresses postales -> clients ******************************
       3600-ADRESSES-START.
           MOVE 20 TO WS-LIEN.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 3600-ADRESSES-END
           END-IF.
           OPEN INPUT FIC-ADRESSE.
           IF NOT WS-ADRESSE-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 3600-ADRESSES-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 3650-ADRESSES-LOOP-START
               THRU 3650-ADRESSES-LOOP-END
               UNTIL WS-ADRESSE-END.
           CLOSE FIC-ADRESSE.
       3600-ADRESSES-END.
           EXIT.

       3650-ADRESSES-LOOP-START.
           READ FIC-ADRESSE
               AT END
                   MOVE '10' TO WS-ADRESSE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE ADR-CODE-CLT TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       3650-ADRESSES-LOOP-END.
           EXIT.

      ***** Formations -> employes ************************************
       3700-FORMATIONS-START.
           MOVE 21 TO WS-LIEN.
           IF NOT WS-CLIENTS-OK
               SET WS-LIEN-SANS-MAITRE(WS-LIEN) TO TRUE
               GO TO 3700-FORMATIONS-END
           END-IF.
           OPEN INPUT FIC-FORMATION.
           IF NOT WS-FORMATION-OK
               SET WS-LIEN-ABSENT(WS-LIEN) TO TRUE
               GO TO 3700-FORMATIONS-END
           END-IF.
           SET WS-LIEN-CONTROLE(WS-LIEN) TO TRUE.
           PERFORM 3750-FORMATIONS-LOOP-START
               THRU 3750-FORMATIONS-LOOP-END
               UNTIL WS-FORMATION-END.
           CLOSE FIC-FORMATION.
       3700-FORMATIONS-END.
           EXIT.

       3750-FORMATIONS-LOOP-START.
           READ FIC-FORMATION
               AT END
                   MOVE '10' TO WS-FORMATION-STATUS
               NOT AT END
                   ADD 1 TO WS-LIEN-LUS(WS-LIEN)
                   MOVE FOR-EMPLOYE-ID TO WS-CLE-CHERCHEE
                   PERFORM 6200-CHERCHE-CLIENT-START
                       THRU 6200-CHERCHE-CLIENT-END
           END-READ.
       3750-FORMATIONS-LOOP-END.
           EXIT.

      ***** Recherche de WS-CLE-CHERCHEE dans la table des contrats ****
      ***** (orphelin signale si absente)                            ****
       6100-CHERCHE-CONTRAT-START.
           SET WS-CLE-INCONNUE TO TRUE.
           SET IDX-CONTRAT TO 1.
           SEARCH CONTRAT-TBL
               AT END
                   CONTINUE
               WHEN TBL-NUM-CONTRAT(IDX-CONTRAT) = WS-CLE-CHERCHEE
                   SET WS-CLE-CONNUE TO TRUE
           END-SEARCH.
           IF WS-CLE-INCONNUE
               PERFORM 7000-ORPHELIN-START THRU 7000-ORPHELIN-END
           END-IF.
       6100-CHERCHE-CONTRAT-END.
           EXIT.

      ***** Recherche dans la table des clients et employes ***********
       6200-CHERCHE-CLIENT-START.
           SET WS-CLE-INCONNUE TO TRUE.
           SET IDX-CLIENT TO 1.
           SEARCH CLIENT-TBL
               AT END
                   CONTINUE
               WHEN TBL-CODE-CLT(IDX-CLIENT) = WS-CLE-CHERCHEE
                   SET WS-CLE-CONNUE TO TRUE
           END-SEARCH.
           IF WS-CLE-INCONNUE
               PERFORM 7000-ORPHELIN-START THRU 7000-ORPHELIN-END
           END-IF.
       6200-CHERCHE-CLIENT-END.
           EXIT.

      ***** Recherche dans la table des trains du plan ***************
       6300-CHERCHE-TRAIN-START.
           SET WS-CLE-INCONNUE TO TRUE.
           SET IDX-TRAIN TO 1.
           SEARCH TRAIN-TBL
               AT END
                   CONTINUE
               WHEN TBL-TRAIN-CLE(IDX-TRAIN) = WS-CLE-CHERCHEE
                   SET WS-CLE-CONNUE TO TRUE
           END-SEARCH.
           IF WS-CLE-INCONNUE
               PERFORM 7000-ORPHELIN-START THRU 7000-ORPHELIN-END
           END-IF.
       6300-CHERCHE-TRAIN-END.
           EXIT.

      ***** Orphelin du lien courant : ligne de rapport et exception ***
       7000-ORPHELIN-START.
           ADD 1 TO WS-LIEN-ORPHELINS(WS-LIEN).
           ADD 1 TO WS-TOT-ORPHELINS.
           MOVE WS-LIEN-FICHIER(WS-LIEN) TO WS-ORP-FICHIER.
           MOVE WS-LIEN-LIBELLE(WS-LIEN) TO WS-ORP-LIBELLE.
           MOVE WS-CLE-CHERCHEE          TO WS-ORP-CLE.
           MOVE WS-LIEN-LUS(WS-LIEN)     TO WS-ORP-ENREG.
           MOVE WS-LIGNE-ORPHELIN TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE WS-CLE-CHERCHEE       TO WS-EXC-CLE.
           MOVE WS-LIEN-CODE(WS-LIEN) TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-DESC.
           STRING WS-LIEN-FICHIER(WS-LIEN) DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  WS-LIEN-LIBELLE(WS-LIEN) DELIMITED BY '  '
                  ' INCONNU: '             DELIMITED BY SIZE
                  WS-CLE-CHERCHEE          DELIMITED BY SIZE
               INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9600-EXCEPTION-STD-START
               THRU 9600-EXCEPTION-STD-END.
       7000-ORPHELIN-END.
           EXIT.

      ***** Synthese par fichier et par lien, taux global ************
       8000-SYNTHESE-START.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE 'SYNTHESE PAR FICHIER ET PAR LIEN' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'FICHIER'   TO REC-RAPPORT(1:7).
           MOVE 'LIEN'      TO REC-RAPPORT(22:4).
           MOVE 'LIENS'     TO REC-RAPPORT(49:5).
           MOVE 'ORPHEL.'   TO REC-RAPPORT(55:7).
           MOVE 'ETAT'      TO REC-RAPPORT(64:4).
           WRITE REC-RAPPORT.

           PERFORM 8100-SYNTHESE-LIGNE-START
               THRU 8100-SYNTHESE-LIGNE-END
               VARYING WS-LIEN FROM 1 BY 1
               UNTIL WS-LIEN > WS-NB-LIENS.

           IF WS-TOT-LUS = 0
               MOVE 100 TO WS-TAUX-INTEGRITE
           ELSE
               COMPUTE WS-TAUX-INTEGRITE ROUNDED =
                   (WS-TOT-LUS - WS-TOT-ORPHELINS) * 100 / WS-TOT-LUS
           END-IF.

           MOVE ALL '-' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-TOT-LUS TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'LIENS CONTROLES       : ' DELIMITED BY SIZE
                  WS-EDIT-NB                 DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-TOT-ORPHELINS TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'ORPHELINS             : ' DELIMITED BY SIZE
                  WS-EDIT-NB                 DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-TAUX-INTEGRITE TO WS-EDIT-TAUX.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'TAUX D''INTEGRITE      : ' DELIMITED BY SIZE
                  WS-EDIT-TAUX                DELIMITED BY SIZE
                  ' %'                        DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       8000-SYNTHESE-END.
           EXIT.

       8100-SYNTHESE-LIGNE-START.
           MOVE WS-LIEN-FICHIER(WS-LIEN)   TO WS-SYN-FICHIER.
           MOVE WS-LIEN-LIBELLE(WS-LIEN)   TO WS-SYN-LIBELLE.
           MOVE WS-LIEN-LUS(WS-LIEN)       TO WS-SYN-LUS.
           MOVE WS-LIEN-ORPHELINS(WS-LIEN) TO WS-SYN-ORPHELINS.
           EVALUATE TRUE
               WHEN WS-LIEN-ABSENT(WS-LIEN)
                   MOVE 'FICHIER ABSENT'      TO WS-SYN-ETAT
               WHEN WS-LIEN-SANS-MAITRE(WS-LIEN)
                   MOVE 'MAITRE ABSENT'       TO WS-SYN-ETAT
               WHEN WS-LIEN-ORPHELINS(WS-LIEN) > 0
                   MOVE 'ORPHELINS'           TO WS-SYN-ETAT
               WHEN OTHER
                   MOVE 'OK'                  TO WS-SYN-ETAT
           END-EVALUATE.
           MOVE WS-LIGNE-SYNTHESE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           ADD WS-LIEN-LUS(WS-LIEN) TO WS-TOT-LUS.
       8100-SYNTHESE-LIGNE-END.
           EXIT.

      ***** Ajout de l'anomalie courante au fichier commun des        **
      ***** exceptions (exceptions.dat, FEXCEPT.cpy), cle/code/       **
      ***** description renseignes par l'appelant                     **
       9600-EXCEPTION-STD-START.
           OPEN EXTEND FIC-EXCSTD.
           IF WS-EXCSTD-ABSENT
               OPEN OUTPUT FIC-EXCSTD
           END-IF.
           MOVE SPACES TO REC-EXCEPTION.
           MOVE 'intref'     TO EXC-PROGRAMME.
           MOVE WS-EXC-CLE   TO EXC-CLE.
           MOVE WS-EXC-CODE  TO EXC-CODE-ANOMALIE.
           MOVE WS-EXC-DESC  TO EXC-DESCRIPTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE-PREMIERE
                                              EXC-DATE-DERNIERE.
           MOVE 'N'          TO EXC-STATUT.
           WRITE REC-EXCEPTION.
           CLOSE FIC-EXCSTD.
       9600-EXCEPTION-STD-END.
           EXIT.

       9000-TERM-START.
           MOVE WS-TAUX-INTEGRITE TO WS-EDIT-TAUX.
           DISPLAY 'LIENS CONTROLES     : ' WS-TOT-LUS.
           DISPLAY 'ORPHELINS           : ' WS-TOT-ORPHELINS
               ' (VOIR exceptions.dat)'.
           DISPLAY 'TAUX D''INTEGRITE    : ' WS-EDIT-TAUX ' %'.
           DISPLAY 'RAPPORT             : intref.lis'.
       9000-TERM-END.
           EXIT.
