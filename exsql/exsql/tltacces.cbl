      * ************************************************************************
      * Compagnon de deppur.cbl : droit d'acces. Pour un CODE-CLT, le
      * programme rassemble dans un seul rapport date tout ce que
      * l'entreprise detient sur la personne : fiche de
      * fichierclient.txt, journal des contacts, contrats en cours et
      * archives, beneficiaires (de ses contrats, et contrats ou elle
      * est elle-meme designee beneficiaire par son nom), notes de
      * contrat, absences, relances, consentements, mandat de
      * prelevement, reclamations, segment commercial, adresse postale
      * et ligne de la table databank (PostgreSQL, client_code =
      * CODE-CLT comme tltassu.cbl).
      *
      ***** Historique des modifications *********************************
      *    2026-10-15  Creation. Parametres ligne de commande : code
      *                 client (obligatoire) et date de reception de
      *                 la demande AAAAMMJJ (facultative, jour de
      *                 traitement par defaut). Rapport redige pour
      *                 etre remis tel quel a la personne, dans
      *                 acces-<code>-<date>.lis. Chaque demande est
      *                 tracee en ajout dans acces-donnees.jnl (date
      *                 de reception, date de reponse, echeance a un
      *                 mois, reponse dans le delai ou non, nombre
      *                 d'elements communiques, rapport produit,
      *                 reference du registre du courrier), sur le
      *                 modele de effacements.jnl de deppur.cbl. Le
      *                 releve est enregistre dans correspondance.dat
      *                 (CORRESP.cpy, type ACCESDON) et porte sa
      *                 reference REF:nnnnnnnn dans son en-tete. Une
      *                 databank inaccessible n'arrete pas le rapport :
      *                 la rubrique le signale et la demande est
      *                 journalisee comme incomplete. Identifiants de
      *                 connexion lus dans l'environnement comme
      *                 tlt.cbl.
      *    2026-10-15  Nouvelle rubrique : consentements a la
      *                 prospection par canal (consentements.dat, tenu
      *                 par depcns.cbl), avant la databank.
      *    2026-10-15  L'age edite est calcule au jour de la demande
      *                 depuis birth_date (renseignee par tltnais.cbl),
      *                 la colonne age ne servant plus que pour une
      *                 ligne encore sans date de naissance ; la date
      *                 de naissance est editee elle aussi, suivie de
      *                 (ESTIMEE) quand elle a ete deduite de l'age.
      *    2026-10-15  Quatre rubriques de plus avant la databank, sur
      *                 le code client : mandat de prelevement
      *                 (mandats.dat, titulaire du compte, IBAN, BIC,
      *                 RUM, signature, statut), reclamations
      *                 (reclamations.dat), segment commercial et ses
      *                 mesures (segments.dat) et adresse postale
      *                 (adresses.dat).
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tltacces.
       AUTHOR. Bafodé.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CLIENT ASSIGN TO 'fichierclient.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.
           SELECT FIC-CONTACT ASSIGN TO 'contacts-clients.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT FIC-ASSU ASSIGN TO 'assurances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSU-STATUS.
           SELECT FIC-ARCHIVE ASSIGN TO 'assurances-archive.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT FIC-BENEF ASSIGN TO 'beneficiaires.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT FIC-NOTE ASSIGN TO 'notes-contrats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT FIC-ABSENCE ASSIGN TO 'absences.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT FIC-ETAT ASSIGN TO 'relances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.
           SELECT FIC-CONSENT ASSIGN TO 'consentements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT FIC-MANDAT ASSIGN TO 'mandats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
           SELECT FIC-RECLAM ASSIGN TO 'reclamations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECLAM-STATUS.
           SELECT FIC-SEGMENT ASSIGN TO 'segments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT FIC-ADRESSE ASSIGN TO 'adresses.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADRESSE-STATUS.
      ***** Rapport de la demande : nom construit avec le code client **
      *     et la date de traitement (acces-<code>-<date>.lis).
           SELECT FIC-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
      ***** Registre du courrier sortant (CORRESP.cpy) ****************
           SELECT FIC-CORRESP ASSIGN TO 'correspondance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-CORRESP-STATUS.
      ***** Journal des demandes d'acces, en ajout, pour l'audit *******
           SELECT FIC-JOURNAL ASSIGN TO 'acces-donnees.jnl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FIC-BATCH ASSIGN TO 'batch.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CLIENT
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCLIENT.cpy'.

       FD  FIC-CONTACT
           RECORD CONTAINS 85 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONTACT.cpy'.

       FD  FIC-ASSU
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           COPY 'FASSU.cpy'.

      *    L'archive a le gabarit de FASSU.cpy : lue INTO REC-ASSU.
       FD  FIC-ARCHIVE
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ARCHIVE           PIC X(148).

       FD  FIC-BENEF
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FBENEF.cpy'.

       FD  FIC-NOTE
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FNOTECTR.cpy'.

       FD  FIC-ABSENCE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FABSENCE.cpy'.

      ***** Etat des relances tenu par assurrel.cbl ********************
       FD  FIC-ETAT
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
       01  REC-ETAT.
           05  ETA-NUM-CONTRAT   PIC X(08).
           05  FILLER            PIC X(01).
           05  ETA-NIVEAU        PIC 9(01).
           05  FILLER            PIC X(01).
           05  ETA-DATE-NIVEAU   PIC 9(08).

       FD  FIC-CONSENT
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCONSENT.cpy'.

       FD  FIC-MANDAT
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FMANDAT.cpy'.

       FD  FIC-RECLAM
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FRECLAM.cpy'.

       FD  FIC-SEGMENT
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FSEGMENT.cpy'.

       FD  FIC-ADRESSE
           RECORD CONTAINS 115 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FADRESSE.cpy'.

       FD  FIC-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RAPPORT           PIC X(132).

       FD  FIC-CORRESP
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE IS F.
           COPY 'FCORRESP.cpy'.

      ***** Une ligne par demande traitee ******************************
       FD  FIC-JOURNAL
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.
       01  REC-JOURNAL.
           05  JNA-DATE-RECEPTION PIC 9(08).
           05  FILLER            PIC X(01).
           05  JNA-DATE-REPONSE  PIC 9(08).
           05  FILLER            PIC X(01).
           05  JNA-HEURE         PIC 9(06).
           05  FILLER            PIC X(01).
           05  JNA-CODE-CLT      PIC X(08).
           05  FILLER            PIC X(01).
           05  JNA-ECHEANCE      PIC 9(08).
           05  FILLER            PIC X(01).
           05  JNA-DANS-DELAI    PIC X(01).
           05  FILLER            PIC X(01).
           05  JNA-NB-ELEMENTS   PIC 9(07).
           05  FILLER            PIC X(01).
           05  JNA-COMPLET       PIC X(01).
           05  FILLER            PIC X(01).
           05  JNA-RAPPORT       PIC X(30).
           05  FILLER            PIC X(01).
           05  JNA-REFERENCE     PIC 9(08).

       FD  FIC-BATCH.
           COPY 'BATCHLOG.cpy'.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME               PIC X(20).
       01  USERNAME             PIC X(20).
       01  PASSWD               PIC X(10).

       01  WS-CLIENT-CODE       PIC X(08).
       01  WS-DB-FIRST-NAME     PIC X(50).
       01  WS-DB-LAST-NAME      PIC X(50).
       01  WS-DB-EMAIL          PIC X(50).
       01  WS-DB-GENDER         PIC X(10).
       01  WS-DB-AGE            PIC 9(03).
       01  WS-DB-NAISSANCE      PIC X(08).
       01  WS-DB-NAISS-SOURCE   PIC X(01).
       01  WS-DB-SPOKEN         PIC X(20).
       01  WS-DB-COUNTRY        PIC X(50).
       01  WS-DB-COUNTRY-CODE   PIC X(02).
       01  WS-DB-ADDRESS        PIC X(50).
       01  WS-DB-HOUSEHOLD      PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ***** Zone de travail hors section DECLARE ***********************
       01  WS-CLIENT-STATUS      PIC X(02).
           88  WS-CLIENT-OK                   VALUE '00'.
           88  WS-CLIENT-END                  VALUE '10'.
       01  WS-CONTACT-STATUS     PIC X(02).
           88  WS-CONTACT-OK                  VALUE '00'.
           88  WS-CONTACT-END                 VALUE '10'.
       01  WS-ASSU-STATUS        PIC X(02).
           88  WS-ASSU-OK                     VALUE '00'.
           88  WS-ASSU-END                    VALUE '10'.
       01  WS-ARCHIVE-STATUS     PIC X(02).
           88  WS-ARCHIVE-OK                  VALUE '00'.
           88  WS-ARCHIVE-END                 VALUE '10'.
       01  WS-BENEF-STATUS       PIC X(02).
           88  WS-BENEF-OK                    VALUE '00'.
           88  WS-BENEF-END                   VALUE '10'.
       01  WS-NOTE-STATUS        PIC X(02).
           88  WS-NOTE-OK                     VALUE '00'.
           88  WS-NOTE-END                    VALUE '10'.
       01  WS-ABSENCE-STATUS     PIC X(02).
           88  WS-ABSENCE-OK                  VALUE '00'.
           88  WS-ABSENCE-END                 VALUE '10'.
       01  WS-ETAT-STATUS        PIC X(02).
           88  WS-ETAT-OK                     VALUE '00'.
           88  WS-ETAT-END                    VALUE '10'.
       01  WS-CONSENT-STATUS     PIC X(02).
           88  WS-CONSENT-OK                  VALUE '00'.
           88  WS-CONSENT-END                 VALUE '10'.
       01  WS-MANDAT-STATUS      PIC X(02).
           88  WS-MANDAT-OK                   VALUE '00'.
           88  WS-MANDAT-END                  VALUE '10'.
       01  WS-RECLAM-STATUS      PIC X(02).
           88  WS-RECLAM-OK                   VALUE '00'.
           88  WS-RECLAM-END                  VALUE '10'.
       01  WS-SEGMENT-STATUS     PIC X(02).
           88  WS-SEGMENT-OK                  VALUE '00'.
           88  WS-SEGMENT-END                 VALUE '10'.
       01  WS-ADRESSE-STATUS     PIC X(02).
           88  WS-ADRESSE-OK                  VALUE '00'.
           88  WS-ADRESSE-END                 VALUE '10'.
       01  WS-RAPPORT-STATUS     PIC X(02).
       01  WS-JOURNAL-STATUS     PIC X(02).
           88  WS-JOURNAL-ABSENT              VALUE '35'.

      ***** Evenement a tracer dans le journal de controle batch.log ***
       01  WS-EVENEMENT-STAMP    PIC X(06).
       01  WS-BATCH-STATUS       PIC X(02).

      ***** Parametres : code client et date de reception *************
       01  WS-CMD-LINE           PIC X(40)    VALUE SPACES.
       01  WS-CODE-PARM          PIC X(08)    VALUE SPACES.
       01  WS-RECEPTION-PARM     PIC X(08)    VALUE SPACES.
       01  WS-DATE-JOUR          PIC 9(08)    VALUE 0.
       01  WS-HEURE-JOUR         PIC 9(06)    VALUE 0.
       01  WS-DATE-RECEPTION     PIC 9(08)    VALUE 0.
       01  WS-NOM-RAPPORT        PIC X(30)    VALUE SPACES.

      ***** Echeance de reponse : un mois apres la reception, ramenee **
      ***** au dernier jour du mois si le quantieme n'y existe pas    **
       01  WS-DELAI-MOIS         PIC 9(02)    VALUE 1.
       01  WS-ECHEANCE           PIC 9(08)    VALUE 0.
       01  WS-DATE-CALCUL        PIC 9(08).
       01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
           05  WS-CALC-AAAA      PIC 9(04).
           05  WS-CALC-MM        PIC 9(02).
           05  WS-CALC-JJ        PIC 9(02).
       01  WS-JJ-RECEPTION       PIC 9(02).
       01  WS-DANS-DELAI         PIC X(01)    VALUE 'O'.
       01  WS-COMPLET            PIC X(01)    VALUE 'O'.

      ***** Identite de la personne, pour la recherche comme          **
      ***** beneficiaire designee par son nom                         **
       01  WS-FICHE-TROUVEE      PIC X(01)    VALUE 'N'.
           88  WS-A-UNE-FICHE                 VALUE 'O'.
       01  WS-NOM-PERSONNE       PIC X(20)    VALUE SPACES.
       01  WS-PRENOM-PERSONNE    PIC X(20)    VALUE SPACES.

      ***** Contrats de la personne (en cours et archives) ************
       01  DATA-CONTRAT.
           05  CONTRAT-LGTH      PIC 9(3) VALUE 0.
           05  CONTRAT-TBL
               OCCURS 1 TO 500 TIMES
               DEPENDING ON CONTRAT-LGTH
               INDEXED BY IDX-CONTRAT.
               10  TBL-NUM-CONTRAT PIC X(8).

       01  WS-CONTRAT-CHERCHE    PIC X(08).
       01  WS-CONTRAT-TROUVE     PIC X(01)    VALUE 'N'.
           88  WS-CONTRAT-A-LUI               VALUE 'O'.

      ***** Compteurs par rubrique et total communique ****************
       01  WS-NB-RUBRIQUE        PIC 9(07)    VALUE 0.
       01  WS-NB-ELEMENTS        PIC 9(07)    VALUE 0.
       01  WS-NB-DATABANK        PIC 9(07)    VALUE 0.
       01  WS-NUM-RUBRIQUE       PIC 9(02)    VALUE 0.
       01  WS-TITRE-RUBRIQUE     PIC X(80)    VALUE SPACES.

      ***** Zones d'edition ********************************************
       01  WS-DATE-A-EDITER      PIC X(08).
       01  WS-DATE-EDITEE        PIC X(10).
       01  WS-HEURE-A-EDITER     PIC X(06).
       01  WS-HEURE-EDITEE       PIC X(05).
       01  WS-EDIT-MONTANT       PIC Z(7)9,99.
       01  WS-EDIT-PART          PIC ZZ9,99.
       01  WS-EDIT-SALAIRE       PIC Z(4)9,99.
       01  WS-EDIT-AGE           PIC ZZ9.
       01  WS-EDIT-SCORE         PIC ZZ9.
       01  WS-EDIT-PRIMES        PIC Z(8)9,99.
       01  WS-EDIT-NB            PIC ZZZZZZ9.
       01  WS-EDIT-NUM           PIC Z9.
       01  WS-EDIT-LIBELLE       PIC X(24).
       01  WS-EDIT-VALEUR        PIC X(80).

           COPY 'DATEUTIL-WS.cpy'.
           COPY 'CORRESP-WS.cpy'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'DEBUT' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           PERFORM 0100-GET-CREDENTIALS-START
               THRU 0100-GET-CREDENTIALS-END.
           PERFORM 0200-GET-PARAMETERS-START
               THRU 0200-GET-PARAMETERS-END.
           PERFORM 0300-ECHEANCE-START
               THRU 0300-ECHEANCE-END.
           PERFORM 0400-ENREG-COURRIER-START
               THRU 0400-ENREG-COURRIER-END.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM 1000-ENTETE-START        THRU 1000-ENTETE-END.
           PERFORM 2000-FICHE-START         THRU 2000-FICHE-END.
           PERFORM 2200-CONTACTS-START      THRU 2200-CONTACTS-END.
           PERFORM 2400-CONTRATS-START      THRU 2400-CONTRATS-END.
           PERFORM 2600-ARCHIVES-START      THRU 2600-ARCHIVES-END.
           PERFORM 2800-BENEFICIAIRES-START THRU 2800-BENEFICIAIRES-END.
           PERFORM 3000-NOTES-START         THRU 3000-NOTES-END.
           PERFORM 3200-ABSENCES-START      THRU 3200-ABSENCES-END.
           PERFORM 3400-RELANCES-START      THRU 3400-RELANCES-END.
           PERFORM 3550-CONSENTEMENTS-START THRU 3550-CONSENTEMENTS-END.
           PERFORM 3580-MANDATS-START       THRU 3580-MANDATS-END.
           PERFORM 3585-RECLAMATIONS-START  THRU 3585-RECLAMATIONS-END.
           PERFORM 3590-SEGMENTS-START      THRU 3590-SEGMENTS-END.
           PERFORM 3595-ADRESSES-START      THRU 3595-ADRESSES-END.
           PERFORM 3600-DATABANK-START      THRU 3600-DATABANK-END.
           PERFORM 4000-CONCLUSION-START    THRU 4000-CONCLUSION-END.
           CLOSE FIC-RAPPORT.

           PERFORM 5000-JOURNAL-START       THRU 5000-JOURNAL-END.

           DISPLAY "DEMANDE D'ACCES    : " WS-CODE-PARM.
           DISPLAY "RECUE LE           : " WS-DATE-RECEPTION.
           DISPLAY "ECHEANCE           : " WS-ECHEANCE.
           IF WS-DANS-DELAI = 'N'
               DISPLAY "*** REPONSE HORS DELAI ***"
           END-IF.
           DISPLAY "ELEMENTS COMMUNIQ. : " WS-NB-ELEMENTS.
           IF WS-COMPLET = 'N'
               DISPLAY "*** DATABANK INACCESSIBLE : RAPPORT INCOMPLET,"
                   " A RELANCER ***"
           END-IF.
           DISPLAY "RAPPORT ECRIT      : " WS-NOM-RAPPORT.
           DISPLAY "DEMANDE JOURNALISEE: acces-donnees.jnl".

           MOVE 'FIN' TO WS-EVENEMENT-STAMP.
           PERFORM 9500-STAMP-CONTROLE-START
               THRU 9500-STAMP-CONTROLE-END.

           STOP RUN.

      ***** Trace d'un evenement DEBUT/FIN dans batch.log, partagee  **
      ***** par tous les traitements de nuit                         **
       9500-STAMP-CONTROLE-START.
           OPEN EXTEND FIC-BATCH.
           IF WS-BATCH-STATUS = '35'
               OPEN OUTPUT FIC-BATCH
           END-IF.
           MOVE SPACES TO REC-BATCHLOG.
           MOVE 'tltacces'           TO BL-PROGRAMME.
           MOVE WS-EVENEMENT-STAMP   TO BL-EVENEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BL-HEURE.
           IF WS-EVENEMENT-STAMP = 'DEBUT'
               MOVE 0 TO BL-NB-ENREG
           ELSE
               MOVE WS-NB-ELEMENTS TO BL-NB-ENREG
           END-IF.
           WRITE REC-BATCHLOG.
           CLOSE FIC-BATCH.
       9500-STAMP-CONTROLE-END.
           EXIT.

      ***** Identifiants de connexion lus dans l'environnement *********
       0100-GET-CREDENTIALS-START.
           ACCEPT USERNAME FROM ENVIRONMENT-VARIABLE "TLT_DB_USER".
           ACCEPT PASSWD   FROM ENVIRONMENT-VARIABLE "TLT_DB_PASSWD".
           ACCEPT DBNAME   FROM ENVIRONMENT-VARIABLE "TLT_DB_NAME".
       0100-GET-CREDENTIALS-END.
           EXIT.

      ***** Code client obligatoire, date de reception facultative    **
      ***** (jour de traitement par defaut, jamais dans le futur)     **
       0200-GET-PARAMETERS-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CODE-PARM WS-RECEPTION-PARM
           END-UNSTRING.

           IF WS-CODE-PARM = SPACES
               DISPLAY 'USAGE: tltacces <CODE-CLT> [<AAAAMMJJ>]'
               DISPLAY '  AAAAMMJJ : date de reception de la demande'
               DISPLAY '  EX : tltacces 00001234 20261002'
               MOVE 'FIN' TO WS-EVENEMENT-STAMP
               PERFORM 9500-STAMP-CONTROLE-START
                   THRU 9500-STAMP-CONTROLE-END
               STOP RUN
           END-IF.

           MOVE WS-DATE-JOUR TO WS-DATE-RECEPTION.
           IF WS-RECEPTION-PARM NOT = SPACES
               IF WS-RECEPTION-PARM IS NUMERIC
                   AND WS-RECEPTION-PARM <= WS-DATE-JOUR
                   AND WS-RECEPTION-PARM(5:2) >= '01'
                   AND WS-RECEPTION-PARM(5:2) <= '12'
                   AND WS-RECEPTION-PARM(7:2) >= '01'
                   AND WS-RECEPTION-PARM(7:2) <= '31'
                   MOVE WS-RECEPTION-PARM TO WS-DATE-RECEPTION
               ELSE
                   DISPLAY 'DATE DE RECEPTION INVALIDE : '
                       WS-RECEPTION-PARM ' (AAAAMMJJ, PAS DANS LE '
                       'FUTUR)'
                   MOVE 'FIN' TO WS-EVENEMENT-STAMP
                   PERFORM 9500-STAMP-CONTROLE-START
                       THRU 9500-STAMP-CONTROLE-END
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-CODE-PARM TO WS-CLIENT-CODE.
           STRING 'acces-'      DELIMITED BY SIZE
               WS-CODE-PARM     DELIMITED BY SPACE
               '-'              DELIMITED BY SIZE
               WS-DATE-JOUR     DELIMITED BY SIZE
               '.lis'           DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT
           END-STRING.
       0200-GET-PARAMETERS-END.
           EXIT.

      ***** Echeance : meme quantieme le mois suivant ; on part du  **
      ***** 1er du mois d'apres, la veille en est le dernier jour,  **
      ***** et un quantieme de reception qui le depasse y est       **
      ***** ramene (cf. RECLECH.cpy)                                **
       0300-ECHEANCE-START.
           MOVE WS-DATE-RECEPTION TO WS-DATE-CALCUL.
           MOVE WS-CALC-JJ        TO WS-JJ-RECEPTION.
           COMPUTE WS-CALC-MM = WS-CALC-MM + WS-DELAI-MOIS + 1.
           IF WS-CALC-MM > 12
               SUBTRACT 12 FROM WS-CALC-MM
               ADD 1 TO WS-CALC-AAAA
           END-IF.
           MOVE 1 TO WS-CALC-JJ.
           MOVE WS-DATE-CALCUL TO DU-DATE-1.
           MOVE -1             TO DU-NB-JOURS.
           PERFORM 9650-AJOUTE-JOURS-START THRU 9650-AJOUTE-JOURS-END.
           MOVE DU-DATE-RESULTAT TO WS-DATE-CALCUL.
           IF WS-JJ-RECEPTION < WS-CALC-JJ
               MOVE WS-JJ-RECEPTION TO WS-CALC-JJ
           END-IF.
           MOVE WS-DATE-CALCUL TO WS-ECHEANCE.
           IF WS-DATE-JOUR > WS-ECHEANCE
               MOVE 'N' TO WS-DANS-DELAI
           END-IF.
       0300-ECHEANCE-END.
           EXIT.

      ***** Le releve est un courrier : reference du registre,    *****
      ***** imprimee dans l'en-tete. Le nom complet de l'edition   *****
      ***** ne tient pas dans COR-FICHIER ; client et date du      *****
      ***** registre le completent.                                *****
       0400-ENREG-COURRIER-START.
           MOVE WS-CODE-PARM   TO CR-CODE-CLT.
           MOVE SPACES         TO CR-NUM-CONTRAT.
           MOVE 'ACCESDON'     TO CR-TYPE-DOC.
           MOVE 'tltacces'     TO CR-PROGRAMME.
           MOVE 'acces-*.lis'  TO CR-FICHIER.
           PERFORM 9900-ENREG-COURRIER-START
               THRU 9900-ENREG-COURRIER-END.
       0400-ENREG-COURRIER-END.
           EXIT.

      ***** En-tete du rapport remis a la personne *********************
       1000-ENTETE-START.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'RELEVE DES DONNEES PERSONNELLES DETENUES SUR LE '
                   DELIMITED BY SIZE
               'CLIENT ' DELIMITED BY SIZE
               WS-CODE-PARM DELIMITED BY SIZE
               '   REF:' DELIMITED BY SIZE
               CR-REFERENCE DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'ETABLI LE ' DELIMITED BY SIZE
               WS-DATE-EDITEE DELIMITED BY SIZE
               ', EN REPONSE A VOTRE DEMANDE RECUE LE '
                   DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           MOVE WS-DATE-RECEPTION TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE WS-DATE-EDITEE TO REC-RAPPORT(59:10).
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           MOVE 'CE RELEVE REPREND, RUBRIQUE PAR RUBRIQUE, TOUTES LES '
               TO REC-RAPPORT.
           MOVE 'INFORMATIONS QUE NOUS CONSERVONS A VOTRE SUJET.'
               TO REC-RAPPORT(54:).
           WRITE REC-RAPPORT.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
       1000-ENTETE-END.
           EXIT.

      ***** 1. Fiche du fichier des clients ****************************
       2000-FICHE-START.
           MOVE 'VOTRE FICHE CLIENT' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-CLIENT.
           IF WS-CLIENT-OK
               PERFORM 2100-FICHE-LOOP-START
                   THRU 2100-FICHE-LOOP-END
                   UNTIL WS-CLIENT-END OR WS-A-UNE-FICHE
               CLOSE FIC-CLIENT
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       2000-FICHE-END.
           EXIT.

       2100-FICHE-LOOP-START.
           READ FIC-CLIENT
               AT END
                   MOVE '10' TO WS-CLIENT-STATUS
               NOT AT END
                   IF CODE-CLT = WS-CODE-PARM
                       MOVE 'O' TO WS-FICHE-TROUVEE
                       PERFORM 2110-EDITE-FICHE-START
                           THRU 2110-EDITE-FICHE-END
                   END-IF
           END-READ.
       2100-FICHE-LOOP-END.
           EXIT.

       2110-EDITE-FICHE-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE NOM-CLT    TO WS-NOM-PERSONNE.
           MOVE PRENOM-CLT TO WS-PRENOM-PERSONNE.
           MOVE 'NOM'             TO WS-EDIT-LIBELLE.
           MOVE NOM-CLT           TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'PRENOM'          TO WS-EDIT-LIBELLE.
           MOVE PRENOM-CLT        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'PROFESSION'      TO WS-EDIT-LIBELLE.
           MOVE METIER-CLT        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           IF SALAIRE-CLT IS NUMERIC
               AND SALAIRE-CLT > 0
               MOVE 'SALAIRE'     TO WS-EDIT-LIBELLE
               MOVE SALAIRE-CLT   TO WS-EDIT-SALAIRE
               MOVE WS-EDIT-SALAIRE TO WS-EDIT-VALEUR
               PERFORM 8200-LIGNE-VALEUR-START
                   THRU 8200-LIGNE-VALEUR-END
           END-IF.
           MOVE 'AGENCE'          TO WS-EDIT-LIBELLE.
           MOVE AGENCE-CLT        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'TELEPHONE'       TO WS-EDIT-LIBELLE.
           MOVE TEL-CLT           TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'ADRESSE EMAIL'   TO WS-EDIT-LIBELLE.
           MOVE EMAIL-CLT         TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'QUALITE'         TO WS-EDIT-LIBELLE.
           EVALUATE ROLE-CLT
               WHEN 'C'
                   MOVE 'CLIENT'             TO WS-EDIT-VALEUR
               WHEN 'E'
                   MOVE 'EMPLOYE'            TO WS-EDIT-VALEUR
               WHEN 'B'
                   MOVE 'CLIENT ET EMPLOYE'  TO WS-EDIT-VALEUR
               WHEN OTHER
                   MOVE 'NON PRECISEE'       TO WS-EDIT-VALEUR
           END-EVALUATE.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
       2110-EDITE-FICHE-END.
           EXIT.

      ***** 2. Journal des contacts ************************************
       2200-CONTACTS-START.
           MOVE 'VOS ECHANGES AVEC NOS SERVICES' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-CONTACT.
           IF WS-CONTACT-OK
               PERFORM 2300-CONTACTS-LOOP-START
                   THRU 2300-CONTACTS-LOOP-END
                   UNTIL WS-CONTACT-END
               CLOSE FIC-CONTACT
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       2200-CONTACTS-END.
           EXIT.

       2300-CONTACTS-LOOP-START.
           READ FIC-CONTACT
               AT END
                   MOVE '10' TO WS-CONTACT-STATUS
               NOT AT END
                   IF CTC-CODE-CLT = WS-CODE-PARM
                       PERFORM 2310-EDITE-CONTACT-START
                           THRU 2310-EDITE-CONTACT-END
                   END-IF
           END-READ.
       2300-CONTACTS-LOOP-END.
           EXIT.

       2310-EDITE-CONTACT-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE CTC-DATE  TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE CTC-HEURE TO WS-HEURE-A-EDITER.
           PERFORM 8150-EDITE-HEURE-START THRU 8150-EDITE-HEURE-END.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   LE ' DELIMITED BY SIZE
               WS-DATE-EDITEE  DELIMITED BY SIZE
               ' A '           DELIMITED BY SIZE
               WS-HEURE-EDITEE DELIMITED BY SIZE
               ', PAR '        DELIMITED BY SIZE
               CTC-CANAL       DELIMITED BY SIZE
               ' : '           DELIMITED BY SIZE
               CTC-NOTE        DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           IF CTC-DATE-RAPPEL NOT = SPACES
               MOVE CTC-DATE-RAPPEL TO WS-DATE-A-EDITER
               PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END
               MOVE SPACES TO REC-RAPPORT
               STRING '      RAPPEL DEMANDE POUR LE ' DELIMITED BY SIZE
                   WS-DATE-EDITEE DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.
       2310-EDITE-CONTACT-END.
           EXIT.

      ***** 3. Contrats en cours dont la personne est titulaire ********
       2400-CONTRATS-START.
           MOVE 'VOS CONTRATS' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-ASSU.
           IF WS-ASSU-OK
               PERFORM 2500-CONTRATS-LOOP-START
                   THRU 2500-CONTRATS-LOOP-END
                   UNTIL WS-ASSU-END
               CLOSE FIC-ASSU
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       2400-CONTRATS-END.
           EXIT.

       2500-CONTRATS-LOOP-START.
           READ FIC-ASSU INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ASSU-STATUS
               NOT AT END
                   IF WS-NUM-CLIENT = WS-CODE-PARM
                       PERFORM 2510-EDITE-CONTRAT-START
                           THRU 2510-EDITE-CONTRAT-END
                   END-IF
           END-READ.
       2500-CONTRATS-LOOP-END.
           EXIT.

      *    Commun aux contrats en cours et archives (REC-ASSU garni).
       2510-EDITE-CONTRAT-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           IF CONTRAT-LGTH < 500
               SET CONTRAT-LGTH UP BY 1
               SET IDX-CONTRAT TO CONTRAT-LGTH
               MOVE WS-NUM-CONTRAT TO TBL-NUM-CONTRAT(IDX-CONTRAT)
           END-IF.
           MOVE WS-MONTANT-PAYE  TO WS-EDIT-MONTANT.
           MOVE WS-DATE-ECHEANCE TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   CONTRAT ' DELIMITED BY SIZE
               WS-NUM-CONTRAT  DELIMITED BY SIZE
               ' - ASSURANCE ' DELIMITED BY SIZE
               WS-TYPE-ASSU    DELIMITED BY SIZE
               ' - SITUATION ' DELIMITED BY SIZE
               WS-STATUT       DELIMITED BY SIZE
               ' - PRIME '     DELIMITED BY SIZE
               WS-EDIT-MONTANT DELIMITED BY SIZE
               ' '             DELIMITED BY SIZE
               WS-DEVISE       DELIMITED BY SIZE
               ' - ECHEANCE '  DELIMITED BY SIZE
               WS-DATE-EDITEE  DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING '      REGIME : ' DELIMITED BY SIZE
               WS-REGIME       DELIMITED BY SIZE
               '  IRP : '      DELIMITED BY SIZE
               WS-IRP          DELIMITED BY SIZE
               '  APPORTEUR : ' DELIMITED BY SIZE
               WS-CODE-APPORTEUR DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       2510-EDITE-CONTRAT-END.
           EXIT.

      ***** 4. Contrats archives (resilies, arrives a terme...) ********
      *    L'identifiant client de l'archive est en (108:8), memes
      *    positions que dans FASSU.cpy (cf. deppur.cbl).
       2600-ARCHIVES-START.
           MOVE 'VOS ANCIENS CONTRATS (ARCHIVES)' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-ARCHIVE.
           IF WS-ARCHIVE-OK
               PERFORM 2700-ARCHIVES-LOOP-START
                   THRU 2700-ARCHIVES-LOOP-END
                   UNTIL WS-ARCHIVE-END
               CLOSE FIC-ARCHIVE
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       2600-ARCHIVES-END.
           EXIT.

       2700-ARCHIVES-LOOP-START.
           READ FIC-ARCHIVE INTO REC-ASSU
               AT END
                   MOVE '10' TO WS-ARCHIVE-STATUS
               NOT AT END
                   IF WS-NUM-CLIENT = WS-CODE-PARM
                       PERFORM 2510-EDITE-CONTRAT-START
                           THRU 2510-EDITE-CONTRAT-END
                   END-IF
           END-READ.
       2700-ARCHIVES-LOOP-END.
           EXIT.

      ***** 5. Beneficiaires : ceux des contrats de la personne, et   **
      ***** les contrats de tiers ou elle est designee par son nom    **
      ***** (seuls le numero de contrat, le rang et la part sont      **
      ***** communiques, le titulaire etant un tiers)                 **
       2800-BENEFICIAIRES-START.
           MOVE 'BENEFICIAIRES' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-BENEF.
           IF WS-BENEF-OK
               PERFORM 2900-BENEF-LOOP-START
                   THRU 2900-BENEF-LOOP-END
                   UNTIL WS-BENEF-END
               CLOSE FIC-BENEF
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       2800-BENEFICIAIRES-END.
           EXIT.

       2900-BENEF-LOOP-START.
           READ FIC-BENEF
               AT END
                   MOVE '10' TO WS-BENEF-STATUS
               NOT AT END
                   MOVE BEN-NUM-CONTRAT TO WS-CONTRAT-CHERCHE
                   PERFORM 8400-CONTRAT-A-LUI-START
                       THRU 8400-CONTRAT-A-LUI-END
                   EVALUATE TRUE
                       WHEN WS-CONTRAT-A-LUI
                           PERFORM 2910-BENEF-TITULAIRE-START
                               THRU 2910-BENEF-TITULAIRE-END
                       WHEN WS-A-UNE-FICHE
                           AND BEN-NOM = WS-NOM-PERSONNE
                           AND BEN-PRENOM = WS-PRENOM-PERSONNE
                           PERFORM 2920-BENEF-DESIGNE-START
                               THRU 2920-BENEF-DESIGNE-END
                   END-EVALUATE
           END-READ.
       2900-BENEF-LOOP-END.
           EXIT.

       2910-BENEF-TITULAIRE-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE BEN-RANG TO WS-EDIT-NUM.
           MOVE BEN-PART TO WS-EDIT-PART.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   VOTRE CONTRAT ' DELIMITED BY SIZE
               BEN-NUM-CONTRAT DELIMITED BY SIZE
               ' - BENEFICIAIRE N. ' DELIMITED BY SIZE
               WS-EDIT-NUM     DELIMITED BY SIZE
               ' : '           DELIMITED BY SIZE
               BEN-NOM         DELIMITED BY SIZE
               ' '             DELIMITED BY SIZE
               BEN-PRENOM      DELIMITED BY SIZE
               ' - PART '      DELIMITED BY SIZE
               WS-EDIT-PART    DELIMITED BY SIZE
               ' %'            DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       2910-BENEF-TITULAIRE-END.
           EXIT.

       2920-BENEF-DESIGNE-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE BEN-RANG TO WS-EDIT-NUM.
           MOVE BEN-PART TO WS-EDIT-PART.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   VOUS ETES DESIGNE(E) BENEFICIAIRE N. '
                   DELIMITED BY SIZE
               WS-EDIT-NUM     DELIMITED BY SIZE
               ' DU CONTRAT '  DELIMITED BY SIZE
               BEN-NUM-CONTRAT DELIMITED BY SIZE
               ' - PART '      DELIMITED BY SIZE
               WS-EDIT-PART    DELIMITED BY SIZE
               ' %'            DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       2920-BENEF-DESIGNE-END.
           EXIT.

      ***** 6. Notes de gestion portees sur ses contrats ***************
       3000-NOTES-START.
           MOVE 'NOTES DE GESTION SUR VOS CONTRATS'
               TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-NOTE.
           IF WS-NOTE-OK
               PERFORM 3100-NOTES-LOOP-START
                   THRU 3100-NOTES-LOOP-END
                   UNTIL WS-NOTE-END
               CLOSE FIC-NOTE
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3000-NOTES-END.
           EXIT.

       3100-NOTES-LOOP-START.
           READ FIC-NOTE
               AT END
                   MOVE '10' TO WS-NOTE-STATUS
               NOT AT END
                   MOVE NCT-NUM-CONTRAT TO WS-CONTRAT-CHERCHE
                   PERFORM 8400-CONTRAT-A-LUI-START
                       THRU 8400-CONTRAT-A-LUI-END
                   IF WS-CONTRAT-A-LUI
                       PERFORM 3110-EDITE-NOTE-START
                           THRU 3110-EDITE-NOTE-END
                   END-IF
           END-READ.
       3100-NOTES-LOOP-END.
           EXIT.

       3110-EDITE-NOTE-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE NCT-DATE  TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE NCT-HEURE TO WS-HEURE-A-EDITER.
           PERFORM 8150-EDITE-HEURE-START THRU 8150-EDITE-HEURE-END.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   CONTRAT ' DELIMITED BY SIZE
               NCT-NUM-CONTRAT DELIMITED BY SIZE
               ', LE '         DELIMITED BY SIZE
               WS-DATE-EDITEE  DELIMITED BY SIZE
               ' A '           DELIMITED BY SIZE
               WS-HEURE-EDITEE DELIMITED BY SIZE
               ' : '           DELIMITED BY SIZE
               NCT-NOTE        DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       3110-EDITE-NOTE-END.
           EXIT.

      ***** 7. Absences (personnes employees) **************************
       3200-ABSENCES-START.
           MOVE 'VOS ABSENCES (EN TANT QU''EMPLOYE)'
               TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-ABSENCE.
           IF WS-ABSENCE-OK
               PERFORM 3300-ABSENCES-LOOP-START
                   THRU 3300-ABSENCES-LOOP-END
                   UNTIL WS-ABSENCE-END
               CLOSE FIC-ABSENCE
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3200-ABSENCES-END.
           EXIT.

       3300-ABSENCES-LOOP-START.
           READ FIC-ABSENCE
               AT END
                   MOVE '10' TO WS-ABSENCE-STATUS
               NOT AT END
                   IF ABS-EMPLOYE-ID = WS-CODE-PARM
                       PERFORM 3310-EDITE-ABSENCE-START
                           THRU 3310-EDITE-ABSENCE-END
                   END-IF
           END-READ.
       3300-ABSENCES-LOOP-END.
           EXIT.

       3310-EDITE-ABSENCE-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE SPACES TO REC-RAPPORT.
           MOVE ABS-DATE-DEBUT TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           STRING '   ' DELIMITED BY SIZE
               ABS-TYPE        DELIMITED BY SIZE
               ' DU '          DELIMITED BY SIZE
               WS-DATE-EDITEE  DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           MOVE ABS-DATE-FIN TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE ' AU '         TO REC-RAPPORT(28:4).
           MOVE WS-DATE-EDITEE TO REC-RAPPORT(32:10).
           WRITE REC-RAPPORT.
       3310-EDITE-ABSENCE-END.
           EXIT.

      ***** 8. Relances de paiement en cours sur ses contrats **********
       3400-RELANCES-START.
           MOVE 'RELANCES DE PAIEMENT' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-ETAT.
           IF WS-ETAT-OK
               PERFORM 3500-RELANCES-LOOP-START
                   THRU 3500-RELANCES-LOOP-END
                   UNTIL WS-ETAT-END
               CLOSE FIC-ETAT
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3400-RELANCES-END.
           EXIT.

       3500-RELANCES-LOOP-START.
           READ FIC-ETAT
               AT END
                   MOVE '10' TO WS-ETAT-STATUS
               NOT AT END
                   MOVE ETA-NUM-CONTRAT TO WS-CONTRAT-CHERCHE
                   PERFORM 8400-CONTRAT-A-LUI-START
                       THRU 8400-CONTRAT-A-LUI-END
                   IF WS-CONTRAT-A-LUI
                       PERFORM 3510-EDITE-RELANCE-START
                           THRU 3510-EDITE-RELANCE-END
                   END-IF
           END-READ.
       3500-RELANCES-LOOP-END.
           EXIT.

       3510-EDITE-RELANCE-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE ETA-DATE-NIVEAU TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   CONTRAT ' DELIMITED BY SIZE
               ETA-NUM-CONTRAT DELIMITED BY SIZE
               ' : RELANCE DE NIVEAU ' DELIMITED BY SIZE
               ETA-NIVEAU      DELIMITED BY SIZE
               ' ENVOYEE LE '  DELIMITED BY SIZE
               WS-DATE-EDITEE  DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       3510-EDITE-RELANCE-END.
           EXIT.

      ***** 9. Accords donnes ou retires pour la prospection ********
       3550-CONSENTEMENTS-START.
           MOVE 'VOS CHOIX DE SOLLICITATION COMMERCIALE'
               TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-CONSENT.
           IF WS-CONSENT-OK
               PERFORM 3560-CONSENT-LOOP-START
                   THRU 3560-CONSENT-LOOP-END
                   UNTIL WS-CONSENT-END
               CLOSE FIC-CONSENT
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3550-CONSENTEMENTS-END.
           EXIT.

       3560-CONSENT-LOOP-START.
           READ FIC-CONSENT
               AT END
                   MOVE '10' TO WS-CONSENT-STATUS
               NOT AT END
                   IF CNS-CODE-CLT = WS-CODE-PARM
                       PERFORM 3570-EDITE-CONSENT-START
                           THRU 3570-EDITE-CONSENT-END
                   END-IF
           END-READ.
       3560-CONSENT-LOOP-END.
           EXIT.

       3570-EDITE-CONSENT-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE CNS-DATE TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE CNS-CANAL TO WS-EDIT-LIBELLE.
           MOVE SPACES    TO WS-EDIT-VALEUR.
           IF CNS-ACCORDE
               STRING 'ACCEPTE DEPUIS LE ' DELIMITED BY SIZE
                   WS-DATE-EDITEE  DELIMITED BY SIZE
                   ' (SOURCE : '   DELIMITED BY SIZE
                   CNS-SOURCE      DELIMITED BY SPACE
                   ')'             DELIMITED BY SIZE
                   INTO WS-EDIT-VALEUR
               END-STRING
           ELSE
               STRING 'REFUSE DEPUIS LE ' DELIMITED BY SIZE
                   WS-DATE-EDITEE  DELIMITED BY SIZE
                   ' (SOURCE : '   DELIMITED BY SIZE
                   CNS-SOURCE      DELIMITED BY SPACE
                   ')'             DELIMITED BY SIZE
                   INTO WS-EDIT-VALEUR
               END-STRING
           END-IF.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
       3570-EDITE-CONSENT-END.
           EXIT.

      ***** 10. Mandat de prelevement SEPA (mandats.dat) ***************
      *    Le mandat ne porte pas de nom : le titulaire du compte
      *    debite est la personne de la fiche client, comme pour les
      *    prelevements de assursdd.cbl.
       3580-MANDATS-START.
           MOVE 'VOTRE MANDAT DE PRELEVEMENT' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-MANDAT.
           IF WS-MANDAT-OK
               PERFORM 3581-MANDATS-LOOP-START
                   THRU 3581-MANDATS-LOOP-END
                   UNTIL WS-MANDAT-END
               CLOSE FIC-MANDAT
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3580-MANDATS-END.
           EXIT.

       3581-MANDATS-LOOP-START.
           READ FIC-MANDAT
               AT END
                   MOVE '10' TO WS-MANDAT-STATUS
               NOT AT END
                   IF MDT-CODE-CLT = WS-CODE-PARM
                       PERFORM 3582-EDITE-MANDAT-START
                           THRU 3582-EDITE-MANDAT-END
                   END-IF
           END-READ.
       3581-MANDATS-LOOP-END.
           EXIT.

       3582-EDITE-MANDAT-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           IF WS-A-UNE-FICHE
               MOVE 'TITULAIRE DU COMPTE' TO WS-EDIT-LIBELLE
               MOVE SPACES TO WS-EDIT-VALEUR
               STRING WS-NOM-PERSONNE DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   WS-PRENOM-PERSONNE DELIMITED BY SPACE
                   INTO WS-EDIT-VALEUR
               END-STRING
               PERFORM 8200-LIGNE-VALEUR-START
                   THRU 8200-LIGNE-VALEUR-END
           END-IF.
           MOVE 'IBAN'                TO WS-EDIT-LIBELLE.
           MOVE MDT-IBAN              TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'BIC'                 TO WS-EDIT-LIBELLE.
           MOVE MDT-BIC               TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'REFERENCE DU MANDAT' TO WS-EDIT-LIBELLE.
           MOVE MDT-RUM               TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE MDT-DATE-SIGNATURE TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE 'SIGNE LE'            TO WS-EDIT-LIBELLE.
           MOVE WS-DATE-EDITEE        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'SITUATION'           TO WS-EDIT-LIBELLE.
           EVALUATE TRUE
               WHEN MDT-ACTIF
                   MOVE 'ACTIF'               TO WS-EDIT-VALEUR
               WHEN MDT-SUSPENDU
                   MOVE 'SUSPENDU'            TO WS-EDIT-VALEUR
               WHEN MDT-REVOQUE
                   MOVE 'REVOQUE'             TO WS-EDIT-VALEUR
               WHEN OTHER
                   MOVE 'NON PRECISEE'        TO WS-EDIT-VALEUR
           END-EVALUATE.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
       3582-EDITE-MANDAT-END.
           EXIT.

      ***** 11. Reclamations (reclamations.dat) ************************
       3585-RECLAMATIONS-START.
           MOVE 'VOS RECLAMATIONS' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-RECLAM.
           IF WS-RECLAM-OK
               PERFORM 3586-RECLAM-LOOP-START
                   THRU 3586-RECLAM-LOOP-END
                   UNTIL WS-RECLAM-END
               CLOSE FIC-RECLAM
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3585-RECLAMATIONS-END.
           EXIT.

       3586-RECLAM-LOOP-START.
           READ FIC-RECLAM
               AT END
                   MOVE '10' TO WS-RECLAM-STATUS
               NOT AT END
                   IF RCL-CODE-CLT = WS-CODE-PARM
                       PERFORM 3587-EDITE-RECLAM-START
                           THRU 3587-EDITE-RECLAM-END
                   END-IF
           END-READ.
       3586-RECLAM-LOOP-END.
           EXIT.

       3587-EDITE-RECLAM-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE RCL-DATE-RECEPTION TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   RECLAMATION ' DELIMITED BY SIZE
               RCL-REFERENCE   DELIMITED BY SIZE
               ' RECUE LE '    DELIMITED BY SIZE
               WS-DATE-EDITEE  DELIMITED BY SIZE
               ' - '           DELIMITED BY SIZE
               RCL-CATEGORIE   DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           IF RCL-NUM-CONTRAT = SPACES
               MOVE ' - HORS CONTRAT' TO REC-RAPPORT(57:)
           ELSE
               MOVE ' - CONTRAT '     TO REC-RAPPORT(57:11)
               MOVE RCL-NUM-CONTRAT   TO REC-RAPPORT(68:8)
           END-IF.
           WRITE REC-RAPPORT.
           MOVE SPACES TO REC-RAPPORT.
           STRING '      OBJET : ' DELIMITED BY SIZE
               RCL-OBJET       DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           IF RCL-DATE-ACCUSE NOT = 0
               MOVE RCL-DATE-ACCUSE TO WS-DATE-A-EDITER
               PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END
               MOVE SPACES TO REC-RAPPORT
               STRING '      ACCUSE DE RECEPTION ENVOYE LE '
                       DELIMITED BY SIZE
                   WS-DATE-EDITEE DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
               WRITE REC-RAPPORT
           END-IF.
           EVALUATE TRUE
               WHEN RCL-EN-COURS
                   MOVE 'EN COURS D''EXAMEN'   TO WS-EDIT-VALEUR
               WHEN RCL-FONDEE
                   MOVE 'FONDEE'              TO WS-EDIT-VALEUR
               WHEN RCL-PART-FONDEE
                   MOVE 'PARTIELLEMENT FONDEE' TO WS-EDIT-VALEUR
               WHEN RCL-NON-FONDEE
                   MOVE 'NON FONDEE'          TO WS-EDIT-VALEUR
               WHEN RCL-SANS-SUITE
                   MOVE 'CLASSEE SANS SUITE'  TO WS-EDIT-VALEUR
               WHEN OTHER
                   MOVE 'NON PRECISEE'        TO WS-EDIT-VALEUR
           END-EVALUATE.
           MOVE SPACES TO WS-DATE-EDITEE.
           IF RCL-DATE-REPONSE NOT = 0
               MOVE RCL-DATE-REPONSE TO WS-DATE-A-EDITER
               PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END
           END-IF.
           MOVE SPACES TO REC-RAPPORT.
           IF WS-DATE-EDITEE = SPACES
               STRING '      SITUATION : ' DELIMITED BY SIZE
                   WS-EDIT-VALEUR  DELIMITED BY '  '
                   INTO REC-RAPPORT
               END-STRING
           ELSE
               STRING '      SITUATION : ' DELIMITED BY SIZE
                   WS-EDIT-VALEUR  DELIMITED BY '  '
                   ', REPONSE DU ' DELIMITED BY SIZE
                   WS-DATE-EDITEE  DELIMITED BY SIZE
                   INTO REC-RAPPORT
               END-STRING
           END-IF.
           WRITE REC-RAPPORT.
       3587-EDITE-RECLAM-END.
           EXIT.

      ***** 12. Segment commercial et mesures qui l'ont produit ********
      ***** (segments.dat, passage trimestriel depseg.cbl)          ****
       3590-SEGMENTS-START.
           MOVE 'VOTRE SEGMENT COMMERCIAL' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-SEGMENT.
           IF WS-SEGMENT-OK
               PERFORM 3591-SEGMENT-LOOP-START
                   THRU 3591-SEGMENT-LOOP-END
                   UNTIL WS-SEGMENT-END
               CLOSE FIC-SEGMENT
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3590-SEGMENTS-END.
           EXIT.

       3591-SEGMENT-LOOP-START.
           READ FIC-SEGMENT
               AT END
                   MOVE '10' TO WS-SEGMENT-STATUS
               NOT AT END
                   IF SEG-CODE-CLT = WS-CODE-PARM
                       PERFORM 3592-EDITE-SEGMENT-START
                           THRU 3592-EDITE-SEGMENT-END
                   END-IF
           END-READ.
       3591-SEGMENT-LOOP-END.
           EXIT.

       3592-EDITE-SEGMENT-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE SEG-DATE TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE 'SEGMENT'             TO WS-EDIT-LIBELLE.
           MOVE SPACES TO WS-EDIT-VALEUR.
           STRING SEG-SEGMENT        DELIMITED BY SIZE
               ' (ATTRIBUE LE '      DELIMITED BY SIZE
               WS-DATE-EDITEE        DELIMITED BY SIZE
               ')'                   DELIMITED BY SIZE
               INTO WS-EDIT-VALEUR
           END-STRING.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           IF SEG-SEGMENT-PREC NOT = SPACES
               MOVE 'SEGMENT PRECEDENT' TO WS-EDIT-LIBELLE
               MOVE SEG-SEGMENT-PREC    TO WS-EDIT-VALEUR
               PERFORM 8200-LIGNE-VALEUR-START
                   THRU 8200-LIGNE-VALEUR-END
           END-IF.
           MOVE 'SCORE SUR 100'       TO WS-EDIT-LIBELLE.
           MOVE SEG-SCORE             TO WS-EDIT-SCORE.
           MOVE WS-EDIT-SCORE         TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'CONTRATS ACTIFS'     TO WS-EDIT-LIBELLE.
           MOVE SEG-NB-CONTRATS       TO WS-EDIT-SCORE.
           MOVE WS-EDIT-SCORE         TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'PRIMES ANNUELLES EUR' TO WS-EDIT-LIBELLE.
           MOVE SEG-PRIMES            TO WS-EDIT-PRIMES.
           MOVE WS-EDIT-PRIMES        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'ANCIENNETE (ANNEES)'  TO WS-EDIT-LIBELLE.
           MOVE SEG-ANCIENNETE        TO WS-EDIT-SCORE.
           MOVE WS-EDIT-SCORE         TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'NIVEAU DE RELANCE'   TO WS-EDIT-LIBELLE.
           MOVE SEG-NIVEAU-RELANCE    TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'CONTACTS SUR 12 MOIS' TO WS-EDIT-LIBELLE.
           MOVE SEG-NB-CONTACTS       TO WS-EDIT-SCORE.
           MOVE WS-EDIT-SCORE         TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
       3592-EDITE-SEGMENT-END.
           EXIT.

      ***** 13. Adresse postale (adresses.dat) *************************
       3595-ADRESSES-START.
           MOVE 'VOTRE ADRESSE POSTALE' TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.
           OPEN INPUT FIC-ADRESSE.
           IF WS-ADRESSE-OK
               PERFORM 3596-ADRESSE-LOOP-START
                   THRU 3596-ADRESSE-LOOP-END
                   UNTIL WS-ADRESSE-END
               CLOSE FIC-ADRESSE
           END-IF.
           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3595-ADRESSES-END.
           EXIT.

       3596-ADRESSE-LOOP-START.
           READ FIC-ADRESSE
               AT END
                   MOVE '10' TO WS-ADRESSE-STATUS
               NOT AT END
                   IF ADR-CODE-CLT = WS-CODE-PARM
                       PERFORM 3597-EDITE-ADRESSE-START
                           THRU 3597-EDITE-ADRESSE-END
                   END-IF
           END-READ.
       3596-ADRESSE-LOOP-END.
           EXIT.

       3597-EDITE-ADRESSE-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           MOVE 'VOIE'                TO WS-EDIT-LIBELLE.
           MOVE ADR-LIGNE1            TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           IF ADR-LIGNE2 NOT = SPACES
               MOVE 'COMPLEMENT'      TO WS-EDIT-LIBELLE
               MOVE ADR-LIGNE2        TO WS-EDIT-VALEUR
               PERFORM 8200-LIGNE-VALEUR-START
                   THRU 8200-LIGNE-VALEUR-END
           END-IF.
           MOVE 'CODE POSTAL, COMMUNE' TO WS-EDIT-LIBELLE.
           MOVE SPACES TO WS-EDIT-VALEUR.
           STRING ADR-CODE-POSTAL    DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               ADR-VILLE             DELIMITED BY SIZE
               INTO WS-EDIT-VALEUR
           END-STRING.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE ADR-DATE-MAJ TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITE-DATE-START THRU 8100-EDITE-DATE-END.
           MOVE 'MISE A JOUR LE'      TO WS-EDIT-LIBELLE.
           MOVE WS-DATE-EDITEE        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
       3597-EDITE-ADRESSE-END.
           EXIT.

      ***** 14. Ligne de la databank ; une base inaccessible n'arrete **
      ***** pas le releve mais le rend incomplet                      **
       3600-DATABANK-START.
           MOVE 'DONNEES DE PROFIL (BASE DATABANK)'
               TO WS-TITRE-RUBRIQUE.
           PERFORM 8000-TITRE-START THRU 8000-TITRE-END.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-COMPLET
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
               MOVE SPACES TO REC-RAPPORT
               MOVE '   CONSULTATION IMPOSSIBLE A CETTE DATE : CETTE '
                   TO REC-RAPPORT
               MOVE 'RUBRIQUE VOUS SERA COMMUNIQUEE SEPAREMENT.'
                   TO REC-RAPPORT(49:)
               WRITE REC-RAPPORT
               GO TO 3600-DATABANK-END
           END-IF.

           EXEC SQL
               DECLARE CURSACC CURSOR FOR
               SELECT COALESCE(first_name, ' '),
                      COALESCE(last_name, ' '),
                      COALESCE(email, ' '),
                      COALESCE(gender, ' '),
                      COALESCE(CAST(EXTRACT(YEAR FROM
                      AGE(birth_date)) AS INTEGER), age, 0),
                      COALESCE(TO_CHAR(birth_date, 'YYYYMMDD'), ' '),
                      COALESCE(birth_date_source, ' '),
                      COALESCE(spoken, ' '),
                      COALESCE(country, ' '),
                      COALESCE(country_code, ' '),
                      COALESCE(address, ' '),
                      COALESCE(household_code, ' ')
               FROM databank
               WHERE client_code = :WS-CLIENT-CODE
           END-EXEC.

           EXEC SQL OPEN CURSACC END-EXEC.
           PERFORM F-CRACC
               UNTIL SQLCODE NOT = 0.
           EXEC SQL CLOSE CURSACC END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM 8300-FIN-RUBRIQUE-START THRU 8300-FIN-RUBRIQUE-END.
       3600-DATABANK-END.
           EXIT.

       F-CRACC.
           EXEC SQL
               FETCH CURSACC INTO :WS-DB-FIRST-NAME, :WS-DB-LAST-NAME,
                                  :WS-DB-EMAIL, :WS-DB-GENDER,
                                  :WS-DB-AGE, :WS-DB-NAISSANCE,
                                  :WS-DB-NAISS-SOURCE, :WS-DB-SPOKEN,
                                  :WS-DB-COUNTRY, :WS-DB-COUNTRY-CODE,
                                  :WS-DB-ADDRESS, :WS-DB-HOUSEHOLD
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 3610-EDITE-DATABANK-START
                   THRU 3610-EDITE-DATABANK-END
           END-IF.

       3610-EDITE-DATABANK-START.
           ADD 1 TO WS-NB-RUBRIQUE.
           ADD 1 TO WS-NB-DATABANK.
           MOVE 'PRENOM'            TO WS-EDIT-LIBELLE.
           MOVE WS-DB-FIRST-NAME    TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'NOM'               TO WS-EDIT-LIBELLE.
           MOVE WS-DB-LAST-NAME     TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'ADRESSE EMAIL'     TO WS-EDIT-LIBELLE.
           MOVE WS-DB-EMAIL         TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'SEXE'              TO WS-EDIT-LIBELLE.
           MOVE WS-DB-GENDER        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'AGE'               TO WS-EDIT-LIBELLE.
           MOVE WS-DB-AGE           TO WS-EDIT-AGE.
           MOVE WS-EDIT-AGE         TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'DATE DE NAISSANCE' TO WS-EDIT-LIBELLE.
           MOVE SPACES TO WS-EDIT-VALEUR.
           IF WS-DB-NAISSANCE NOT = SPACES
               STRING WS-DB-NAISSANCE(7:2) '/' WS-DB-NAISSANCE(5:2)
                   '/' WS-DB-NAISSANCE(1:4) DELIMITED BY SIZE
                   INTO WS-EDIT-VALEUR
               IF WS-DB-NAISS-SOURCE = 'E'
                   MOVE '(ESTIMEE)' TO WS-EDIT-VALEUR(12:9)
               END-IF
           END-IF.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'LANGUE PARLEE'     TO WS-EDIT-LIBELLE.
           MOVE WS-DB-SPOKEN        TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'PAYS'              TO WS-EDIT-LIBELLE.
           MOVE SPACES TO WS-EDIT-VALEUR.
           STRING WS-DB-COUNTRY-CODE DELIMITED BY SIZE
               ' - '                 DELIMITED BY SIZE
               WS-DB-COUNTRY         DELIMITED BY SIZE
               INTO WS-EDIT-VALEUR
           END-STRING.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           MOVE 'ADRESSE'           TO WS-EDIT-LIBELLE.
           MOVE WS-DB-ADDRESS       TO WS-EDIT-VALEUR.
           PERFORM 8200-LIGNE-VALEUR-START THRU 8200-LIGNE-VALEUR-END.
           IF WS-DB-HOUSEHOLD NOT = SPACES
               MOVE 'FOYER'         TO WS-EDIT-LIBELLE
               MOVE WS-DB-HOUSEHOLD TO WS-EDIT-VALEUR
               PERFORM 8200-LIGNE-VALEUR-START
                   THRU 8200-LIGNE-VALEUR-END
           END-IF.
       3610-EDITE-DATABANK-END.
           EXIT.

      ***** Pied du releve : total communique **************************
       4000-CONCLUSION-START.
           MOVE ALL '=' TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE WS-NB-ELEMENTS TO WS-EDIT-NB.
           MOVE SPACES TO REC-RAPPORT.
           STRING 'NOMBRE TOTAL D''ELEMENTS COMMUNIQUES : '
                   DELIMITED BY SIZE
               WS-EDIT-NB DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
           IF WS-COMPLET = 'N'
               MOVE 'RELEVE INCOMPLET : LA RUBRIQUE DATABANK SERA '
                   TO REC-RAPPORT
               MOVE 'COMMUNIQUEE SEPAREMENT.' TO REC-RAPPORT(46:)
               WRITE REC-RAPPORT
           END-IF.
       4000-CONCLUSION-END.
           EXIT.

      ***** Journal des demandes : une ligne par demande traitee *******
       5000-JOURNAL-START.
           OPEN EXTEND FIC-JOURNAL.
           IF WS-JOURNAL-ABSENT
               OPEN OUTPUT FIC-JOURNAL
           END-IF.
           MOVE SPACES TO REC-JOURNAL.
           MOVE WS-DATE-RECEPTION TO JNA-DATE-RECEPTION.
           MOVE WS-DATE-JOUR      TO JNA-DATE-REPONSE.
           MOVE WS-HEURE-JOUR     TO JNA-HEURE.
           MOVE WS-CODE-PARM      TO JNA-CODE-CLT.
           MOVE WS-ECHEANCE       TO JNA-ECHEANCE.
           MOVE WS-DANS-DELAI     TO JNA-DANS-DELAI.
           MOVE WS-NB-ELEMENTS    TO JNA-NB-ELEMENTS.
           MOVE WS-COMPLET        TO JNA-COMPLET.
           MOVE WS-NOM-RAPPORT    TO JNA-RAPPORT.
           MOVE CR-REFERENCE      TO JNA-REFERENCE.
           WRITE REC-JOURNAL.
           CLOSE FIC-JOURNAL.
       5000-JOURNAL-END.
           EXIT.

      ***** Titre numerote d'une rubrique ******************************
       8000-TITRE-START.
           ADD 1 TO WS-NUM-RUBRIQUE.
           MOVE 0 TO WS-NB-RUBRIQUE.
           MOVE WS-NUM-RUBRIQUE TO WS-EDIT-NUM.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           STRING WS-EDIT-NUM DELIMITED BY SIZE
               '. '              DELIMITED BY SIZE
               WS-TITRE-RUBRIQUE DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       8000-TITRE-END.
           EXIT.

      ***** Date AAAAMMJJ -> JJ/MM/AAAA (a blanc si non renseignee) ****
       8100-EDITE-DATE-START.
           MOVE SPACES TO WS-DATE-EDITEE.
           IF WS-DATE-A-EDITER IS NUMERIC
               AND WS-DATE-A-EDITER NOT = '00000000'
               STRING WS-DATE-A-EDITER(7:2) '/'
                   WS-DATE-A-EDITER(5:2) '/'
                   WS-DATE-A-EDITER(1:4) DELIMITED BY SIZE
                   INTO WS-DATE-EDITEE
               END-STRING
           END-IF.
       8100-EDITE-DATE-END.
           EXIT.

      ***** Heure HHMMSS -> HH:MM **************************************
       8150-EDITE-HEURE-START.
           MOVE SPACES TO WS-HEURE-EDITEE.
           STRING WS-HEURE-A-EDITER(1:2) ':'
               WS-HEURE-A-EDITER(3:2) DELIMITED BY SIZE
               INTO WS-HEURE-EDITEE
           END-STRING.
       8150-EDITE-HEURE-END.
           EXIT.

      ***** Ligne "libelle : valeur" des rubriques descriptives ********
       8200-LIGNE-VALEUR-START.
           MOVE SPACES TO REC-RAPPORT.
           STRING '   '           DELIMITED BY SIZE
               WS-EDIT-LIBELLE    DELIMITED BY SIZE
               ' : '              DELIMITED BY SIZE
               WS-EDIT-VALEUR     DELIMITED BY SIZE
               INTO REC-RAPPORT
           END-STRING.
           WRITE REC-RAPPORT.
       8200-LIGNE-VALEUR-END.
           EXIT.

      ***** Cloture d'une rubrique : mention explicite si elle est    **
      ***** vide, cumul du total communique                           **
       8300-FIN-RUBRIQUE-START.
           IF WS-NB-RUBRIQUE = 0
               MOVE SPACES TO REC-RAPPORT
               MOVE '   AUCUNE DONNEE VOUS CONCERNANT.' TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.
           ADD WS-NB-RUBRIQUE TO WS-NB-ELEMENTS.
       8300-FIN-RUBRIQUE-END.
           EXIT.

      ***** Le contrat WS-CONTRAT-CHERCHE est-il a la personne ? *******
       8400-CONTRAT-A-LUI-START.
           MOVE 'N' TO WS-CONTRAT-TROUVE.
           IF CONTRAT-LGTH = 0
               GO TO 8400-CONTRAT-A-LUI-END
           END-IF.
           SET IDX-CONTRAT TO 1.
           SEARCH CONTRAT-TBL
               AT END
                   CONTINUE
               WHEN TBL-NUM-CONTRAT(IDX-CONTRAT) = WS-CONTRAT-CHERCHE
                   MOVE 'O' TO WS-CONTRAT-TROUVE
           END-SEARCH.
       8400-CONTRAT-A-LUI-END.
           EXIT.

       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           DISPLAY "ERRCODE:" SPACE SQLSTATE.
           DISPLAY SQLERRMC.
       1001-ERROR-RTN-END.
           EXIT.

           COPY 'DATEUTIL.cpy'.
           COPY 'CORRESP.cpy'.
