      ******************************************************************
      *    Droit d'accès : oubli traite l'effacement, mais quand une   *
      *    personne demande quelles données nous détenons sur elle,    *
      *    on fouillait les fichiers un à un. Pour les identifiants    *
      *    fournis par les variables d'environnement ACCES-NOM,        *
      *    ACCES-PRENOM, ACCES-MATRICULE (élève), ACCES-EMPLOYE        *
      *    (RCLIENT-ID), ACCES-PROPRIO (RU-ID) et ACCES-CLIENT         *
      *    (client des assurances), le programme rassemble dans un     *
      *    dossier lisible pour le DPO "dossier-acces-NNNNNN.txt"      *
      *    tout ce qui correspond :                                    *
      *    - base "school" : STUDENT, GUARDIAN (comme élève ou comme   *
      *      responsable), GRADE, GRADE_HISTORY, APPRECIATION ;        *
      *    - fichierclient.txt et son journal employee-audit.txt ;     *
      *    - proprietaires.idx, animaux.idx et propriete-histo.dat ;   *
      *    - lettres aux responsables (lettres-historique.dat,         *
      *      lettres-absences.dat) ;                                   *
      *    - extraits des assurances listés par insucli-manifest.dat.  *
      *    Un nom ou un prénom absent des identifiants est repris de   *
      *    la première fiche trouvée par identifiant.                  *
      *    Chaque demande est consignée dans "demandes-acces.dat" avec *
      *    sa date de réception (ACCES-RECU, aujourd'hui par défaut)   *
      *    et son échéance de réponse (paramètre ACCES-DELAI, 30 jours *
      *    par défaut, lu par paramlu). Fonctions (ACCES-FONCTION) :   *
      *       D : nouvelle demande (par défaut) ;                      *
      *       R : réponse envoyée pour la demande ACCES-DEMANDE, à la  *
      *           date ACCES-REPONSE (aujourd'hui par défaut) ;        *
      *       S : suivi seul.                                          *
      *    A chaque passage, les demandes sans réponse après leur      *
      *    échéance et celles répondues hors délai sont marquées en    *
      *    retard dans le journal et signalées.                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. droitacc.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DOSSIER ASSIGN TO DYNAMIC WS-DOSSIER-FILENAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOSSIER.

           SELECT F-DEMANDES ASSIGN TO "demandes-acces.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEMANDES.

           SELECT F-EMPLOYEE ASSIGN TO "fichierclient.txt"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLOYEE.

           SELECT F-AUDIT ASSIGN TO "employee-audit.txt"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-PETS ASSIGN TO "animaux.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-ID
           ALTERNATE RECORD KEY IS RP-CHIP WITH DUPLICATES
           ALTERNATE RECORD KEY IS RP-MASTER-ID WITH DUPLICATES
           FILE STATUS IS FS-PETS.

           SELECT F-PROP-HISTO ASSIGN TO "propriete-histo.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROP-HISTO.

           SELECT F-HIST ASSIGN TO "lettres-historique.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT F-LETTERS ASSIGN TO "lettres-absences.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LETTERS.

           SELECT F-MANIFEST ASSIGN TO "insucli-manifest.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFEST.

           SELECT F-INSU ASSIGN TO DYNAMIC WS-INSU-FILENAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSU.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-DOSSIER
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-DOSSIER PIC X(132).

      *    Journal des demandes : une ligne par demande, réécrite à
      *    chaque passage (réponse, marque de retard).
      *       DA-ETAT   O : ouverte ; R : répondue
      *       DA-RETARD O : échéance dépassée sans réponse, ou
      *                     réponse envoyée après l'échéance
       FD  F-DEMANDES
           RECORD CONTAINS 105 CHARACTERS
           RECORDING MODE IS F.
       01  R-DEMANDES.
           03 DA-NUMERO    PIC 9(06).
           03 FILLER       PIC X(01).
           03 DA-RECU      PIC 9(08).
           03 FILLER       PIC X(01).
           03 DA-ECHEANCE  PIC 9(08).
           03 FILLER       PIC X(01).
           03 DA-ETAT      PIC X(01).
              88 DA-ETAT-OUVERTE VALUE "O".
              88 DA-ETAT-REPONDUE VALUE "R".
           03 FILLER       PIC X(01).
           03 DA-REPONSE   PIC 9(08).
           03 FILLER       PIC X(01).
           03 DA-RETARD    PIC X(01).
              88 DA-EN-RETARD VALUE "O".
           03 FILLER       PIC X(01).
           03 DA-OPERATEUR PIC X(20).
           03 FILLER       PIC X(01).
           03 DA-SUJET     PIC X(40).
           03 FILLER       PIC X(01).
           03 DA-TROUVES   PIC 9(05).

           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPLOYEE==.

       FD  F-AUDIT.
       01  R-AUDIT PIC X(260).

       FD  F-USERS.
       01  R-USERS.
           05 RU-ID         PIC X(5).
           05 RU-CITY       PIC A(20).
           05 RU-STREET     PIC X(20).
           05 RU-GSM-NUMBER PIC 9(10).
           05 RU-LASTNAME   PIC X(20).
           05 RU-FIRSTNAME  PIC X(20).

       FD  F-PETS.
       01  R-PETS.
           05 RP-ID                   PIC X(8).
           05 RP-GENDER               PIC A(1).
           05 RP-NAME                 PIC X(10).
           05 RP-LOOF                 PIC A(3).
           05 RP-AGE                  PIC 9(3).
           05 RP-MASTER.
               10 RP-MASTER-ID        PIC X(5).
               10 RP-MASTER-LASTNAME  PIC X(20).
               10 RP-MASTER-FIRSTNAME PIC X(20).
           05 RP-DAM-ID               PIC X(8).
           05 RP-SIRE-ID              PIC X(8).
           05 RP-DELETED              PIC X(1).
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

       FD  F-PROP-HISTO.
       01  R-PROP-HISTO.
           05 PH-PET-ID               PIC X(8).
           05 PH-OLD-OWNER            PIC X(5).
           05 PH-NEW-OWNER            PIC X(5).
           05 PH-DATE                 PIC 9(8).

       FD  F-HIST
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  R-HIST.
           03 H-MATRICULE PIC 9(06).
           03 FILLER      PIC X(01).
           03 H-DATE      PIC 9(08).
           03 FILLER      PIC X(01).
           03 H-LEVEL     PIC 9(01).

       FD  F-LETTERS
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-LETTERS PIC X(200).

       FD  F-MANIFEST.
       01  R-MANIFEST PIC X(123).

       FD  F-INSU.
       01  R-INSU PIC X(123).

       WORKING-STORAGE SECTION.
       01  FS-DOSSIER PIC X(02).
           88 FS-DOSSIER-OK VALUE "00".
       01  FS-DEMANDES PIC X(02).
           88 FS-DEMANDES-OK  VALUE "00".
           88 FS-DEMANDES-EOF VALUE "10".
       01  FS-EMPLOYEE PIC X(02).
           88 FS-EMPLOYEE-OK  VALUE "00".
           88 FS-EMPLOYEE-EOF VALUE "10".
       01  FS-AUDIT PIC X(02).
           88 FS-AUDIT-OK  VALUE "00".
           88 FS-AUDIT-EOF VALUE "10".
       01  FS-USERS PIC X(02).
           88 FS-USERS-OK VALUE "00".
      *    "02" : lecture ou écriture réussie sur une clé
      *    secondaire en double (propriétaire, puce).
       01  FS-PETS PIC X(02).
           88 FS-PETS-OK VALUE "00" "02".
       01  FS-PROP-HISTO PIC X(02).
           88 FS-PROP-HISTO-OK  VALUE "00".
           88 FS-PROP-HISTO-EOF VALUE "10".
       01  FS-HIST PIC X(02).
           88 FS-HIST-OK  VALUE "00".
           88 FS-HIST-EOF VALUE "10".
       01  FS-LETTERS PIC X(02).
           88 FS-LETTERS-OK  VALUE "00".
           88 FS-LETTERS-EOF VALUE "10".
       01  FS-MANIFEST PIC X(02).
           88 FS-MANIFEST-OK  VALUE "00".
           88 FS-MANIFEST-EOF VALUE "10".
       01  FS-INSU PIC X(02).
           88 FS-INSU-OK  VALUE "00".
           88 FS-INSU-EOF VALUE "10".

       01  WS-FONCTION-ENV PIC X(01) VALUE SPACES.
           88 WS-FONCTION-REPONSE VALUE "R".
           88 WS-FONCTION-SUIVI   VALUE "S".
       01  WS-OPERATOR     PIC X(20) VALUE SPACES.

      *    Identifiants de la personne.
       01  WS-NOM          PIC X(35) VALUE SPACES.
       01  WS-PRENOM       PIC X(35) VALUE SPACES.
       01  WS-MATRICULE-ENV PIC X(06) VALUE SPACES.
       01  WS-EMPLOYE-ENV  PIC X(09) VALUE SPACES.
       01  WS-PROPRIO-ENV  PIC X(05) VALUE SPACES.
       01  WS-CLIENT-ENV   PIC X(12) VALUE SPACES.
       01  WS-MATRICULE    PIC 9(06) VALUE ZERO.
       01  WS-NOM-LEN      PIC 9(02) VALUE ZERO.
       01  WS-PRENOM-LEN   PIC 9(02) VALUE ZERO.
       01  WS-NOM-ORIGINE  PIC X(40) VALUE SPACES.

       01  WS-DEMANDE-ENV  PIC X(06) VALUE SPACES.
       01  WS-RECU-ENV     PIC X(08) VALUE SPACES.
       01  WS-REPONSE-ENV  PIC X(08) VALUE SPACES.

       01  WS-TODAY        PIC 9(08).
       01  WS-RECU         PIC 9(08).
       01  WS-ECHEANCE     PIC 9(08).
       01  WS-REPONSE      PIC 9(08).
       01  WS-DELAI        PIC 9(03) VALUE 30.
       01  WS-DATE-INT     PIC 9(08) COMP.
       01  WS-RETARD-JOURS PIC 9(05).

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "droitacc".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "droitacc".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

      *    Journal des demandes, relu en entier puis réécrit. Quand
      *    le journal déborde de la table, il n'est pas réécrit
      *    (plutôt que tronqué) et aucune demande n'est enregistrée.
       01  WS-DEMANDES-TABLE.
           03 WS-DA-CNT PIC 9(04) VALUE ZERO.
           03 WS-DA OCCURS 2000 TIMES
                    INDEXED BY WS-DA-IDX
                    PIC X(105).
       01  WS-DA-OVERFLOW PIC X(01) VALUE "N".
           88 WS-DA-OVERFLOW-Y VALUE "Y".
       01  WS-DA-FOUND    PIC X(01).
           88 WS-DA-IS-FOUND VALUE "Y".
       01  WS-NUMERO      PIC 9(06) VALUE ZERO.
       01  WS-RETARD-CNT  PIC 9(05) VALUE ZERO.
       01  WS-OUVERT-CNT  PIC 9(05) VALUE ZERO.

       01  WS-DOSSIER-FILENAME PIC X(40).
       01  WS-INSU-FILENAME    PIC X(123).

      *    Sources consultées, récapitulées en fin de dossier.
      *       WS-SRC-ETAT L : lue ; A : absente ; I : inaccessible
       01  WS-SOURCES.
           03 WS-SRC OCCURS 9 TIMES.
               05 WS-SRC-NAME PIC X(45).
               05 WS-SRC-ETAT PIC X(01).
               05 WS-SRC-CNT  PIC 9(05).
       01  WS-SRC-NO     PIC 9(02).
       01  WS-TOTAL-CNT  PIC 9(05) VALUE ZERO.

      *    Fiches trouvées par identifiant ou par nom, dont les clés
      *    servent à chercher dans les fichiers qui en dépendent.
       01  WS-STUDENT-TABLE.
           03 WS-ST-CNT PIC 9(02) VALUE ZERO.
           03 WS-ST OCCURS 10 TIMES
                    INDEXED BY WS-ST-IDX.
               05 WS-ST-ID        PIC 9(04).
               05 WS-ST-MATRICULE PIC 9(06).
               05 WS-ST-LASTNAME  PIC X(35).
               05 WS-ST-FIRSTNAME PIC X(35).
               05 WS-ST-AGE       PIC 9(03).
       01  WS-OWNER-TABLE.
           03 WS-OW-CNT PIC 9(02) VALUE ZERO.
           03 WS-OW-ID OCCURS 10 TIMES
                       INDEXED BY WS-OW-IDX
                       PIC X(05).
       01  WS-EMP-TABLE.
           03 WS-EM-CNT PIC 9(02) VALUE ZERO.
           03 WS-EM-ID OCCURS 10 TIMES
                       INDEXED BY WS-EM-IDX
                       PIC X(09).

      *    Recherche du nom dans une ligne de texte libre.
       01  WS-SCAN-TEXT   PIC X(260).
       01  WS-SCAN-TALLY  PIC 9(04).
       01  WS-SCAN-HIT    PIC X(01).
           88 WS-SCAN-IS-HIT VALUE "Y".
       01  WS-SCAN-NOM-LEN    PIC 9(02).
       01  WS-SCAN-PRENOM-LEN PIC 9(02).
       01  WS-MATCH       PIC X(01).
           88 WS-IS-MATCH VALUE "Y".

      *    Lettre en cours de lecture dans lettres-absences.dat, une
      *    lettre se terminant par le saut de page.
       01  WS-LETTER-TABLE.
           03 WS-LT-CNT PIC 9(03) VALUE ZERO.
           03 WS-LT OCCURS 80 TIMES
                    INDEXED BY WS-LT-IDX
                    PIC X(132).
       01  WS-LT-HIT     PIC X(01).
           88 WS-LT-IS-HIT VALUE "Y".
       01  WS-FORM-FEED  PIC X(01) VALUE X"0C".

      *    Ligne d'extrait des assurances (même découpage qu'insucli).
       01  WS-INSU-LINE.
           03 WS-IN-ID-CLIENT PIC X(12).
           03 WS-IN-GROUP     PIC X(18).
           03 WS-IN-NAME      PIC X(29).
           03 WS-IN-LABEL     PIC X(41).
           03 WS-IN-STATUS    PIC X(14).
           03 WS-IN-FROM      PIC X(13).
           03 WS-IN-TO        PIC X(13).
           03 WS-IN-AMOUNT    PIC X(09).
           03 WS-IN-EURO      PIC X(05).

       01  WS-LINE       PIC X(132).
       01  WS-DASH       PIC X(132) VALUE ALL "-".
       01  WS-PNT-GRADE  PIC Z9.99.
       01  WS-PNT-OLD    PIC Z9.99.
       01  WS-PNT-CNT    PIC ZZZZ9.
       01  WS-PNT-NUM    PIC ZZZZZZ9.
       01  WS-PNT-SALAIRE PIC ZZZ9.99.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE "droitacc".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC  X(30) VALUE 'school'.
       01  USERNAME            PIC  X(30) VALUE 'cobol'.
       01  PASSWD              PIC  X(10) VALUE 'cbl85'.

       01  SQL-ACCES.
           03 SQL-AC-MATRICULE  PIC 9(06).
           03 SQL-AC-NOM        PIC X(35).
           03 SQL-AC-PRENOM     PIC X(35).
           03 SQL-AC-LIKE       PIC X(37).
           03 SQL-AC-ID         PIC 9(04).
           03 SQL-AC-LASTNAME   PIC X(35).
           03 SQL-AC-FIRSTNAME  PIC X(35).
           03 SQL-AC-AGE        PIC 9(03).
           03 SQL-AC-GU-NAME    PIC X(20).
           03 SQL-AC-GU-ADDR1   PIC X(30).
           03 SQL-AC-GU-ADDR2   PIC X(30).
           03 SQL-AC-GU-INCOME  PIC 9(07).
           03 SQL-AC-GU-DEPENDENTS PIC 9(02).
           03 SQL-AC-LABEL      PIC X(35).
           03 SQL-AC-GRADE      PIC 99V99.
           03 SQL-AC-OLD-GRADE  PIC 99V99.
           03 SQL-AC-EXEMPTED   PIC X(01).
           03 SQL-AC-REASON     PIC X(35).
           03 SQL-AC-TEXT       PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-FONCTION-ENV FROM ENVIRONMENT "ACCES-FONCTION".
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "ACCES-OPERATOR".
           IF WS-OPERATOR = SPACES
              MOVE "INCONNU" TO WS-OPERATOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE "ACCES-DELAI" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-VALEUR) IS NUMERIC
              COMPUTE WS-DELAI = FUNCTION NUMVAL(WS-PARM-VALEUR)
           END-IF.
           IF WS-DELAI = ZERO
              MOVE 30 TO WS-DELAI
           END-IF.

           PERFORM 0100-START-R-DEMANDES
              THRU END-0100-R-DEMANDES.

           EVALUATE TRUE
              WHEN WS-FONCTION-REPONSE
                 PERFORM 6000-START-REPONSE
                    THRU END-6000-REPONSE
              WHEN WS-FONCTION-SUIVI
                 CONTINUE
              WHEN OTHER
                 PERFORM 1000-START-DEMANDE
                    THRU END-1000-DEMANDE
           END-EVALUATE.

           PERFORM 7000-START-RETARDS
              THRU END-7000-RETARDS.
           PERFORM 8000-START-W-DEMANDES
              THRU END-8000-W-DEMANDES.

       END-0000-MAIN.
           DISPLAY "DEMANDES OUVERTES :" SPACE WS-OUVERT-CNT SPACE
              "EN RETARD :" SPACE WS-RETARD-CNT.
           STOP RUN.

      ******************************************************************
      *    Relit le journal des demandes et calcule le prochain        *
      *    numéro.                                                     *
      ******************************************************************
       0100-START-R-DEMANDES.
           MOVE "00" TO FS-DEMANDES.
           OPEN INPUT F-DEMANDES.
           IF NOT FS-DEMANDES-OK
              GO TO END-0100-R-DEMANDES
           END-IF.

           PERFORM UNTIL FS-DEMANDES-EOF
              READ F-DEMANDES
              AT END
                 SET FS-DEMANDES-EOF TO TRUE
              NOT AT END
                 IF WS-DA-CNT < 2000
                    ADD 1 TO WS-DA-CNT
                    MOVE R-DEMANDES TO WS-DA(WS-DA-CNT)
                    IF DA-NUMERO IS NUMERIC
                       AND DA-NUMERO > WS-NUMERO
                       MOVE DA-NUMERO TO WS-NUMERO
                    END-IF
                 ELSE
                    SET WS-DA-OVERFLOW-Y TO TRUE
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-DEMANDES.

           IF WS-DA-OVERFLOW-Y
              DISPLAY "AVERTISSEMENT : JOURNAL demandes-acces.dat DE "
                 "PLUS DE 2000 LIGNES, NON REECRIT - A ARCHIVER"
           END-IF.
       END-0100-R-DEMANDES.
           EXIT.

      ******************************************************************
      *    Nouvelle demande : contrôle des identifiants, recherche     *
      *    dans chaque source, dossier pour le DPO et inscription au   *
      *    journal avec l'échéance de réponse.                         *
      ******************************************************************
       1000-START-DEMANDE.
           ACCEPT WS-NOM           FROM ENVIRONMENT "ACCES-NOM".
           ACCEPT WS-PRENOM        FROM ENVIRONMENT "ACCES-PRENOM".
           ACCEPT WS-MATRICULE-ENV FROM ENVIRONMENT "ACCES-MATRICULE".
           ACCEPT WS-EMPLOYE-ENV   FROM ENVIRONMENT "ACCES-EMPLOYE".
           ACCEPT WS-PROPRIO-ENV   FROM ENVIRONMENT "ACCES-PROPRIO".
           ACCEPT WS-CLIENT-ENV    FROM ENVIRONMENT "ACCES-CLIENT".
           ACCEPT WS-RECU-ENV      FROM ENVIRONMENT "ACCES-RECU".

           IF WS-NOM = SPACES AND WS-MATRICULE-ENV = SPACES
              AND WS-EMPLOYE-ENV = SPACES AND WS-PROPRIO-ENV = SPACES
              AND WS-CLIENT-ENV = SPACES
              DISPLAY "ACCES-NOM OU UN IDENTIFIANT (ACCES-MATRICULE, "
                 "ACCES-EMPLOYE, ACCES-PROPRIO, ACCES-CLIENT) "
                 "EST OBLIGATOIRE"
              GO TO END-1000-DEMANDE
           END-IF.

           IF WS-DA-OVERFLOW-Y
              DISPLAY "DEMANDE NON ENREGISTREE : JOURNAL PLEIN"
              GO TO END-1000-DEMANDE
           END-IF.

           IF WS-MATRICULE-ENV NOT = SPACES
              IF FUNCTION TRIM(WS-MATRICULE-ENV) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-MATRICULE-ENV)
                    TO WS-MATRICULE
              ELSE
                 DISPLAY "ACCES-MATRICULE NON NUMERIQUE :" SPACE
                    WS-MATRICULE-ENV
                 GO TO END-1000-DEMANDE
              END-IF
           END-IF.

           MOVE WS-TODAY TO WS-RECU.
           IF WS-RECU-ENV IS NUMERIC
              MOVE WS-RECU-ENV TO WS-RECU
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RECU) + WS-DELAI.
           COMPUTE WS-ECHEANCE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           ADD 1 TO WS-NUMERO.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOM))
              TO WS-NOM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRENOM))
              TO WS-PRENOM.
           PERFORM 9500-START-NAME-LENGTHS
              THRU END-9500-NAME-LENGTHS.

           MOVE SPACES TO WS-DOSSIER-FILENAME.
           STRING "dossier-acces-" WS-NUMERO ".txt"
              DELIMITED BY SIZE
              INTO WS-DOSSIER-FILENAME.
           OPEN OUTPUT F-DOSSIER.
           IF NOT FS-DOSSIER-OK
              DISPLAY "ERREUR OUVERTURE" SPACE WS-DOSSIER-FILENAME
                 SPACE FS-DOSSIER
              GO TO END-1000-DEMANDE
           END-IF.

           PERFORM 1100-START-W-ENTETE THRU END-1100-W-ENTETE.

      *    Les sources à clé d'abord : elles complètent le nom quand
      *    il n'a pas été fourni, et donnent les clés des fichiers
      *    qui en dépendent.
           PERFORM 2000-START-SCHOOL THRU END-2000-SCHOOL.
           PERFORM 3000-START-EMPLOYEE THRU END-3000-EMPLOYEE.
           PERFORM 4000-START-PROPRIO THRU END-4000-PROPRIO.
           PERFORM 4100-START-PETS THRU END-4100-PETS.
           PERFORM 4200-START-PROP-HISTO THRU END-4200-PROP-HISTO.
           PERFORM 3100-START-EMP-AUDIT THRU END-3100-EMP-AUDIT.
           PERFORM 2500-START-LETTRES-HISTO
              THRU END-2500-LETTRES-HISTO.
           PERFORM 2600-START-LETTRES THRU END-2600-LETTRES.
           PERFORM 5000-START-ASSURANCES THRU END-5000-ASSURANCES.

           PERFORM 1200-START-W-RECAP THRU END-1200-W-RECAP.
           CLOSE F-DOSSIER.

           MOVE SPACES TO R-DEMANDES.
           MOVE WS-NUMERO    TO DA-NUMERO.
           MOVE WS-RECU      TO DA-RECU.
           MOVE WS-ECHEANCE  TO DA-ECHEANCE.
           SET DA-ETAT-OUVERTE TO TRUE.
           MOVE ZERO         TO DA-REPONSE.
           MOVE "N"          TO DA-RETARD.
           MOVE WS-OPERATOR  TO DA-OPERATEUR.
           STRING FUNCTION TRIM(WS-NOM) SPACE
              FUNCTION TRIM(WS-PRENOM)
              DELIMITED BY SIZE
              INTO DA-SUJET.
           IF DA-SUJET = SPACES
              STRING "ID" SPACE WS-MATRICULE-ENV SPACE
                 WS-EMPLOYE-ENV SPACE WS-PROPRIO-ENV SPACE
                 WS-CLIENT-ENV
                 DELIMITED BY SIZE
                 INTO DA-SUJET
           END-IF.
           MOVE WS-TOTAL-CNT TO DA-TROUVES.
           ADD 1 TO WS-DA-CNT.
           MOVE R-DEMANDES TO WS-DA(WS-DA-CNT).

           DISPLAY "DEMANDE" SPACE WS-NUMERO SPACE "ENREGISTREE,"
              SPACE "ECHEANCE" SPACE WS-ECHEANCE SPACE ":" SPACE
              WS-TOTAL-CNT SPACE "ENREGISTREMENTS DANS"
              SPACE WS-DOSSIER-FILENAME.
       END-1000-DEMANDE.
           EXIT.

      ******************************************************************
      *    En-tête du dossier : la demande et les identifiants.        *
      ******************************************************************
       1100-START-W-ENTETE.
           MOVE SPACES TO WS-LINE.
           STRING "DOSSIER DE DROIT D'ACCES N." SPACE WS-NUMERO
              SPACE "- ETABLI LE" SPACE WS-TODAY SPACE "PAR"
              SPACE FUNCTION TRIM(WS-OPERATOR)
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
           MOVE WS-DASH TO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "DEMANDE RECUE LE" SPACE WS-RECU SPACE
              "- REPONSE DUE AU PLUS TARD LE" SPACE WS-ECHEANCE
              SPACE "(" WS-DELAI SPACE "JOURS)"
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "IDENTIFIANTS FOURNIS : NOM [" FUNCTION TRIM(WS-NOM)
              "] PRENOM [" FUNCTION TRIM(WS-PRENOM) "]"
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "                       MATRICULE ["
              FUNCTION TRIM(WS-MATRICULE-ENV)
              "] EMPLOYE [" FUNCTION TRIM(WS-EMPLOYE-ENV)
              "] PROPRIETAIRE [" FUNCTION TRIM(WS-PROPRIO-ENV)
              "] CLIENT [" FUNCTION TRIM(WS-CLIENT-ENV) "]"
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
       END-1100-W-ENTETE.
           EXIT.

      ******************************************************************
      *    Récapitulatif des sources consultées et de ce qui y a été   *
      *    trouvé.                                                     *
      ******************************************************************
       1200-START-W-RECAP.
           MOVE SPACES TO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
           MOVE "RECAPITULATIF DES SOURCES CONSULTEES" TO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
           MOVE WS-DASH TO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.

           IF WS-NOM-ORIGINE NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "NOM DE RECHERCHE REPRIS DE" SPACE
                 FUNCTION TRIM(WS-NOM-ORIGINE) ":" SPACE
                 FUNCTION TRIM(WS-NOM) SPACE FUNCTION TRIM(WS-PRENOM)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              PERFORM 9200-START-W-LINE THRU END-9200-W-LINE
           END-IF.

           PERFORM VARYING WS-SRC-NO FROM 1 BY 1
                   UNTIL WS-SRC-NO > 9
              MOVE SPACES TO WS-LINE
              MOVE WS-SRC-NAME(WS-SRC-NO) TO WS-LINE(1:45)
              EVALUATE WS-SRC-ETAT(WS-SRC-NO)
                 WHEN "A"
                    MOVE "FICHIER ABSENT" TO WS-LINE(47:)
                 WHEN "I"
                    MOVE "INACCESSIBLE - A CONSULTER A LA MAIN"
                       TO WS-LINE(47:)
                 WHEN "N"
                    MOVE "NON CONSULTE (AUCUN IDENTIFIANT UTILE)"
                       TO WS-LINE(47:)
                 WHEN OTHER
                    MOVE WS-SRC-CNT(WS-SRC-NO) TO WS-PNT-CNT
                    STRING WS-PNT-CNT SPACE "ENREGISTREMENT(S)"
                       DELIMITED BY SIZE
                       INTO WS-LINE(47:)
              END-EVALUATE
              PERFORM 9200-START-W-LINE THRU END-9200-W-LINE
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           MOVE WS-TOTAL-CNT TO WS-PNT-CNT.
           STRING "TOTAL" SPACE WS-PNT-CNT SPACE "ENREGISTREMENT(S)"
              DELIMITED BY SIZE
              INTO WS-LINE(40:).
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
       END-1200-W-RECAP.
           EXIT.

      ******************************************************************
      *    Base "school" : l'élève par son matricule ou par son nom,   *
      *    puis pour chaque élève trouvé ses responsables, notes,      *
      *    corrections de notes et appréciations ; enfin les fiches    *
      *    GUARDIAN où la personne figure comme responsable.           *
      ******************************************************************
       2000-START-SCHOOL.
           MOVE 1 TO WS-SRC-NO.
           MOVE "BASE school (STUDENT, GUARDIAN, GRADE, ...)"
              TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-MATRICULE = ZERO AND WS-NOM = SPACES
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-2000-SCHOOL
           END-IF.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "CONNEXION DB IMPOSSIBLE, SQLCODE :" SPACE
                  SQLCODE
               CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                  SQLSTATE, SQLERRMC
               END-CALL
               MOVE "I" TO WS-SRC-ETAT(WS-SRC-NO)
               GO TO END-2000-SCHOOL
           END-IF.

           MOVE WS-MATRICULE TO SQL-AC-MATRICULE.
           MOVE WS-NOM       TO SQL-AC-NOM.
           MOVE WS-PRENOM    TO SQL-AC-PRENOM.

           EXEC SQL
               DECLARE CRSACST CURSOR FOR
               SELECT ID, MATRICULE, LASTNAME, FIRSTNAME, AGE
               FROM STUDENT
               WHERE MATRICULE = :SQL-AC-MATRICULE
               OR (UPPER(TRIM(LASTNAME)) = TRIM(:SQL-AC-NOM)
                   AND (TRIM(:SQL-AC-PRENOM) = ''
                        OR UPPER(TRIM(FIRSTNAME))
                           = TRIM(:SQL-AC-PRENOM)))
               ORDER BY ID
           END-EXEC.
           EXEC SQL OPEN CRSACST END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
              EXEC SQL
                  FETCH CRSACST
                  INTO :SQL-AC-ID, :SQL-AC-MATRICULE,
                  :SQL-AC-LASTNAME, :SQL-AC-FIRSTNAME, :SQL-AC-AGE
              END-EXEC
              IF SQLCODE = ZERO
                 IF WS-ST-CNT < 10
                    ADD 1 TO WS-ST-CNT
                    MOVE SQL-AC-ID TO WS-ST-ID(WS-ST-CNT)
                    MOVE SQL-AC-MATRICULE
                       TO WS-ST-MATRICULE(WS-ST-CNT)
                    MOVE SQL-AC-LASTNAME
                       TO WS-ST-LASTNAME(WS-ST-CNT)
                    MOVE SQL-AC-FIRSTNAME
                       TO WS-ST-FIRSTNAME(WS-ST-CNT)
                    MOVE SQL-AC-AGE TO WS-ST-AGE(WS-ST-CNT)
                 ELSE
                    DISPLAY "PLUS DE 10 ELEVES HOMONYMES, LES "
                       "SUIVANTS NE SONT PAS REPRIS"
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSACST END-EXEC.

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              PERFORM 2100-START-ONE-STUDENT
                 THRU END-2100-ONE-STUDENT
           END-PERFORM.

           IF WS-NOM = SPACES AND WS-ST-CNT > ZERO
              MOVE FUNCTION UPPER-CASE(WS-ST-LASTNAME(1)) TO WS-NOM
              MOVE FUNCTION UPPER-CASE(WS-ST-FIRSTNAME(1))
                 TO WS-PRENOM
              MOVE "STUDENT (MATRICULE)" TO WS-NOM-ORIGINE
              PERFORM 9500-START-NAME-LENGTHS
                 THRU END-9500-NAME-LENGTHS
           END-IF.

           IF WS-NOM NOT = SPACES
              PERFORM 2200-START-AS-GUARDIAN
                 THRU END-2200-AS-GUARDIAN
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-2000-SCHOOL.
           EXIT.

      ******************************************************************
      *    Charge DBNAME/USERNAME/PASSWD depuis l'environnement quand  *
      *    ils sont fournis, comme les autres programmes de la chaîne. *
      ******************************************************************
       0050-START-LOAD-CREDENTIALS.
           ACCEPT WS-DBNAME-ENV FROM ENVIRONMENT "SCHOOL-DB-NAME".
           IF WS-DBNAME-ENV NOT = SPACES
               MOVE WS-DBNAME-ENV TO DBNAME
           END-IF.

           ACCEPT WS-USERNAME-ENV FROM ENVIRONMENT "SCHOOL-DB-USER".
           IF WS-USERNAME-ENV NOT = SPACES
               MOVE WS-USERNAME-ENV TO USERNAME
           END-IF.

           ACCEPT WS-PASSWD-ENV FROM ENVIRONMENT "SCHOOL-DB-PASSWD".
           IF WS-PASSWD-ENV NOT = SPACES
               MOVE WS-PASSWD-ENV TO PASSWD
           END-IF.
       END-0050-LOAD-CREDENTIALS.
           EXIT.

      ******************************************************************
      *    Un élève trouvé : identité, responsables, notes,            *
      *    corrections (GRADE_HISTORY) et appréciations.               *
      ******************************************************************
       2100-START-ONE-STUDENT.
           MOVE SPACES TO WS-LINE.
           MOVE WS-ST-AGE(WS-ST-IDX) TO WS-PNT-CNT.
           STRING "STUDENT      MATRICULE" SPACE
              WS-ST-MATRICULE(WS-ST-IDX) SPACE ":" SPACE
              FUNCTION TRIM(WS-ST-LASTNAME(WS-ST-IDX)) SPACE
              FUNCTION TRIM(WS-ST-FIRSTNAME(WS-ST-IDX)) SPACE
              "- AGE" SPACE FUNCTION TRIM(WS-PNT-CNT)
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD.

           MOVE WS-ST-ID(WS-ST-IDX) TO SQL-AC-ID.

           EXEC SQL
               DECLARE CRSACGU CURSOR FOR
               SELECT NAME, ADDR1, ADDR2,
                      COALESCE(INCOME, 0), COALESCE(DEPENDENTS, 0)
               FROM GUARDIAN
               WHERE STUDENT_ID = :SQL-AC-ID
               ORDER BY NAME
           END-EXEC.
           EXEC SQL OPEN CRSACGU END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
              EXEC SQL
                  FETCH CRSACGU
                  INTO :SQL-AC-GU-NAME, :SQL-AC-GU-ADDR1,
                  :SQL-AC-GU-ADDR2, :SQL-AC-GU-INCOME,
                  :SQL-AC-GU-DEPENDENTS
              END-EXEC
              IF SQLCODE = ZERO
                 PERFORM 2110-START-W-GUARDIAN
                    THRU END-2110-W-GUARDIAN
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSACGU END-EXEC.

           EXEC SQL
               DECLARE CRSACGR CURSOR FOR
               SELECT C.LABEL, G.GRADE, G.EXEMPTED
               FROM GRADE G, COURSE C
               WHERE G.STUDENT_ID = :SQL-AC-ID
               AND C.ID = G.COURSE_ID
               ORDER BY C.LABEL
           END-EXEC.
           EXEC SQL OPEN CRSACGR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
              EXEC SQL
                  FETCH CRSACGR
                  INTO :SQL-AC-LABEL, :SQL-AC-GRADE, :SQL-AC-EXEMPTED
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE SQL-AC-GRADE TO WS-PNT-GRADE
                 MOVE SPACES TO WS-LINE
                 STRING "GRADE        " SPACE
                    FUNCTION TRIM(SQL-AC-LABEL) ":" SPACE
                    WS-PNT-GRADE SPACE "- DISPENSE" SPACE
                    SQL-AC-EXEMPTED
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSACGR END-EXEC.

           EXEC SQL
               DECLARE CRSACGH CURSOR FOR
               SELECT C.LABEL, H.OLD_GRADE, H.NEW_GRADE,
                      COALESCE(H.REASON, ' ')
               FROM GRADE_HISTORY H, GRADE G, COURSE C
               WHERE G.STUDENT_ID = :SQL-AC-ID
               AND H.GRADE_ID = G.ID
               AND C.ID = G.COURSE_ID
               ORDER BY H.ID
           END-EXEC.
           EXEC SQL OPEN CRSACGH END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
              EXEC SQL
                  FETCH CRSACGH
                  INTO :SQL-AC-LABEL, :SQL-AC-OLD-GRADE,
                  :SQL-AC-GRADE, :SQL-AC-REASON
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE SQL-AC-OLD-GRADE TO WS-PNT-OLD
                 MOVE SQL-AC-GRADE     TO WS-PNT-GRADE
                 MOVE SPACES TO WS-LINE
                 STRING "GRADE_HISTORY" SPACE
                    FUNCTION TRIM(SQL-AC-LABEL) ":" SPACE
                    WS-PNT-OLD SPACE "->" SPACE WS-PNT-GRADE SPACE
                    "(" FUNCTION TRIM(SQL-AC-REASON) ")"
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSACGH END-EXEC.

           EXEC SQL
               DECLARE CRSACAP CURSOR FOR
               SELECT C.LABEL, A.TEXT
               FROM APPRECIATION A, COURSE C
               WHERE A.STUDENT_ID = :SQL-AC-ID
               AND C.ID = A.COURSE_ID
               ORDER BY C.LABEL
           END-EXEC.
           EXEC SQL OPEN CRSACAP END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
              EXEC SQL
                  FETCH CRSACAP
                  INTO :SQL-AC-LABEL, :SQL-AC-TEXT
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE SPACES TO WS-LINE
                 STRING "APPRECIATION " SPACE
                    FUNCTION TRIM(SQL-AC-LABEL) ":" SPACE
                    FUNCTION TRIM(SQL-AC-TEXT)
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSACAP END-EXEC.
       END-2100-ONE-STUDENT.
           EXIT.

      ******************************************************************
       2110-START-W-GUARDIAN.
           MOVE SPACES TO WS-LINE.
           MOVE SQL-AC-GU-INCOME TO WS-PNT-NUM.
           MOVE SQL-AC-GU-DEPENDENTS TO WS-PNT-CNT.
           STRING "GUARDIAN    " SPACE
              FUNCTION TRIM(SQL-AC-GU-NAME) ","
              SPACE FUNCTION TRIM(SQL-AC-GU-ADDR1) ","
              SPACE FUNCTION TRIM(SQL-AC-GU-ADDR2)
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD.
           MOVE SPACES TO WS-LINE.
           STRING "    REVENU DU FOYER" SPACE FUNCTION TRIM(WS-PNT-NUM)
              SPACE "- ENFANTS A CHARGE" SPACE
              FUNCTION TRIM(WS-PNT-CNT)
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
       END-2110-W-GUARDIAN.
           EXIT.

      ******************************************************************
      *    La personne comme responsable d'un élève : fiches GUARDIAN  *
      *    dont le nom contient le nom recherché.                      *
      ******************************************************************
       2200-START-AS-GUARDIAN.
           MOVE SPACES TO SQL-AC-LIKE.
           STRING "%" FUNCTION TRIM(WS-NOM) "%"
              DELIMITED BY SIZE
              INTO SQL-AC-LIKE.

           EXEC SQL
               DECLARE CRSACRE CURSOR FOR
               SELECT G.NAME, G.ADDR1, G.ADDR2,
                      COALESCE(G.INCOME, 0),
                      COALESCE(G.DEPENDENTS, 0), S.MATRICULE
               FROM GUARDIAN G, STUDENT S
               WHERE UPPER(G.NAME) LIKE TRIM(:SQL-AC-LIKE)
               AND S.ID = G.STUDENT_ID
               ORDER BY S.MATRICULE
           END-EXEC.
           EXEC SQL OPEN CRSACRE END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
              EXEC SQL
                  FETCH CRSACRE
                  INTO :SQL-AC-GU-NAME, :SQL-AC-GU-ADDR1,
                  :SQL-AC-GU-ADDR2, :SQL-AC-GU-INCOME,
                  :SQL-AC-GU-DEPENDENTS, :SQL-AC-MATRICULE
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE SQL-AC-GU-NAME TO WS-SCAN-TEXT
                 PERFORM 9100-START-SCAN-NAME
                    THRU END-9100-SCAN-NAME
                 IF WS-SCAN-IS-HIT
                    MOVE SPACES TO WS-LINE
                    STRING "RESPONSABLE DE L'ELEVE MATRICULE" SPACE
                       SQL-AC-MATRICULE ":"
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    PERFORM 9200-START-W-LINE THRU END-9200-W-LINE
                    PERFORM 2110-START-W-GUARDIAN
                       THRU END-2110-W-GUARDIAN
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSACRE END-EXEC.
       END-2200-AS-GUARDIAN.
           EXIT.

      ******************************************************************
      *    Lettres d'absence déjà envoyées aux responsables des        *
      *    élèves trouvés (lettres-historique.dat, par matricule).     *
      ******************************************************************
       2500-START-LETTRES-HISTO.
           MOVE 7 TO WS-SRC-NO.
           MOVE "lettres-historique.dat" TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-ST-CNT = ZERO
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-2500-LETTRES-HISTO
           END-IF.

           MOVE "00" TO FS-HIST.
           OPEN INPUT F-HIST.
           IF NOT FS-HIST-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-2500-LETTRES-HISTO
           END-IF.

           PERFORM UNTIL FS-HIST-EOF
              READ F-HIST
              AT END
                 SET FS-HIST-EOF TO TRUE
              NOT AT END
                 PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                         UNTIL WS-ST-IDX > WS-ST-CNT
                    IF H-MATRICULE = WS-ST-MATRICULE(WS-ST-IDX)
                       MOVE SPACES TO WS-LINE
                       STRING "LETTRE D'ABSENCES NIVEAU" SPACE
                          H-LEVEL SPACE "ENVOYEE LE" SPACE H-DATE
                          SPACE "AUX RESPONSABLES DE L'ELEVE"
                          SPACE H-MATRICULE
                          DELIMITED BY SIZE
                          INTO WS-LINE
                       PERFORM 9210-START-W-RECORD
                          THRU END-9210-W-RECORD
                    END-IF
                 END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE F-HIST.
       END-2500-LETTRES-HISTO.
           EXIT.

      ******************************************************************
      *    Lettres aux responsables du dernier envoi                   *
      *    (lettres-absences.dat) : chaque lettre qui nomme la         *
      *    personne est reprise en entier.                             *
      ******************************************************************
       2600-START-LETTRES.
           MOVE 8 TO WS-SRC-NO.
           MOVE "lettres-absences.dat" TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-NOM = SPACES
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-2600-LETTRES
           END-IF.

           MOVE "00" TO FS-LETTERS.
           OPEN INPUT F-LETTERS.
           IF NOT FS-LETTERS-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-2600-LETTRES
           END-IF.

           MOVE ZERO TO WS-LT-CNT.
           MOVE "N"  TO WS-LT-HIT.
           PERFORM UNTIL FS-LETTERS-EOF
              READ F-LETTERS
              AT END
                 SET FS-LETTERS-EOF TO TRUE
              NOT AT END
                 IF R-LETTERS(1:1) = WS-FORM-FEED
                    PERFORM 2610-START-W-LETTER
                       THRU END-2610-W-LETTER
                 ELSE
                    IF WS-LT-CNT < 80
                       ADD 1 TO WS-LT-CNT
                       MOVE R-LETTERS TO WS-LT(WS-LT-CNT)
                    END-IF
                    MOVE R-LETTERS TO WS-SCAN-TEXT
                    PERFORM 9100-START-SCAN-NAME
                       THRU END-9100-SCAN-NAME
                    IF WS-SCAN-IS-HIT
                       MOVE "Y" TO WS-LT-HIT
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 2610-START-W-LETTER THRU END-2610-W-LETTER.
           CLOSE F-LETTERS.
       END-2600-LETTRES.
           EXIT.

      ******************************************************************
      *    Reprend au dossier la lettre lue si elle nomme la personne, *
      *    puis repart sur la suivante.                                *
      ******************************************************************
       2610-START-W-LETTER.
           IF WS-LT-IS-HIT
              MOVE WS-LT(1) TO WS-LINE
              PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD
              PERFORM VARYING WS-LT-IDX FROM 2 BY 1
                      UNTIL WS-LT-IDX > WS-LT-CNT
                 MOVE WS-LT(WS-LT-IDX) TO WS-LINE
                 PERFORM 9200-START-W-LINE THRU END-9200-W-LINE
              END-PERFORM
              MOVE SPACES TO WS-LINE
              PERFORM 9200-START-W-LINE THRU END-9200-W-LINE
           END-IF.
           MOVE ZERO TO WS-LT-CNT.
           MOVE "N"  TO WS-LT-HIT.
       END-2610-W-LETTER.
           EXIT.

      ******************************************************************
      *    Extrait des employés fichierclient.txt : par identifiant    *
      *    ou par nom et prénom.                                       *
      ******************************************************************
       3000-START-EMPLOYEE.
           MOVE 2 TO WS-SRC-NO.
           MOVE "fichierclient.txt" TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-EMPLOYE-ENV = SPACES AND WS-NOM = SPACES
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-3000-EMPLOYEE
           END-IF.

           MOVE "00" TO FS-EMPLOYEE.
           OPEN INPUT F-EMPLOYEE.
           IF NOT FS-EMPLOYEE-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-3000-EMPLOYEE
           END-IF.

           PERFORM UNTIL FS-EMPLOYEE-EOF
              READ F-EMPLOYEE
              AT END
                 SET FS-EMPLOYEE-EOF TO TRUE
              NOT AT END
                 MOVE "N" TO WS-MATCH
                 IF WS-EMPLOYE-ENV NOT = SPACES
                    AND REMPLOYEE-ID = WS-EMPLOYE-ENV
                    MOVE "Y" TO WS-MATCH
                 END-IF
                 IF WS-NOM NOT = SPACES
                    AND FUNCTION UPPER-CASE(REMPLOYEE-NOM) = WS-NOM
                    AND (WS-PRENOM = SPACES OR
                    FUNCTION UPPER-CASE(REMPLOYEE-PRENOM) = WS-PRENOM)
                    MOVE "Y" TO WS-MATCH
                 END-IF
                 IF WS-IS-MATCH
                    PERFORM 3010-START-W-EMPLOYEE
                       THRU END-3010-W-EMPLOYEE
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-EMPLOYEE.
       END-3000-EMPLOYEE.
           EXIT.

      ******************************************************************
       3010-START-W-EMPLOYEE.
           MOVE SPACES TO WS-LINE.
           STRING "EMPLOYE" SPACE REMPLOYEE-ID ":" SPACE
              FUNCTION TRIM(REMPLOYEE-NOM) SPACE
              FUNCTION TRIM(REMPLOYEE-PRENOM) SPACE "- POSTE" SPACE
              FUNCTION TRIM(REMPLOYEE-POSTE) SPACE "- CODE" SPACE
              REMPLOYEE-CODE
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD.
           MOVE SPACES TO WS-LINE.
           MOVE REMPLOYEE-SALAIRE TO WS-PNT-SALAIRE.
           STRING "    SALAIRE" SPACE FUNCTION TRIM(WS-PNT-SALAIRE)
              SPACE "- AGENCE" SPACE REMPLOYEE-AGENCE SPACE
              "- EMBAUCHE" SPACE REMPLOYEE-EMBAUCHE SPACE
              "- RESPONSABLE" SPACE REMPLOYEE-MANAGER
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.

           IF WS-EM-CNT < 10
              ADD 1 TO WS-EM-CNT
              MOVE REMPLOYEE-ID TO WS-EM-ID(WS-EM-CNT)
           END-IF.

           IF WS-NOM = SPACES
              MOVE FUNCTION UPPER-CASE(REMPLOYEE-NOM) TO WS-NOM
              MOVE FUNCTION UPPER-CASE(REMPLOYEE-PRENOM) TO WS-PRENOM
              MOVE "fichierclient.txt (EMPLOYE)" TO WS-NOM-ORIGINE
              PERFORM 9500-START-NAME-LENGTHS
                 THRU END-9500-NAME-LENGTHS
           END-IF.
       END-3010-W-EMPLOYEE.
           EXIT.

      ******************************************************************
      *    Journal des modifications des employés employee-audit.txt : *
      *    lignes qui portent l'identifiant d'un employé trouvé ou le  *
      *    nom de la personne.                                         *
      ******************************************************************
       3100-START-EMP-AUDIT.
           MOVE 6 TO WS-SRC-NO.
           MOVE "employee-audit.txt" TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-EM-CNT = ZERO AND WS-NOM = SPACES
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-3100-EMP-AUDIT
           END-IF.

           MOVE "00" TO FS-AUDIT.
           OPEN INPUT F-AUDIT.
           IF NOT FS-AUDIT-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-3100-EMP-AUDIT
           END-IF.

           PERFORM UNTIL FS-AUDIT-EOF
              READ F-AUDIT
              AT END
                 SET FS-AUDIT-EOF TO TRUE
              NOT AT END
                 MOVE R-AUDIT TO WS-SCAN-TEXT
                 PERFORM 9100-START-SCAN-NAME
                    THRU END-9100-SCAN-NAME
                 PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                         UNTIL WS-EM-IDX > WS-EM-CNT
                    MOVE ZERO TO WS-SCAN-TALLY
                    INSPECT R-AUDIT TALLYING WS-SCAN-TALLY
                       FOR ALL WS-EM-ID(WS-EM-IDX)
                    IF WS-SCAN-TALLY > ZERO
                       MOVE "Y" TO WS-SCAN-HIT
                    END-IF
                 END-PERFORM
                 IF WS-SCAN-IS-HIT
                    MOVE R-AUDIT TO WS-LINE
                    PERFORM 9210-START-W-RECORD
                       THRU END-9210-W-RECORD
                    IF R-AUDIT(133:) NOT = SPACES
                       MOVE SPACES TO WS-LINE
                       MOVE R-AUDIT(133:) TO WS-LINE(5:)
                       PERFORM 9200-START-W-LINE
                          THRU END-9200-W-LINE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-AUDIT.
       END-3100-EMP-AUDIT.
           EXIT.

      ******************************************************************
      *    Propriétaires (proprietaires.idx) : par la clé fournie ou   *
      *    par nom et prénom, sur un balayage du maître.               *
      ******************************************************************
       4000-START-PROPRIO.
           MOVE 3 TO WS-SRC-NO.
           MOVE "proprietaires.idx" TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-PROPRIO-ENV = SPACES AND WS-NOM = SPACES
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-4000-PROPRIO
           END-IF.

           MOVE "00" TO FS-USERS.
           OPEN INPUT F-USERS.
           IF NOT FS-USERS-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-4000-PROPRIO
           END-IF.

           PERFORM UNTIL NOT FS-USERS-OK
              READ F-USERS NEXT RECORD
              AT END
                 MOVE "10" TO FS-USERS
              NOT AT END
                 MOVE "N" TO WS-MATCH
                 IF WS-PROPRIO-ENV NOT = SPACES
                    AND RU-ID = WS-PROPRIO-ENV
                    MOVE "Y" TO WS-MATCH
                 END-IF
                 IF WS-NOM NOT = SPACES
                    AND FUNCTION UPPER-CASE(RU-LASTNAME) = WS-NOM
                    AND (WS-PRENOM = SPACES OR
                    FUNCTION UPPER-CASE(RU-FIRSTNAME) = WS-PRENOM)
                    MOVE "Y" TO WS-MATCH
                 END-IF
                 IF WS-IS-MATCH
                    PERFORM 4010-START-W-PROPRIO
                       THRU END-4010-W-PROPRIO
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-USERS.
       END-4000-PROPRIO.
           EXIT.

      ******************************************************************
       4010-START-W-PROPRIO.
           MOVE SPACES TO WS-LINE.
           STRING "PROPRIETAIRE" SPACE RU-ID ":" SPACE
              FUNCTION TRIM(RU-LASTNAME) SPACE
              FUNCTION TRIM(RU-FIRSTNAME) SPACE "-" SPACE
              FUNCTION TRIM(RU-STREET) "," SPACE
              FUNCTION TRIM(RU-CITY) SPACE "- GSM" SPACE
              RU-GSM-NUMBER
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD.

           IF WS-OW-CNT < 10
              ADD 1 TO WS-OW-CNT
              MOVE RU-ID TO WS-OW-ID(WS-OW-CNT)
           END-IF.

           IF WS-NOM = SPACES
              MOVE FUNCTION UPPER-CASE(RU-LASTNAME) TO WS-NOM
              MOVE FUNCTION UPPER-CASE(RU-FIRSTNAME) TO WS-PRENOM
              MOVE "proprietaires.idx (PROPRIETAIRE)"
                 TO WS-NOM-ORIGINE
              PERFORM 9500-START-NAME-LENGTHS
                 THRU END-9500-NAME-LENGTHS
           END-IF.
       END-4010-W-PROPRIO.
           EXIT.

      ******************************************************************
      *    Animaux des propriétaires trouvés (animaux.idx), lus sur    *
      *    la clé secondaire du propriétaire.                          *
      ******************************************************************
       4100-START-PETS.
           MOVE 4 TO WS-SRC-NO.
           MOVE "animaux.idx" TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-OW-CNT = ZERO
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-4100-PETS
           END-IF.

           MOVE "00" TO FS-PETS.
           OPEN INPUT F-PETS.
           IF NOT FS-PETS-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-4100-PETS
           END-IF.

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OW-CNT
              PERFORM 4110-START-OWNER-PETS
                 THRU END-4110-OWNER-PETS
           END-PERFORM.
           CLOSE F-PETS.
       END-4100-PETS.
           EXIT.

      ******************************************************************
       4110-START-OWNER-PETS.
           MOVE "00" TO FS-PETS.
           MOVE WS-OW-ID(WS-OW-IDX) TO RP-MASTER-ID.
           START F-PETS KEY IS EQUAL TO RP-MASTER-ID
              INVALID KEY
                 GO TO END-4110-OWNER-PETS
           END-START.

           PERFORM UNTIL NOT FS-PETS-OK
              READ F-PETS NEXT RECORD
              AT END
                 MOVE "10" TO FS-PETS
              NOT AT END
                 IF RP-MASTER-ID = WS-OW-ID(WS-OW-IDX)
                    MOVE SPACES TO WS-LINE
                    STRING "ANIMAL" SPACE RP-ID ":" SPACE
                       FUNCTION TRIM(RP-NAME) SPACE "- PUCE" SPACE
                       RP-CHIP SPACE "- AGE" SPACE RP-AGE SPACE
                       "- SUPPRIME" SPACE RP-DELETED
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    PERFORM 9210-START-W-RECORD
                       THRU END-9210-W-RECORD
                    MOVE SPACES TO WS-LINE
                    STRING "    AU NOM DU PROPRIETAIRE" SPACE
                       RP-MASTER-ID SPACE
                       FUNCTION TRIM(RP-MASTER-LASTNAME) SPACE
                       FUNCTION TRIM(RP-MASTER-FIRSTNAME)
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    PERFORM 9200-START-W-LINE THRU END-9200-W-LINE
                 ELSE
                    MOVE "10" TO FS-PETS
                 END-IF
              END-READ
           END-PERFORM.
       END-4110-OWNER-PETS.
           EXIT.

      ******************************************************************
      *    Historique des changements de propriétaire                  *
      *    (propriete-histo.dat) : ancien ou nouveau propriétaire      *
      *    parmi les propriétaires trouvés.                            *
      ******************************************************************
       4200-START-PROP-HISTO.
           MOVE 5 TO WS-SRC-NO.
           MOVE "propriete-histo.dat" TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-OW-CNT = ZERO
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-4200-PROP-HISTO
           END-IF.

           MOVE "00" TO FS-PROP-HISTO.
           OPEN INPUT F-PROP-HISTO.
           IF NOT FS-PROP-HISTO-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-4200-PROP-HISTO
           END-IF.

           PERFORM UNTIL FS-PROP-HISTO-EOF
              READ F-PROP-HISTO
              AT END
                 SET FS-PROP-HISTO-EOF TO TRUE
              NOT AT END
                 MOVE "N" TO WS-MATCH
                 PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                         UNTIL WS-OW-IDX > WS-OW-CNT
                    IF PH-OLD-OWNER = WS-OW-ID(WS-OW-IDX)
                       OR PH-NEW-OWNER = WS-OW-ID(WS-OW-IDX)
                       MOVE "Y" TO WS-MATCH
                    END-IF
                 END-PERFORM
                 IF WS-IS-MATCH
                    MOVE SPACES TO WS-LINE
                    STRING "TRANSFERT LE" SPACE PH-DATE SPACE
                       "DE L'ANIMAL" SPACE PH-PET-ID SPACE
                       "DU PROPRIETAIRE" SPACE PH-OLD-OWNER SPACE
                       "AU PROPRIETAIRE" SPACE PH-NEW-OWNER
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    PERFORM 9210-START-W-RECORD
                       THRU END-9210-W-RECORD
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-PROP-HISTO.
       END-4200-PROP-HISTO.
           EXIT.

      ******************************************************************
      *    Extraits des assurances listés par insucli-manifest.dat :   *
      *    lignes du client fourni ou au nom de la personne.           *
      ******************************************************************
       5000-START-ASSURANCES.
           MOVE 9 TO WS-SRC-NO.
           MOVE "EXTRAITS ASSURANCES (insucli-manifest.dat)"
              TO WS-SRC-NAME(WS-SRC-NO).
           PERFORM 9300-START-W-SECTION THRU END-9300-W-SECTION.

           IF WS-CLIENT-ENV = SPACES AND WS-NOM = SPACES
              MOVE "N" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-5000-ASSURANCES
           END-IF.

           MOVE "00" TO FS-MANIFEST.
           OPEN INPUT F-MANIFEST.
           IF NOT FS-MANIFEST-OK
              MOVE "A" TO WS-SRC-ETAT(WS-SRC-NO)
              GO TO END-5000-ASSURANCES
           END-IF.

           PERFORM UNTIL FS-MANIFEST-EOF
              READ F-MANIFEST
              AT END
                 SET FS-MANIFEST-EOF TO TRUE
              NOT AT END
                 IF R-MANIFEST NOT = SPACES
                    MOVE R-MANIFEST TO WS-INSU-FILENAME
                    PERFORM 5100-START-ONE-EXTRACT
                       THRU END-5100-ONE-EXTRACT
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-MANIFEST.
       END-5000-ASSURANCES.
           EXIT.

      ******************************************************************
       5100-START-ONE-EXTRACT.
           MOVE "00" TO FS-INSU.
           OPEN INPUT F-INSU.
           IF NOT FS-INSU-OK
              MOVE SPACES TO WS-LINE
              STRING "EXTRAIT ABSENT :" SPACE
                 FUNCTION TRIM(WS-INSU-FILENAME)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              PERFORM 9200-START-W-LINE THRU END-9200-W-LINE
              GO TO END-5100-ONE-EXTRACT
           END-IF.

           PERFORM UNTIL FS-INSU-EOF
              READ F-INSU
              AT END
                 SET FS-INSU-EOF TO TRUE
              NOT AT END
      *          Les records de contrôle HDR/TRL ne sont pas des
      *          polices.
                 IF R-INSU(1:4) NOT = "HDR*"
                    AND R-INSU(1:4) NOT = "TRL*"
                    PERFORM 5110-START-ONE-POLICY
                       THRU END-5110-ONE-POLICY
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-INSU.
       END-5100-ONE-EXTRACT.
           EXIT.

      ******************************************************************
       5110-START-ONE-POLICY.
           MOVE SPACES TO WS-INSU-LINE.
           UNSTRING R-INSU
              DELIMITED BY "*"
              INTO WS-IN-ID-CLIENT WS-IN-GROUP WS-IN-NAME
              WS-IN-LABEL WS-IN-STATUS WS-IN-FROM WS-IN-TO
              WS-IN-AMOUNT WS-IN-EURO.

           MOVE "N" TO WS-SCAN-HIT.
           IF WS-CLIENT-ENV NOT = SPACES
              AND WS-IN-ID-CLIENT = WS-CLIENT-ENV
              MOVE "Y" TO WS-SCAN-HIT
           ELSE
              MOVE WS-IN-NAME TO WS-SCAN-TEXT
              PERFORM 9100-START-SCAN-NAME THRU END-9100-SCAN-NAME
           END-IF.
           IF NOT WS-SCAN-IS-HIT
              GO TO END-5110-ONE-POLICY
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-INSU-FILENAME) ":" SPACE
              "CLIENT" SPACE FUNCTION TRIM(WS-IN-ID-CLIENT) SPACE
              FUNCTION TRIM(WS-IN-NAME) SPACE "-" SPACE
              FUNCTION TRIM(WS-IN-LABEL) SPACE "-" SPACE
              FUNCTION TRIM(WS-IN-STATUS) SPACE "DU" SPACE
              FUNCTION TRIM(WS-IN-FROM) SPACE "AU" SPACE
              FUNCTION TRIM(WS-IN-TO) SPACE "-" SPACE
              FUNCTION TRIM(WS-IN-AMOUNT) SPACE
              FUNCTION TRIM(WS-IN-EURO)
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9210-START-W-RECORD THRU END-9210-W-RECORD.
       END-5110-ONE-POLICY.
           EXIT.

      ******************************************************************
      *    Réponse envoyée : la demande ACCES-DEMANDE passe répondue,  *
      *    à la date ACCES-REPONSE (aujourd'hui par défaut).           *
      ******************************************************************
       6000-START-REPONSE.
           ACCEPT WS-DEMANDE-ENV FROM ENVIRONMENT "ACCES-DEMANDE".
           ACCEPT WS-REPONSE-ENV FROM ENVIRONMENT "ACCES-REPONSE".

           IF WS-DEMANDE-ENV = SPACES
              OR FUNCTION TRIM(WS-DEMANDE-ENV) IS NOT NUMERIC
              DISPLAY "ACCES-DEMANDE (NUMERO DE DEMANDE) EST "
                 "OBLIGATOIRE"
              GO TO END-6000-REPONSE
           END-IF.
           MOVE FUNCTION NUMVAL(WS-DEMANDE-ENV) TO WS-NUMERO.

           MOVE WS-TODAY TO WS-REPONSE.
           IF WS-REPONSE-ENV IS NUMERIC
              MOVE WS-REPONSE-ENV TO WS-REPONSE
           END-IF.

           MOVE "N" TO WS-DA-FOUND.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-CNT
              MOVE WS-DA(WS-DA-IDX) TO R-DEMANDES
              IF DA-NUMERO = WS-NUMERO
                 MOVE "Y" TO WS-DA-FOUND
                 IF DA-ETAT-REPONDUE
                    DISPLAY "DEMANDE" SPACE WS-NUMERO SPACE
                       "DEJA REPONDUE LE" SPACE DA-REPONSE
                 ELSE
                    SET DA-ETAT-REPONDUE TO TRUE
                    MOVE WS-REPONSE TO DA-REPONSE
                    MOVE R-DEMANDES TO WS-DA(WS-DA-IDX)
                    DISPLAY "DEMANDE" SPACE WS-NUMERO SPACE
                       "REPONDUE LE" SPACE WS-REPONSE
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT WS-DA-IS-FOUND
              DISPLAY "DEMANDE INCONNUE DU JOURNAL :" SPACE WS-NUMERO
           END-IF.
       END-6000-REPONSE.
           EXIT.

      ******************************************************************
      *    Marque en retard les demandes sans réponse après leur       *
      *    échéance et celles répondues après, et signale les          *
      *    demandes encore ouvertes en retard.                         *
      ******************************************************************
       7000-START-RETARDS.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-CNT
              MOVE WS-DA(WS-DA-IDX) TO R-DEMANDES
              MOVE "N" TO DA-RETARD
              IF DA-ETAT-OUVERTE
                 ADD 1 TO WS-OUVERT-CNT
                 IF WS-TODAY > DA-ECHEANCE
                    MOVE "O" TO DA-RETARD
                    ADD 1 TO WS-RETARD-CNT
                    COMPUTE WS-RETARD-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(DA-ECHEANCE)
                    DISPLAY "EN RETARD : DEMANDE" SPACE DA-NUMERO
                       SPACE "RECUE LE" SPACE DA-RECU SPACE
                       "ECHUE LE" SPACE DA-ECHEANCE SPACE "("
                       WS-RETARD-JOURS SPACE "JOURS) -" SPACE
                       FUNCTION TRIM(DA-SUJET)
                 END-IF
              END-IF
              IF DA-ETAT-REPONDUE
                 AND DA-REPONSE > DA-ECHEANCE
                 MOVE "O" TO DA-RETARD
              END-IF
              MOVE R-DEMANDES TO WS-DA(WS-DA-IDX)
           END-PERFORM.
       END-7000-RETARDS.
           EXIT.

      ******************************************************************
      *    Réécrit le journal des demandes.                            *
      ******************************************************************
       8000-START-W-DEMANDES.
           IF WS-DA-OVERFLOW-Y
              GO TO END-8000-W-DEMANDES
           END-IF.

           OPEN OUTPUT F-DEMANDES.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-CNT
              WRITE R-DEMANDES FROM WS-DA(WS-DA-IDX)
           END-PERFORM.
           CLOSE F-DEMANDES.
       END-8000-W-DEMANDES.
           EXIT.

      ******************************************************************
      *    Cherche dans WS-SCAN-TEXT le nom de la personne, et son     *
      *    prénom quand il est connu.                                  *
      ******************************************************************
       9100-START-SCAN-NAME.
           MOVE "N" TO WS-SCAN-HIT.
           IF WS-SCAN-NOM-LEN = ZERO
              GO TO END-9100-SCAN-NAME
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-SCAN-TEXT) TO WS-SCAN-TEXT.
           MOVE ZERO TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
              FOR ALL WS-NOM(1:WS-SCAN-NOM-LEN).
           IF WS-SCAN-TALLY = ZERO
              GO TO END-9100-SCAN-NAME
           END-IF.

           IF WS-SCAN-PRENOM-LEN > ZERO
              MOVE ZERO TO WS-SCAN-TALLY
              INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
                 FOR ALL WS-PRENOM(1:WS-SCAN-PRENOM-LEN)
              IF WS-SCAN-TALLY = ZERO
                 GO TO END-9100-SCAN-NAME
              END-IF
           END-IF.
           MOVE "Y" TO WS-SCAN-HIT.
       END-9100-SCAN-NAME.
           EXIT.

      ******************************************************************
      *    Ecrit une ligne du dossier.                                 *
      ******************************************************************
       9200-START-W-LINE.
           WRITE R-DOSSIER FROM WS-LINE.
       END-9200-W-LINE.
           EXIT.

      ******************************************************************
      *    Ecrit une ligne du dossier qui rapporte un enregistrement   *
      *    trouvé, compté pour la source courante.                     *
      ******************************************************************
       9210-START-W-RECORD.
           WRITE R-DOSSIER FROM WS-LINE.
           ADD 1 TO WS-SRC-CNT(WS-SRC-NO).
           ADD 1 TO WS-TOTAL-CNT.
       END-9210-W-RECORD.
           EXIT.

      ******************************************************************
      *    Titre de la section de la source courante, qui passe lue    *
      *    tant qu'elle n'est pas déclarée absente.                    *
      ******************************************************************
       9300-START-W-SECTION.
           MOVE "L"  TO WS-SRC-ETAT(WS-SRC-NO).
           MOVE ZERO TO WS-SRC-CNT(WS-SRC-NO).
           MOVE SPACES TO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
           MOVE SPACES TO WS-LINE.
           STRING WS-SRC-NO "." SPACE
              FUNCTION TRIM(WS-SRC-NAME(WS-SRC-NO))
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE ALL "-" TO WS-LINE(1:45).
           PERFORM 9200-START-W-LINE THRU END-9200-W-LINE.
       END-9300-W-SECTION.
           EXIT.

      ******************************************************************
      *    Longueurs utiles du nom et du prénom pour les recherches    *
      *    en texte libre. Les lettres d'absence ne portent que les    *
      *    7 premiers caractères du nom et les 6 du prénom (STUDENT    *
      *    tel que lu par scllet) : la recherche en texte libre s'en   *
      *    tient là partout ; un homonyme de plus ramené au dossier    *
      *    est écarté par le DPO, une donnée manquée ne le serait pas. *
      ******************************************************************
       9500-START-NAME-LENGTHS.
           MOVE ZERO TO WS-NOM-LEN.
           MOVE ZERO TO WS-PRENOM-LEN.
           IF WS-NOM NOT = SPACES
              COMPUTE WS-NOM-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-NOM TRAILING))
           END-IF.
           IF WS-PRENOM NOT = SPACES
              COMPUTE WS-PRENOM-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-PRENOM TRAILING))
           END-IF.

           MOVE WS-NOM-LEN    TO WS-SCAN-NOM-LEN.
           MOVE WS-PRENOM-LEN TO WS-SCAN-PRENOM-LEN.
           IF WS-SCAN-NOM-LEN > 7
              MOVE 7 TO WS-SCAN-NOM-LEN
           END-IF.
           IF WS-SCAN-PRENOM-LEN > 6
              MOVE 6 TO WS-SCAN-PRENOM-LEN
           END-IF.
       END-9500-NAME-LENGTHS.
           EXIT.
