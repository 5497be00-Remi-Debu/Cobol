      ******************************************************************
      *    Registre des incidents de vie scolaire et des sanctions :   *
      *    le programme lit le fichier "incidents.dat" tenu par le     *
      *    CPE (une ligne par incident : matricule de l'élève, date,   *
      *    type - RET retard, EXC exclusion de cours, RTN retenue,     *
      *    AVT avertissement -, libellé du cours concerné, à blanc     *
      *    quand l'incident n'est pas lié à un cours, et motif) et     *
      *    l'applique à la table INCIDENT de la DB "school".           *
      *    Le trimestre de chaque incident est pris dans le            *
      *    calendrier scolaire partagé (sous programme sclcal).        *
      *    Règle d'escalade : un élève qui cumule au moins trois       *
      *    retenues actives dans un trimestre (seuil modifiable par    *
      *    SCLINC-SEUIL-RETENUES) reçoit une proposition               *
      *    d'avertissement (STATUS 'P'), listée dans                   *
      *    "incidents-propositions.dat" pour décision du chef          *
      *    d'établissement ; la proposition se valide ou s'annule      *
      *    depuis l'écran INCIDENT de sclmaint.                        *
      *    Les lignes qui visent un élève, un type ou un cours         *
      *    inconnus, ou une date hors calendrier, partent dans         *
      *    "incidents-rejets.dat".                                     *
      *                                                                *
      *    Table INCIDENT : ID, STUDENT_ID, INCIDENT_DATE (AAAAMMJJ),  *
      *    SCHOOL_YEAR, TERM, TYPE, COURSE_ID (zéro si aucun),         *
      *    DESCRIPTION, STATUS (A actif, P proposé, N annulé).         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclinc.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INCIDENT ASSIGN TO 'incidents.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INCIDENT.

           SELECT F-REJECT ASSIGN TO 'incidents-rejets.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJECT.

           SELECT F-PROPOSAL ASSIGN TO 'incidents-propositions.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPOSAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-INCIDENT
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.
       01  R-INCIDENT.
           03 IN-MATRICULE PIC 9(06).
           03 IN-DATE      PIC 9(08).
           03 IN-TYPE      PIC X(03).
           03 IN-LABEL     PIC X(21).
           03 IN-TEXT      PIC X(40).

       FD  F-REJECT
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.
       01  R-REJECT PIC X(130).

       FD  F-PROPOSAL
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-PROPOSAL PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-INCIDENT PIC X(02).
           88 FS-INCIDENT-OK  VALUE '00'.
           88 FS-INCIDENT-EOF VALUE '10'.

       01  FS-REJECT PIC X(02).
           88 FS-REJECT-OK VALUE '00'.

       01  FS-PROPOSAL PIC X(02).
           88 FS-PROPOSAL-OK VALUE '00'.

       01  WS-INC-TYPE PIC X(03).
           88 WS-INC-TYPE-VALID VALUE 'RET' 'EXC' 'RTN' 'AVT'.

       01  WS-REJECT-REASON PIC X(40).
       01  WS-PRINT-LINE    PIC X(200).

       01  WS-LOADED-CNT   PIC 9(05) VALUE ZERO.
       01  WS-PRESENT-CNT  PIC 9(05) VALUE ZERO.
       01  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
       01  WS-PROPOSAL-CNT PIC 9(05) VALUE ZERO.

      *    Seuil de retenues par trimestre au delà duquel un
      *    avertissement est proposé (SCLINC-SEUIL-RETENUES).
       01  WS-THRESHOLD-ENV PIC X(02) VALUE SPACES.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclinc'.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'sclchain'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

      *    Verrou d'exploitation de la chaîne de nuit (sous
      *    programme scllock) : consulté avant toute mise à jour,
      *    avec dérogation d'urgence SCLLOCK-OVERRIDE=Y.
       01  WS-LOCK-FUNCTION PIC X(01).
       01  WS-LOCK-RESULT   PIC X(01).
           88 WS-LOCK-LOCKED VALUE 'L'.
       01  WS-LOCK-OVERRIDE PIC X(01) VALUE 'N'.
           88 WS-LOCK-OVERRIDE-YES VALUE 'Y'.

      *    Calendrier scolaire partagé (sous programme sclcal) :
      *    chaque incident est rattaché au trimestre de sa date.
       01  WS-CAL-DATE       PIC 9(08).
       01  WS-CAL-YEAR       PIC 9(04).
       01  WS-CAL-TERM       PIC 9(01).
       01  WS-CAL-TERM-START PIC 9(08).
       01  WS-CAL-TERM-END   PIC 9(08).
       01  WS-CAL-BULLETIN   PIC 9(08).
       01  WS-CAL-RESULT     PIC X(01).
           88 WS-CAL-FOUND   VALUE 'T'.
           88 WS-CAL-NO-FILE VALUE 'A'.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE ZERO.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE ZERO.
           03 WS-RUN-REJECTED PIC 9(08) VALUE ZERO.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC  X(30) VALUE 'school'.
       01  USERNAME            PIC  X(30) VALUE 'cobol'.
       01  PASSWD              PIC  X(10) VALUE 'cbl85'.

       01  SQL-INCIDENT.
           03 SQL-I-MATRICULE  PIC 9(06).
           03 SQL-I-STUDENT-ID PIC 9(04).
           03 SQL-I-DATE       PIC 9(08).
           03 SQL-I-YEAR       PIC 9(04).
           03 SQL-I-TERM       PIC 9(01).
           03 SQL-I-TYPE       PIC X(03).
           03 SQL-I-LABEL      PIC X(21).
           03 SQL-I-COURSE-ID  PIC 9(04).
           03 SQL-I-TEXT       PIC X(40).
           03 SQL-I-TODAY      PIC 9(08).
           03 SQL-I-THRESHOLD  PIC 9(02) VALUE 3.

       01  SQL-PROPOSAL.
           03 SQL-P-LASTNAME   PIC X(07).
           03 SQL-P-FIRSTNAME  PIC X(06).
           03 SQL-P-MATRICULE  PIC 9(06).
           03 SQL-P-CLASS      PIC X(10).
           03 SQL-P-YEAR       PIC 9(04).
           03 SQL-P-TERM       PIC 9(01).
           03 SQL-P-RTN-CNT    PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.

           MOVE 'C' TO WS-LOCK-FUNCTION.
           CALL "scllock" USING WS-LOCK-FUNCTION, WS-PROGRAM-NAME,
              WS-LOCK-RESULT
           END-CALL.
           ACCEPT WS-LOCK-OVERRIDE FROM ENVIRONMENT
              "SCLLOCK-OVERRIDE".
           IF WS-LOCK-LOCKED AND NOT WS-LOCK-OVERRIDE-YES
               DISPLAY "CHAINE DE NUIT EN COURS : CHARGEMENT DES "
                  "INCIDENTS REFUSE, REESSAYER PLUS TARD "
                  "(SCLLOCK-OVERRIDE=Y EN CAS D'URGENCE)"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO SQL-I-TODAY.

           MOVE "SCLINC-SEUIL-RETENUES" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-THRESHOLD-ENV.
           IF WS-THRESHOLD-ENV NOT = SPACES
               COMPUTE SQL-I-THRESHOLD =
                  FUNCTION NUMVAL(WS-THRESHOLD-ENV)
           END-IF.
           IF SQL-I-THRESHOLD = ZERO
               MOVE 3 TO SQL-I-THRESHOLD
           END-IF.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               PERFORM 2000-START-PROCESS-INCIDENTS
                  THRU END-2000-PROCESS-INCIDENTS
               PERFORM 3000-START-ESCALATE
                  THRU END-3000-ESCALATE
               PERFORM 4000-START-W-PROPOSALS
                  THRU END-4000-W-PROPOSALS
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "INCIDENTS CHARGES :" SPACE WS-LOADED-CNT.
           DISPLAY "INCIDENTS DEJA PRESENTS :" SPACE WS-PRESENT-CNT.
           DISPLAY "INCIDENTS REJETES :" SPACE WS-REJECT-CNT.
           DISPLAY "PROPOSITIONS D'AVERTISSEMENT :" SPACE
              WS-PROPOSAL-CNT.

           MOVE WS-LOADED-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    Charge DBNAME/USERNAME/PASSWD depuis l'environnement quand   *
      *    ils sont fournis, pour permettre de changer les accès à la  *
      *    base "school" sans recompiler ; les valeurs par défaut       *
      *    ci-dessus restent utilisées sinon.                           *
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
      *    Gestion des erreurs.                                        *
      ******************************************************************
       1000-START-ERROR-RTN.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.

           CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
              SQLERRMC
           END-CALL.
       END-1000-ERROR-RTN.
           STOP RUN.

      ******************************************************************
      *    Lit le fichier des incidents et applique chaque ligne.      *
      ******************************************************************
       2000-START-PROCESS-INCIDENTS.
           OPEN INPUT F-INCIDENT.
           IF NOT FS-INCIDENT-OK
               DISPLAY "ERREUR OUVERTURE incidents.dat :" SPACE
                  FS-INCIDENT
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-2000-PROCESS-INCIDENTS
           END-IF.

           OPEN OUTPUT F-REJECT.

           PERFORM UNTIL FS-INCIDENT-EOF
               READ F-INCIDENT
               AT END
                   SET FS-INCIDENT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUN-READ
                   PERFORM 2100-START-APPLY-ONE
                      THRU END-2100-APPLY-ONE
               END-READ
           END-PERFORM.

           CLOSE F-INCIDENT.
           CLOSE F-REJECT.
       END-2000-PROCESS-INCIDENTS.
           EXIT.

      ******************************************************************
      *    Applique l'incident courant : type, élève, cours et date    *
      *    contrôlés, garde NOT EXISTS sur élève/date/type/cours pour  *
      *    qu'une resoumission du fichier ne duplique pas la ligne.    *
      ******************************************************************
       2100-START-APPLY-ONE.
           MOVE IN-TYPE TO WS-INC-TYPE.
           IF NOT WS-INC-TYPE-VALID
               MOVE "TYPE D'INCIDENT INCONNU" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-ONE
           END-IF.

           MOVE IN-MATRICULE TO SQL-I-MATRICULE.
           MOVE IN-DATE      TO SQL-I-DATE.
           MOVE IN-TYPE      TO SQL-I-TYPE.
           MOVE IN-LABEL     TO SQL-I-LABEL.
           MOVE IN-TEXT      TO SQL-I-TEXT.
           MOVE ZERO         TO SQL-I-COURSE-ID.

           EXEC SQL
               SELECT ID INTO :SQL-I-STUDENT-ID FROM STUDENT
               WHERE MATRICULE = :SQL-I-MATRICULE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE "ELEVE INCONNU" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-ONE
           END-IF.

           IF SQL-I-LABEL NOT = SPACES
               EXEC SQL
                   SELECT ID INTO :SQL-I-COURSE-ID FROM COURSE
                   WHERE LABEL = :SQL-I-LABEL
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE "COURS INCONNU" TO WS-REJECT-REASON
                   PERFORM 2900-START-REJECT THRU END-2900-REJECT
                   GO TO END-2100-APPLY-ONE
               END-IF
           END-IF.

      *    Sans fichier calendrier, l'incident est chargé sans
      *    trimestre (zéro) plutôt que perdu ; une date hors de tout
      *    trimestre connu est en revanche une erreur de saisie.
           MOVE SQL-I-DATE TO WS-CAL-DATE.
           CALL "sclcal" USING WS-CAL-DATE, WS-CAL-YEAR,
              WS-CAL-TERM, WS-CAL-TERM-START, WS-CAL-TERM-END,
              WS-CAL-BULLETIN, WS-CAL-RESULT
           END-CALL.
           IF NOT WS-CAL-FOUND AND NOT WS-CAL-NO-FILE
               MOVE "DATE HORS CALENDRIER SCOLAIRE"
                  TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-ONE
           END-IF.
           MOVE WS-CAL-YEAR TO SQL-I-YEAR.
           MOVE WS-CAL-TERM TO SQL-I-TERM.

           EXEC SQL
               INSERT INTO INCIDENT
               (STUDENT_ID, INCIDENT_DATE, SCHOOL_YEAR, TERM, TYPE,
                COURSE_ID, DESCRIPTION, STATUS)
               SELECT :SQL-I-STUDENT-ID, :SQL-I-DATE, :SQL-I-YEAR,
                   :SQL-I-TERM, :SQL-I-TYPE, :SQL-I-COURSE-ID,
                   :SQL-I-TEXT, 'A'
               WHERE NOT EXISTS (
                   SELECT 1
                   FROM INCIDENT
                   WHERE STUDENT_ID = :SQL-I-STUDENT-ID
                   AND INCIDENT_DATE = :SQL-I-DATE
                   AND TYPE = :SQL-I-TYPE
                   AND COURSE_ID = :SQL-I-COURSE-ID
                   )
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

      *    SQLCODE 100 : la garde a écarté une ligne déjà chargée.
           IF SQLCODE = ZERO
               ADD 1 TO WS-LOADED-CNT
           ELSE
               ADD 1 TO WS-PRESENT-CNT
           END-IF.
       END-2100-APPLY-ONE.
           EXIT.

      ******************************************************************
      *    Ecrit la ligne rejetée et le motif.                         *
      ******************************************************************
       2900-START-REJECT.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO R-REJECT.
           STRING R-INCIDENT SPACE "-" SPACE
              FUNCTION TRIM(WS-REJECT-REASON)
              DELIMITED BY SIZE
              INTO R-REJECT.
           WRITE R-REJECT.
       END-2900-REJECT.
           EXIT.

      ******************************************************************
      *    Règle d'escalade : une proposition d'avertissement (STATUS  *
      *    'P', datée du jour) pour chaque élève ayant atteint le      *
      *    seuil de retenues actives dans un trimestre, sauf s'il a    *
      *    déjà un avertissement actif, proposé ou annulé (sclmaint)   *
      *    sur ce trimestre - un passage suivant du programme ne       *
      *    repropose donc rien, pas même une proposition écartée.      *
      ******************************************************************
       3000-START-ESCALATE.
           EXEC SQL
               INSERT INTO INCIDENT
               (STUDENT_ID, INCIDENT_DATE, SCHOOL_YEAR, TERM, TYPE,
                COURSE_ID, DESCRIPTION, STATUS)
               SELECT r.student_id, :SQL-I-TODAY, r.school_year,
                   r.term, 'AVT', 0,
                   'PROPOSITION : SEUIL DE RETENUES ATTEINT', 'P'
               FROM incident r
               WHERE r.type = 'RTN'
               AND r.status = 'A'
               AND NOT EXISTS (
                   SELECT 1
                   FROM incident a
                   WHERE a.student_id = r.student_id
                   AND a.school_year = r.school_year
                   AND a.term = r.term
                   AND a.type = 'AVT'
                   AND a.status IN ('A', 'P', 'N')
                   )
               GROUP BY r.student_id, r.school_year, r.term
               HAVING COUNT(*) >= :SQL-I-THRESHOLD
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.
       END-3000-ESCALATE.
           EXIT.

      ******************************************************************
      *    Liste des propositions d'avertissement en attente de        *
      *    décision, avec le nombre de retenues du trimestre.          *
      ******************************************************************
       4000-START-W-PROPOSALS.
           OPEN OUTPUT F-PROPOSAL.
           IF NOT FS-PROPOSAL-OK
               DISPLAY "ERREUR OUVERTURE incidents-propositions.dat :"
                  SPACE FS-PROPOSAL
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-4000-W-PROPOSALS
           END-IF.

           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-PROPOSAL FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PROPOSITIONS D'AVERTISSEMENT EN ATTENTE (SEUIL :"
              SPACE SQL-I-THRESHOLD SPACE "RETENUES PAR TRIMESTRE)"
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-PROPOSAL FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-PROPOSAL FROM WS-PRINT-LINE.

           EXEC SQL
               DECLARE CRSPROPOSAL CURSOR FOR
               SELECT s.lastname, s.firstname, s.matricule,
                      COALESCE(s.class, ' '), p.school_year, p.term,
                      (SELECT COUNT(*) FROM incident r
                       WHERE r.student_id = p.student_id
                       AND r.school_year = p.school_year
                       AND r.term = p.term
                       AND r.type = 'RTN'
                       AND r.status = 'A')
               FROM incident p
               JOIN student s ON p.student_id = s.id
               WHERE p.type = 'AVT'
               AND p.status = 'P'
               ORDER BY s.class, s.lastname, s.firstname
           END-EXEC.

           EXEC SQL OPEN CRSPROPOSAL END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSPROPOSAL
                   INTO :SQL-P-LASTNAME, :SQL-P-FIRSTNAME,
                   :SQL-P-MATRICULE, :SQL-P-CLASS, :SQL-P-YEAR,
                   :SQL-P-TERM, :SQL-P-RTN-CNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 4100-START-W-ONE-PROPOSAL
                          THRU END-4100-W-ONE-PROPOSAL
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSPROPOSAL :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSPROPOSAL END-EXEC.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PROPOSITIONS EN ATTENTE :" SPACE WS-PROPOSAL-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-PROPOSAL FROM WS-PRINT-LINE.

           CLOSE F-PROPOSAL.
       END-4000-W-PROPOSALS.
           EXIT.

      ******************************************************************
      *    Ecrit la ligne de la proposition courante.                  *
      ******************************************************************
       4100-START-W-ONE-PROPOSAL.
           ADD 1 TO WS-PROPOSAL-CNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING SQL-P-CLASS SPACE SQL-P-LASTNAME SPACE
              SQL-P-FIRSTNAME SPACE "MATRICULE :" SPACE
              SQL-P-MATRICULE SPACE "ANNEE" SPACE SQL-P-YEAR SPACE
              "TRIMESTRE" SPACE SQL-P-TERM SPACE "RETENUES :" SPACE
              SQL-P-RTN-CNT SPACE "-> AVERTISSEMENT PROPOSE"
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-PROPOSAL FROM WS-PRINT-LINE.
       END-4100-W-ONE-PROPOSAL.
           EXIT.
