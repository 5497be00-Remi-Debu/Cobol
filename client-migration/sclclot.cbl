      ******************************************************************
      *    Clôture d'un trimestre après le conseil de classe : le      *
      *    programme enregistre la clôture du trimestre dans la table  *
      *    TERM_CLOSURE de la DB "school" (année scolaire, numéro de   *
      *    trimestre, date de clôture). Dès lors les notes sont        *
      *    gelées : la saisie en ligne sclsais est refusée et un       *
      *    rechargement scldb ne change plus aucune note (ni           *
      *    dispense) sans motif autorisé (SCLDB-MOTIF-CLOTURE, code    *
      *    contrôlé par le sous programme sclmotif dans                *
      *    "motifs-post-cloture.dat").                                 *
      *    Chaque changement accepté après clôture est journalisé      *
      *    dans GRADE_HISTORY avec le motif "APRES CONSEIL AAAATn      *
      *    CODE" ; le programme écrit à chaque passage le rapport      *
      *    "modifs-apres-conseil_AAAA_Tn.dat" de ces changements,      *
      *    avec les élèves dont le bulletin déjà envoyé ne correspond  *
      *    plus à la base - au chef d'établissement de décider d'une   *
      *    réédition.                                                  *
      *    Le trimestre est celui du calendrier scolaire à la date du  *
      *    jour (sous programme sclcal), ou celui fourni par           *
      *    SCLCLOT-SCHOOL-YEAR / SCLCLOT-TERM ; un trimestre déjà clos *
      *    n'est pas reclos, seul le rapport est refait                *
      *    (SCLCLOT-RAPPORT-SEUL=Y pour le rapport sans clôture).      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclclot.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORT.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-REPORT PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-REPORT PIC X(02).
           88 FS-REPORT-OK VALUE '00'.

       01  WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-PRINT-LINE      PIC X(200).
       01  WS-PNT-OLD         PIC Z9,99.
       01  WS-PNT-NEW         PIC Z9,99.

       01  WS-YEAR-BUFFER PIC X(04) VALUE SPACES.
       01  WS-TERM-BUFFER PIC X(01) VALUE SPACES.

       01  WS-REPORT-ONLY PIC X(01) VALUE 'N'.
           88 WS-REPORT-ONLY-YES VALUE 'Y'.

       01  WS-CHANGE-CNT  PIC 9(05) VALUE ZERO.
       01  WS-STUDENT-CNT PIC 9(05) VALUE ZERO.
       01  WS-PREV-STUDENT-ID PIC 9(04) VALUE ZERO.

      *    Calendrier scolaire partagé (sous programme sclcal) : le
      *    trimestre à clore est celui de la date du jour quand les
      *    variables d'environnement ne sont pas fournies.
       01  WS-CAL-DATE       PIC 9(08).
       01  WS-CAL-YEAR       PIC 9(04).
       01  WS-CAL-TERM       PIC 9(01).
       01  WS-CAL-TERM-START PIC 9(08).
       01  WS-CAL-TERM-END   PIC 9(08).
       01  WS-CAL-BULLETIN   PIC 9(08).
       01  WS-CAL-RESULT     PIC X(01).
           88 WS-CAL-FOUND VALUE 'T'.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclclot'.

      *    Verrou d'exploitation de la chaîne de nuit (sous
      *    programme scllock) : consulté avant toute mise à jour,
      *    avec dérogation d'urgence SCLLOCK-OVERRIDE=Y.
       01  WS-LOCK-FUNCTION PIC X(01).
       01  WS-LOCK-RESULT   PIC X(01).
           88 WS-LOCK-LOCKED VALUE 'L'.
       01  WS-LOCK-OVERRIDE PIC X(01) VALUE 'N'.
           88 WS-LOCK-OVERRIDE-YES VALUE 'Y'.

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

       01  SQL-CLOSURE.
           03 SQL-K-YEAR       PIC 9(04) VALUE ZERO.
           03 SQL-K-TERM       PIC 9(01) VALUE ZERO.
           03 SQL-K-CLOSED-ON  PIC 9(08).
           03 SQL-K-TODAY      PIC 9(08).
           03 SQL-K-PATTERN    PIC X(35).

       01  SQL-CHANGE.
           03 SQL-H-STUDENT-ID PIC 9(04).
           03 SQL-H-LASTNAME   PIC X(07).
           03 SQL-H-FIRSTNAME  PIC X(06).
           03 SQL-H-LABEL      PIC X(21).
           03 SQL-H-OLD-GRADE  PIC 99V99.
           03 SQL-H-NEW-GRADE  PIC 99V99.
           03 SQL-H-REASON     PIC X(35).
           03 SQL-H-CHANGED    PIC X(19).
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
               DISPLAY "CHAINE DE NUIT EN COURS : CLOTURE DU "
                  "TRIMESTRE REFUSEE, REESSAYER PLUS TARD "
                  "(SCLLOCK-OVERRIDE=Y EN CAS D'URGENCE)"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO SQL-K-TODAY.
           ACCEPT WS-REPORT-ONLY FROM ENVIRONMENT
              "SCLCLOT-RAPPORT-SEUL".

           PERFORM 0100-START-SELECT-TERM
              THRU END-0100-SELECT-TERM.

           IF SQL-K-TERM = ZERO
               DISPLAY "TRIMESTRE A CLORE INCONNU : CALENDRIER "
                  "SCOLAIRE ABSENT ET SCLCLOT-SCHOOL-YEAR / "
                  "SCLCLOT-TERM NON FOURNIS"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               IF NOT WS-REPORT-ONLY-YES
                   PERFORM 2000-START-CLOSE-TERM
                      THRU END-2000-CLOSE-TERM
               END-IF
               PERFORM 3000-START-W-LATE-CHANGES
                  THRU END-3000-W-LATE-CHANGES
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       END-0000-MAIN.
           MOVE WS-CHANGE-CNT TO WS-RUN-WRITTEN.
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
      *    Trimestre visé : variables d'environnement quand elles      *
      *    sont fournies (clôture tardive d'un trimestre passé),       *
      *    calendrier scolaire à la date du jour sinon. Le motif de    *
      *    recherche dans GRADE_HISTORY et le nom du rapport en        *
      *    découlent.                                                  *
      ******************************************************************
       0100-START-SELECT-TERM.
           ACCEPT WS-YEAR-BUFFER FROM ENVIRONMENT
               "SCLCLOT-SCHOOL-YEAR".
           ACCEPT WS-TERM-BUFFER FROM ENVIRONMENT
               "SCLCLOT-TERM".

           IF WS-YEAR-BUFFER IS NUMERIC AND WS-TERM-BUFFER IS NUMERIC
               MOVE WS-YEAR-BUFFER TO SQL-K-YEAR
               MOVE WS-TERM-BUFFER TO SQL-K-TERM
           ELSE
               MOVE SQL-K-TODAY TO WS-CAL-DATE
               CALL "sclcal" USING WS-CAL-DATE, WS-CAL-YEAR,
                  WS-CAL-TERM, WS-CAL-TERM-START, WS-CAL-TERM-END,
                  WS-CAL-BULLETIN, WS-CAL-RESULT
               END-CALL
               IF WS-CAL-FOUND
                   MOVE WS-CAL-YEAR TO SQL-K-YEAR
                   MOVE WS-CAL-TERM TO SQL-K-TERM
               END-IF
           END-IF.

           IF SQL-K-TERM = ZERO
               GO TO END-0100-SELECT-TERM
           END-IF.

           MOVE SPACES TO SQL-K-PATTERN.
           STRING "APRES CONSEIL" SPACE SQL-K-YEAR "T" SQL-K-TERM "%"
              DELIMITED BY SIZE
              INTO SQL-K-PATTERN.

           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "modifs-apres-conseil_" SQL-K-YEAR "_T" SQL-K-TERM
              ".dat"
              DELIMITED BY SIZE
              INTO WS-REPORT-FILENAME.
       END-0100-SELECT-TERM.
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
      *    Enregistre la clôture du trimestre ; un trimestre déjà      *
      *    clos garde sa date de clôture d'origine.                    *
      ******************************************************************
       2000-START-CLOSE-TERM.
           EXEC SQL
               SELECT CLOSED_ON INTO :SQL-K-CLOSED-ON
               FROM TERM_CLOSURE
               WHERE SCHOOL_YEAR = :SQL-K-YEAR
               AND TERM = :SQL-K-TERM
           END-EXEC.

           IF SQLCODE = ZERO
               DISPLAY "TRIMESTRE" SPACE SQL-K-YEAR "T" SQL-K-TERM
                  SPACE "DEJA CLOS LE" SPACE SQL-K-CLOSED-ON
               GO TO END-2000-CLOSE-TERM
           END-IF.

           EXEC SQL
               INSERT INTO TERM_CLOSURE (SCHOOL_YEAR, TERM, CLOSED_ON)
               VALUES (:SQL-K-YEAR, :SQL-K-TERM, :SQL-K-TODAY)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           DISPLAY "TRIMESTRE" SPACE SQL-K-YEAR "T" SQL-K-TERM SPACE
              "CLOS LE" SPACE SQL-K-TODAY " : NOTES GELEES".
       END-2000-CLOSE-TERM.
           EXIT.

      ******************************************************************
      *    Rapport des modifications après conseil : chaque            *
      *    changement de note accepté après la clôture (motif          *
      *    "APRES CONSEIL AAAATn ..." dans GRADE_HISTORY), par élève,  *
      *    et le nombre d'élèves dont le bulletin est à reconsidérer.  *
      ******************************************************************
       3000-START-W-LATE-CHANGES.
           OPEN OUTPUT F-REPORT.
           IF NOT FS-REPORT-OK
               DISPLAY "ERREUR OUVERTURE" SPACE
                  FUNCTION TRIM(WS-REPORT-FILENAME) SPACE ":" SPACE
                  FS-REPORT
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-3000-W-LATE-CHANGES
           END-IF.

           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MODIFICATIONS APRES CONSEIL - ANNEE" SPACE
              SQL-K-YEAR SPACE "TRIMESTRE" SPACE SQL-K-TERM
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.

           EXEC SQL
               DECLARE CRSLATE CURSOR FOR
               SELECT s.id, s.lastname, s.firstname, c.label,
                      h.old_grade, h.new_grade, h.reason,
                      TO_CHAR(h.corrected_at, 'YYYY-MM-DD HH24:MI:SS')
               FROM grade_history h
               JOIN grade g ON h.grade_id = g.id
               JOIN student s ON g.student_id = s.id
               JOIN course c ON g.course_id = c.id
               WHERE h.reason LIKE :SQL-K-PATTERN
               ORDER BY s.lastname, s.id, h.corrected_at
           END-EXEC.

           EXEC SQL OPEN CRSLATE END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSLATE
                   INTO :SQL-H-STUDENT-ID, :SQL-H-LASTNAME,
                   :SQL-H-FIRSTNAME, :SQL-H-LABEL, :SQL-H-OLD-GRADE,
                   :SQL-H-NEW-GRADE, :SQL-H-REASON, :SQL-H-CHANGED
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-START-W-ONE-CHANGE
                          THRU END-3100-W-ONE-CHANGE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSLATE :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
                       MOVE "KO" TO WS-RUN-STATUS
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSLATE END-EXEC.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MODIFICATIONS APRES CONSEIL :" SPACE WS-CHANGE-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ELEVES DONT LE BULLETIN ENVOYE NE CORRESPOND PLUS "
              "A LA BASE (REEDITION A DECIDER) :" SPACE WS-STUDENT-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.

           CLOSE F-REPORT.
           DISPLAY "MODIFICATIONS APRES CONSEIL :" SPACE WS-CHANGE-CNT
              SPACE "ELEVES CONCERNES :" SPACE WS-STUDENT-CNT.
       END-3000-W-LATE-CHANGES.
           EXIT.

      ******************************************************************
      *    Ecrit la modification courante, précédée du nom de l'élève  *
      *    quand l'élève change.                                       *
      ******************************************************************
       3100-START-W-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-CNT.

           IF SQL-H-STUDENT-ID NOT = WS-PREV-STUDENT-ID
               ADD 1 TO WS-STUDENT-CNT
               MOVE SQL-H-STUDENT-ID TO WS-PREV-STUDENT-ID
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ELEVE :" SPACE SQL-H-LASTNAME SPACE
                  SQL-H-FIRSTNAME SPACE "- BULLETIN A RECONSIDERER"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
               WRITE R-REPORT FROM WS-PRINT-LINE
           END-IF.

           MOVE SQL-H-OLD-GRADE TO WS-PNT-OLD.
           MOVE SQL-H-NEW-GRADE TO WS-PNT-NEW.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " SQL-H-LABEL SPACE WS-PNT-OLD SPACE "->" SPACE
              WS-PNT-NEW SPACE "LE" SPACE SQL-H-CHANGED SPACE
              "MOTIF :" SPACE FUNCTION TRIM(SQL-H-REASON)
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
       END-3100-W-ONE-CHANGE.
           EXIT.
