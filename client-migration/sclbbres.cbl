      ******************************************************************
      *    Résultats du brevet blanc de la session SCLBB-SESSION       *
      *    (préparée par sclbb) :                                      *
      *    - saisie : "bb-resultats.dat", une ligne par élève et par   *
      *      épreuve (session, matricule, code épreuve, note sur le    *
      *      barème de l'épreuve avec une décimale, indicateur A pour  *
      *      absent) -> table BB_RESULT ; une note déjà saisie est     *
      *      remplacée. Les lignes d'une autre session sont ignorées ; *
      *      élève non convoqué, épreuve inconnue ou note au-dessus    *
      *      du barème partent dans "bb-rejets-resultats.dat" ;        *
      *    - classement : "bb-classement.dat", élèves convoqués        *
      *      classés sur le total projeté du brevet, soit les points   *
      *      des épreuves plus les points du socle commun (dernier     *
      *      niveau par domaine, barème 10/25/40/50 de sclcycle), sur  *
      *      le maximum des épreuves plus 50 points par domaine de     *
      *      "socle-domaines.dat", avec la mention projetée.           *
      *    Ces notes ne sont jamais écrites dans GRADE : les moyennes  *
      *    trimestrielles de sclrep ne les voient pas.                 *
      *                                                                *
      *    Table BB_RESULT : SESSION, STUDENT_ID, PAPER, MARK,         *
      *    ABSENT ('A' absent, blanc sinon).                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclbbres.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RESULT ASSIGN TO 'bb-resultats.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULT.

           SELECT F-REJECT ASSIGN TO 'bb-rejets-resultats.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJECT.

           SELECT F-DOMAIN ASSIGN TO 'socle-domaines.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOMAIN.

           SELECT F-RANK ASSIGN TO 'bb-classement.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RANK.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-RESULT
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
       01  R-RESULT.
           03 BR-SESSION   PIC X(06).
           03 BR-MATRICULE PIC 9(06).
           03 BR-PAPER     PIC X(04).
           03 BR-MARK      PIC 9(03)V9.
           03 BR-ABSENT    PIC X(01).
               88 BR-ABSENT-YES VALUE 'A'.

       FD  F-REJECT
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
       01  R-REJECT PIC X(70).

       FD  F-DOMAIN
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.
       01  R-DOMAIN.
           03 SD-CODE  PIC X(04).
           03 SD-LABEL PIC X(40).

       FD  F-RANK
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-RANK PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-RESULT PIC X(02).
           88 FS-RESULT-OK  VALUE '00'.
           88 FS-RESULT-EOF VALUE '10'.

       01  FS-REJECT PIC X(02).
           88 FS-REJECT-OK VALUE '00'.

       01  FS-DOMAIN PIC X(02).
           88 FS-DOMAIN-OK  VALUE '00'.
           88 FS-DOMAIN-EOF VALUE '10'.

       01  FS-RANK PIC X(02).
           88 FS-RANK-OK VALUE '00'.

       01  WS-REJECT-RECORD PIC X(21).
       01  WS-REJECT-REASON PIC X(40).

       01  WS-SESSION-ENV PIC X(06) VALUE SPACES.

      *    Maximum projeté : barème total des épreuves de la session
      *    plus 50 points par domaine du socle.
       01  WS-DOM-COUNT   PIC 9(02) VALUE ZERO.
       01  WS-SOCLE-MAX   PIC 9(04) VALUE ZERO.
       01  WS-MAX-TOTAL   PIC 9(04)V9 VALUE ZERO.
       01  WS-PERCENT     PIC 9(03)V99.
       01  WS-MENTION     PIC X(20).

      *    Rang : les ex aequo partagent le rang du premier d'entre
      *    eux.
       01  WS-RANK-NO     PIC 9(04) VALUE ZERO.
       01  WS-RANK-SEEN   PIC 9(04) VALUE ZERO.
       01  WS-PREV-TOTAL  PIC 9(04)V9 VALUE ZERO.

       01  WS-PRINT-LINE  PIC X(120).
       01  WS-PNT-RANK    PIC ZZZ9.
       01  WS-PNT-MARKS   PIC ZZZ9,9.
       01  WS-PNT-EXAM    PIC ZZZ9.
       01  WS-PNT-SOCLE   PIC ZZZ9.
       01  WS-PNT-TOTAL   PIC ZZZ9,9.
       01  WS-PNT-MAX     PIC ZZZ9,9.

       01  WS-RESULT-CNT  PIC 9(05) VALUE ZERO.
       01  WS-REJECT-CNT  PIC 9(05) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclbbres'.

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

       01  SQL-BB.
           03 SQL-B-SESSION    PIC X(06).
           03 SQL-B-MATRICULE  PIC 9(06).
           03 SQL-B-STUDENT-ID PIC 9(04).
           03 SQL-B-PAPER      PIC X(04).
           03 SQL-B-MAX        PIC 9(03).
           03 SQL-B-MARK       PIC 9(03)V9.
           03 SQL-B-ABSENT     PIC X(01).
           03 SQL-B-EXAM-MAX   PIC 9(04).
           03 SQL-B-SEATED     PIC 9(04).

       01  SQL-RANK.
           03 SQL-R-LASTNAME   PIC X(07).
           03 SQL-R-FIRSTNAME  PIC X(06).
           03 SQL-R-CLASS      PIC X(10).
           03 SQL-R-MARKS      PIC 9(04)V9.
           03 SQL-R-ABSENCES   PIC 9(02).
           03 SQL-R-SOCLE      PIC 9(04).
           03 SQL-R-TOTAL      PIC 9(04)V9.
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
               DISPLAY "CHAINE DE NUIT EN COURS : SAISIE DU "
                  "BREVET BLANC REFUSEE, REESSAYER PLUS TARD "
                  "(SCLLOCK-OVERRIDE=Y EN CAS D'URGENCE)"
               STOP RUN
           END-IF.

           ACCEPT WS-SESSION-ENV FROM ENVIRONMENT "SCLBB-SESSION".
           IF WS-SESSION-ENV = SPACES
               DISPLAY "SCLBB-SESSION NON RENSEIGNEE : RESULTATS "
                  "DU BREVET BLANC NON TRAITES"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN-LOG
           END-IF.
           MOVE WS-SESSION-ENV TO SQL-B-SESSION.

           PERFORM 0100-START-COUNT-DOMAINS
              THRU END-0100-COUNT-DOMAINS.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               PERFORM 2000-START-PROCESS-RESULTS
                  THRU END-2000-PROCESS-RESULTS
               EXEC SQL COMMIT WORK END-EXEC
               PERFORM 3000-START-RANKING
                  THRU END-3000-RANKING
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "NOTES ENREGISTREES :" SPACE WS-RESULT-CNT.
           DISPLAY "LIGNES REJETEES    :" SPACE WS-REJECT-CNT.
           DISPLAY "ELEVES CLASSES     :" SPACE WS-RANK-SEEN.

           ADD WS-RESULT-CNT WS-RANK-SEEN GIVING WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.

       END-0000-MAIN-LOG.
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
      *    Compte les domaines de la liste de référence du socle pour  *
      *    le maximum projeté (sans fichier, le socle compte pour 0).  *
      ******************************************************************
       0100-START-COUNT-DOMAINS.
           OPEN INPUT F-DOMAIN.
           IF NOT FS-DOMAIN-OK
               GO TO END-0100-COUNT-DOMAINS
           END-IF.

           PERFORM UNTIL FS-DOMAIN-EOF
               READ F-DOMAIN
               AT END
                   SET FS-DOMAIN-EOF TO TRUE
               NOT AT END
                   IF SD-CODE NOT = SPACES
                       ADD 1 TO WS-DOM-COUNT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DOMAIN.
           COMPUTE WS-SOCLE-MAX = WS-DOM-COUNT * 50.
       END-0100-COUNT-DOMAINS.
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
      *    Lit la saisie des notes et applique les lignes de la        *
      *    session.                                                    *
      ******************************************************************
       2000-START-PROCESS-RESULTS.
           OPEN INPUT F-RESULT.
           IF NOT FS-RESULT-OK
               DISPLAY "ERREUR OUVERTURE bb-resultats.dat :" SPACE
                  FS-RESULT
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-2000-PROCESS-RESULTS
           END-IF.

           OPEN OUTPUT F-REJECT.

           PERFORM UNTIL FS-RESULT-EOF
               READ F-RESULT
               AT END
                   SET FS-RESULT-EOF TO TRUE
               NOT AT END
                   IF BR-SESSION = SQL-B-SESSION
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2100-START-APPLY-RESULT
                          THRU END-2100-APPLY-RESULT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-RESULT.
           CLOSE F-REJECT.
       END-2000-PROCESS-RESULTS.
           EXIT.

      ******************************************************************
      *    Contrôle la note courante (élève convoqué à la session,     *
      *    épreuve de la session, note dans le barème) puis la met à   *
      *    jour dans BB_RESULT ou la crée.                             *
      ******************************************************************
       2100-START-APPLY-RESULT.
           MOVE R-RESULT TO WS-REJECT-RECORD.

           IF BR-MATRICULE IS NOT NUMERIC
               MOVE "MATRICULE NON NUMERIQUE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-RESULT
           END-IF.

           MOVE BR-MATRICULE TO SQL-B-MATRICULE.
           MOVE BR-PAPER     TO SQL-B-PAPER.

           EXEC SQL
               SELECT s.id INTO :SQL-B-STUDENT-ID
               FROM student s
               JOIN bb_seat t ON t.student_id = s.id
               WHERE s.matricule = :SQL-B-MATRICULE
               AND t.session = :SQL-B-SESSION
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE "ELEVE NON CONVOQUE A LA SESSION"
                  TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-RESULT
           END-IF.

           EXEC SQL
               SELECT max_points INTO :SQL-B-MAX
               FROM bb_paper
               WHERE session = :SQL-B-SESSION
               AND paper = :SQL-B-PAPER
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE "EPREUVE INCONNUE DANS LA SESSION"
                  TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-RESULT
           END-IF.

           IF BR-ABSENT-YES
               MOVE ZERO TO SQL-B-MARK
               MOVE 'A' TO SQL-B-ABSENT
           ELSE
               IF BR-MARK IS NOT NUMERIC OR BR-MARK > SQL-B-MAX
                   MOVE "NOTE NON NUMERIQUE OU AU-DESSUS DU BAREME"
                      TO WS-REJECT-REASON
                   PERFORM 2900-START-REJECT THRU END-2900-REJECT
                   GO TO END-2100-APPLY-RESULT
               END-IF
               MOVE BR-MARK TO SQL-B-MARK
               MOVE SPACE TO SQL-B-ABSENT
           END-IF.

           EXEC SQL
               UPDATE BB_RESULT
               SET MARK = :SQL-B-MARK,
                   ABSENT = :SQL-B-ABSENT
               WHERE SESSION = :SQL-B-SESSION
               AND STUDENT_ID = :SQL-B-STUDENT-ID
               AND PAPER = :SQL-B-PAPER
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BB_RESULT
                   (SESSION, STUDENT_ID, PAPER, MARK, ABSENT)
                   VALUES (:SQL-B-SESSION, :SQL-B-STUDENT-ID,
                           :SQL-B-PAPER, :SQL-B-MARK, :SQL-B-ABSENT)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           ADD 1 TO WS-RESULT-CNT.
       END-2100-APPLY-RESULT.
           EXIT.

      ******************************************************************
      *    Ecrit la ligne rejetée et le motif.                         *
      ******************************************************************
       2900-START-REJECT.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO R-REJECT.
           STRING WS-REJECT-RECORD SPACE "-" SPACE
              FUNCTION TRIM(WS-REJECT-REASON)
              DELIMITED BY SIZE
              INTO R-REJECT.
           WRITE R-REJECT.
       END-2900-REJECT.
           EXIT.

      ******************************************************************
      *    Classement de la session sur le total projeté du brevet.    *
      ******************************************************************
       3000-START-RANKING.
           EXEC SQL
               SELECT COALESCE(SUM(max_points), 0)
               INTO :SQL-B-EXAM-MAX
               FROM bb_paper
               WHERE session = :SQL-B-SESSION
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-B-SEATED
               FROM bb_seat
               WHERE session = :SQL-B-SESSION
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           IF SQL-B-SEATED = ZERO
               DISPLAY "AUCUN ELEVE CONVOQUE A LA SESSION" SPACE
                  SQL-B-SESSION SPACE ": PAS DE CLASSEMENT"
               GO TO END-3000-RANKING
           END-IF.

           ADD SQL-B-EXAM-MAX WS-SOCLE-MAX GIVING WS-MAX-TOTAL.

           OPEN OUTPUT F-RANK.
           IF NOT FS-RANK-OK
               DISPLAY "ERREUR OUVERTURE bb-classement.dat :" SPACE
                  FS-RANK
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-3000-RANKING
           END-IF.

           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-RANK FROM WS-PRINT-LINE.
           MOVE SQL-B-EXAM-MAX TO WS-PNT-EXAM.
           MOVE WS-SOCLE-MAX TO WS-PNT-SOCLE.
           MOVE WS-MAX-TOTAL TO WS-PNT-MAX.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CLASSEMENT DU BREVET BLANC - SESSION" SPACE
              SQL-B-SESSION SPACE "- EPREUVES SUR" WS-PNT-EXAM SPACE
              "- SOCLE SUR" WS-PNT-SOCLE SPACE "- PROJECTION SUR"
              WS-PNT-MAX
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-RANK FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-RANK FROM WS-PRINT-LINE.

           EXEC SQL
               DECLARE CRSBBRANK CURSOR FOR
               SELECT lastname, firstname, class, marks, absences,
                      socle, marks + socle
               FROM (
                   SELECT s.lastname, s.firstname, s.class,
                       COALESCE((SELECT SUM(r.mark)
                                 FROM bb_result r
                                 WHERE r.session = t.session
                                 AND r.student_id = s.id), 0) AS marks,
                       (SELECT COUNT(*)
                        FROM bb_result r
                        WHERE r.session = t.session
                        AND r.student_id = s.id
                        AND r.absent = 'A') AS absences,
                       COALESCE((SELECT SUM(CASE c.level
                                            WHEN 1 THEN 10
                                            WHEN 2 THEN 25
                                            WHEN 3 THEN 40
                                            WHEN 4 THEN 50
                                            ELSE 0 END)
                                 FROM (SELECT DISTINCT ON (domain) level
                                       FROM competency
                                       WHERE student_id = s.id
                                       ORDER BY domain,
                                                school_year DESC,
                                                term DESC,
                                                assessed_on DESC) c),
                                0) AS socle
                   FROM bb_seat t
                   JOIN student s ON s.id = t.student_id
                   WHERE t.session = :SQL-B-SESSION
                   ) x
               ORDER BY marks + socle DESC, lastname, firstname
           END-EXEC.

           EXEC SQL OPEN CRSBBRANK END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSBBRANK
                   INTO :SQL-R-LASTNAME, :SQL-R-FIRSTNAME,
                   :SQL-R-CLASS, :SQL-R-MARKS, :SQL-R-ABSENCES,
                   :SQL-R-SOCLE, :SQL-R-TOTAL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-START-W-RANK
                          THRU END-3100-W-RANK
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSBBRANK :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSBBRANK END-EXEC.

           CLOSE F-RANK.
       END-3000-RANKING.
           EXIT.

      ******************************************************************
      *    Ligne de classement de l'élève courant : rang (partagé en   *
      *    cas d'égalité), points des épreuves, points du socle,       *
      *    total projeté et mention projetée (brevet : admis à la      *
      *    moitié du maximum, AB 60 %, B 70 %, TB 80 %).               *
      ******************************************************************
       3100-START-W-RANK.
           ADD 1 TO WS-RANK-SEEN.
           IF WS-RANK-SEEN = 1 OR SQL-R-TOTAL NOT = WS-PREV-TOTAL
               MOVE WS-RANK-SEEN TO WS-RANK-NO
           END-IF.
           MOVE SQL-R-TOTAL TO WS-PREV-TOTAL.

           MOVE ZERO TO WS-PERCENT.
           IF WS-MAX-TOTAL > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                  SQL-R-TOTAL * 100 / WS-MAX-TOTAL
           END-IF.

           EVALUATE TRUE
              WHEN WS-PERCENT NOT < 80
                 MOVE "MENTION TRES BIEN" TO WS-MENTION
              WHEN WS-PERCENT NOT < 70
                 MOVE "MENTION BIEN" TO WS-MENTION
              WHEN WS-PERCENT NOT < 60
                 MOVE "MENTION ASSEZ BIEN" TO WS-MENTION
              WHEN WS-PERCENT NOT < 50
                 MOVE "ADMIS" TO WS-MENTION
              WHEN OTHER
                 MOVE "NON ADMIS" TO WS-MENTION
           END-EVALUATE.

           MOVE WS-RANK-NO  TO WS-PNT-RANK.
           MOVE SQL-R-MARKS TO WS-PNT-MARKS.
           MOVE SQL-R-SOCLE TO WS-PNT-SOCLE.
           MOVE SQL-R-TOTAL TO WS-PNT-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-PNT-RANK SPACE SQL-R-LASTNAME SPACE
              SQL-R-FIRSTNAME SPACE SQL-R-CLASS SPACE "EPREUVES"
              WS-PNT-MARKS SPACE "SOCLE" WS-PNT-SOCLE SPACE
              "TOTAL" WS-PNT-TOTAL SPACE "/" WS-PNT-MAX SPACE
              WS-MENTION
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           IF SQL-R-ABSENCES > ZERO
               STRING "ABSENCES :" SPACE SQL-R-ABSENCES
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE(101:20)
           END-IF.
           WRITE R-RANK FROM WS-PRINT-LINE.
       END-3100-W-RANK.
           EXIT.
