      ******************************************************************
      *    Sessions de brevet blanc : préparation d'une session        *
      *    (SCLBB-SESSION, code sur 6 caractères, par exemple BB2601)  *
      *    à partir des deux fichiers tenus par la vie scolaire :      *
      *    - "bb-epreuves.dat" : une ligne par épreuve (session, code  *
      *      épreuve, libellé, date AAAAMMJJ, heure HHMM, durée en     *
      *      minutes, barème) -> table BB_PAPER ;                      *
      *    - "bb-salles.dat" : une ligne par salle (session, salle,    *
      *      nombre de places numérotées) -> table BB_ROOM ; l'ordre   *
      *      du fichier est l'ordre de remplissage des salles.         *
      *    Les lignes d'une autre session sont ignorées, les lignes    *
      *    invalides partent dans "bb-rejets.dat".                     *
      *    Les élèves actifs des classes du niveau SCLBB-NIVEAU        *
      *    (début du nom de classe, 3 par défaut) sont ensuite placés  *
      *    classe par classe, dans l'ordre alphabétique, salle après   *
      *    salle, place 1 à capacité (table BB_SEAT, refaite à chaque  *
      *    passage). Le plan des salles est écrit dans                 *
      *    "bb-plan-salles.dat" (avec les élèves restés sans place si  *
      *    la capacité totale ne suffit pas) et une convocation par    *
      *    élève placé dans "bb-convocations.dat" (une page chacune).  *
      *    Les résultats sont saisis et classés par sclbbres ; ils     *
      *    restent dans leurs propres tables et n'entrent jamais dans  *
      *    GRADE, donc ni dans les moyennes de sclrep.                 *
      *                                                                *
      *    Table BB_PAPER : SESSION, PAPER, LABEL, PAPER_DATE,         *
      *    START_TIME (HHMM), DURATION (minutes), MAX_POINTS.          *
      *    Table BB_ROOM : SESSION, ROOM, CAPACITY.                    *
      *    Table BB_SEAT : SESSION, STUDENT_ID, ROOM, SEAT.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclbb.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PAPER ASSIGN TO 'bb-epreuves.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAPER.

           SELECT F-ROOM ASSIGN TO 'bb-salles.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROOM.

           SELECT F-REJECT ASSIGN TO 'bb-rejets.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJECT.

           SELECT F-PLAN ASSIGN TO 'bb-plan-salles.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLAN.

           SELECT F-CONVOC ASSIGN TO 'bb-convocations.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVOC.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-PAPER
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  R-PAPER.
           03 BE-SESSION  PIC X(06).
           03 BE-PAPER    PIC X(04).
           03 BE-LABEL    PIC X(30).
           03 BE-DATE     PIC 9(08).
           03 BE-TIME     PIC 9(04).
           03 BE-DURATION PIC 9(03).
           03 BE-MAX      PIC 9(03).

       FD  F-ROOM
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE IS F.
       01  R-ROOM.
           03 BS-SESSION  PIC X(06).
           03 BS-ROOM     PIC X(06).
           03 BS-CAPACITY PIC 9(03).

       FD  F-REJECT
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       01  R-REJECT PIC X(110).

       FD  F-PLAN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-PLAN PIC X(100).

       FD  F-CONVOC
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-CONVOC PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-PAPER PIC X(02).
           88 FS-PAPER-OK  VALUE '00'.
           88 FS-PAPER-EOF VALUE '10'.

       01  FS-ROOM PIC X(02).
           88 FS-ROOM-OK  VALUE '00'.
           88 FS-ROOM-EOF VALUE '10'.

       01  FS-REJECT PIC X(02).
           88 FS-REJECT-OK VALUE '00'.

       01  FS-PLAN PIC X(02).
           88 FS-PLAN-OK VALUE '00'.

       01  FS-CONVOC PIC X(02).
           88 FS-CONVOC-OK VALUE '00'.

       01  WS-REJECT-RECORD PIC X(58).
       01  WS-REJECT-REASON PIC X(40).

       01  WS-SESSION-ENV PIC X(06) VALUE SPACES.
       01  WS-LEVEL-ENV   PIC X(03) VALUE SPACES.

      *    Salles de la session dans l'ordre du fichier, et position
      *    courante du placement (salle, dernière place donnée).
       01  WS-ROOM-COUNT PIC 9(02) VALUE ZERO.
       01  WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 30 TIMES.
               10 WS-ROOM-CODE     PIC X(06).
               10 WS-ROOM-CAPACITY PIC 9(03).
       01  WS-ROOM-IDX  PIC 9(02) VALUE 1.
       01  WS-SEAT-NO   PIC 9(03) VALUE ZERO.

      *    Epreuves de la session, reprises sur chaque convocation.
       01  WS-PAPER-COUNT PIC 9(02) VALUE ZERO.
       01  WS-PAPER-TABLE.
           05 WS-PAPER-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-PAPER-IDX.
               10 WS-PAPER-LABEL    PIC X(30).
               10 WS-PAPER-DATE     PIC 9(08).
               10 WS-PAPER-TIME     PIC 9(04).
               10 WS-PAPER-DURATION PIC 9(03).

       01  WS-FORM-FEED  PIC X(01) VALUE X"0C".
       01  WS-PRINT-LINE PIC X(100).
       01  WS-PNT-SEAT   PIC ZZ9.

       01  WS-PAPER-CNT    PIC 9(05) VALUE ZERO.
       01  WS-ROOM-CNT     PIC 9(05) VALUE ZERO.
       01  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
       01  WS-SEATED-CNT   PIC 9(05) VALUE ZERO.
       01  WS-UNSEATED-CNT PIC 9(05) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclbb'.

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
           03 SQL-B-LEVEL      PIC X(04).
           03 SQL-B-PAPER      PIC X(04).
           03 SQL-B-LABEL      PIC X(30).
           03 SQL-B-DATE       PIC 9(08).
           03 SQL-B-TIME       PIC 9(04).
           03 SQL-B-DURATION   PIC 9(03).
           03 SQL-B-MAX        PIC 9(03).
           03 SQL-B-ROOM       PIC X(06).
           03 SQL-B-CAPACITY   PIC 9(03).
           03 SQL-B-SEAT       PIC 9(03).

       01  SQL-STUDENT.
           03 SQL-S-ID         PIC 9(04).
           03 SQL-S-LASTNAME   PIC X(07).
           03 SQL-S-FIRSTNAME  PIC X(06).
           03 SQL-S-MATRICULE  PIC 9(06).
           03 SQL-S-CLASS      PIC X(10).
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
               DISPLAY "CHAINE DE NUIT EN COURS : PREPARATION DU "
                  "BREVET BLANC REFUSEE, REESSAYER PLUS TARD "
                  "(SCLLOCK-OVERRIDE=Y EN CAS D'URGENCE)"
               STOP RUN
           END-IF.

           ACCEPT WS-SESSION-ENV FROM ENVIRONMENT "SCLBB-SESSION".
           IF WS-SESSION-ENV = SPACES
               DISPLAY "SCLBB-SESSION NON RENSEIGNEE : PREPARATION "
                  "DU BREVET BLANC ABANDONNEE"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN-LOG
           END-IF.
           MOVE WS-SESSION-ENV TO SQL-B-SESSION.

           ACCEPT WS-LEVEL-ENV FROM ENVIRONMENT "SCLBB-NIVEAU".
           IF WS-LEVEL-ENV = SPACES
               MOVE "3" TO WS-LEVEL-ENV
           END-IF.
           MOVE SPACES TO SQL-B-LEVEL.
           STRING WS-LEVEL-ENV DELIMITED BY SPACE
              "%" DELIMITED BY SIZE
              INTO SQL-B-LEVEL.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               OPEN OUTPUT F-REJECT
               PERFORM 2000-START-PROCESS-PAPERS
                  THRU END-2000-PROCESS-PAPERS
               PERFORM 3000-START-PROCESS-ROOMS
                  THRU END-3000-PROCESS-ROOMS
               CLOSE F-REJECT
               PERFORM 4000-START-ALLOCATE
                  THRU END-4000-ALLOCATE
               PERFORM 5000-START-CONVOCATIONS
                  THRU END-5000-CONVOCATIONS
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "EPREUVES CHARGEES  :" SPACE WS-PAPER-CNT.
           DISPLAY "SALLES CHARGEES    :" SPACE WS-ROOM-CNT.
           DISPLAY "LIGNES REJETEES    :" SPACE WS-REJECT-CNT.
           DISPLAY "ELEVES PLACES      :" SPACE WS-SEATED-CNT.
           DISPLAY "ELEVES SANS PLACE  :" SPACE WS-UNSEATED-CNT.

           ADD WS-PAPER-CNT WS-ROOM-CNT WS-SEATED-CNT
              GIVING WS-RUN-WRITTEN.
           ADD WS-REJECT-CNT WS-UNSEATED-CNT GIVING WS-RUN-REJECTED.

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
      *    Lit le fichier des épreuves et garde celles de la session.  *
      ******************************************************************
       2000-START-PROCESS-PAPERS.
           OPEN INPUT F-PAPER.
           IF NOT FS-PAPER-OK
               DISPLAY "ERREUR OUVERTURE bb-epreuves.dat :" SPACE
                  FS-PAPER
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-2000-PROCESS-PAPERS
           END-IF.

           PERFORM UNTIL FS-PAPER-EOF
               READ F-PAPER
               AT END
                   SET FS-PAPER-EOF TO TRUE
               NOT AT END
                   IF BE-SESSION = SQL-B-SESSION
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2100-START-APPLY-PAPER
                          THRU END-2100-APPLY-PAPER
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PAPER.
       END-2000-PROCESS-PAPERS.
           EXIT.

      ******************************************************************
      *    Contrôle l'épreuve courante, la met à jour dans BB_PAPER    *
      *    (ou la crée) et la garde pour les convocations.             *
      ******************************************************************
       2100-START-APPLY-PAPER.
           MOVE R-PAPER TO WS-REJECT-RECORD.

           IF BE-PAPER = SPACES
               MOVE "CODE EPREUVE ABSENT" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-PAPER
           END-IF.

           IF BE-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(BE-DATE) NOT = ZERO
               MOVE "DATE IMPOSSIBLE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-PAPER
           END-IF.

           IF BE-TIME IS NOT NUMERIC OR BE-TIME(1:2) > "23"
              OR BE-TIME(3:2) > "59"
               MOVE "HEURE IMPOSSIBLE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-PAPER
           END-IF.

           IF BE-DURATION IS NOT NUMERIC OR BE-DURATION = ZERO
              OR BE-MAX IS NOT NUMERIC OR BE-MAX = ZERO
               MOVE "DUREE OU BAREME NUL" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-PAPER
           END-IF.

           IF WS-PAPER-COUNT NOT < 20
               MOVE "PLUS DE 20 EPREUVES DANS LA SESSION"
                  TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-PAPER
           END-IF.

           MOVE BE-PAPER    TO SQL-B-PAPER.
           MOVE BE-LABEL    TO SQL-B-LABEL.
           MOVE BE-DATE     TO SQL-B-DATE.
           MOVE BE-TIME     TO SQL-B-TIME.
           MOVE BE-DURATION TO SQL-B-DURATION.
           MOVE BE-MAX      TO SQL-B-MAX.

           EXEC SQL
               UPDATE BB_PAPER
               SET LABEL = :SQL-B-LABEL,
                   PAPER_DATE = :SQL-B-DATE,
                   START_TIME = :SQL-B-TIME,
                   DURATION = :SQL-B-DURATION,
                   MAX_POINTS = :SQL-B-MAX
               WHERE SESSION = :SQL-B-SESSION
               AND PAPER = :SQL-B-PAPER
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BB_PAPER
                   (SESSION, PAPER, LABEL, PAPER_DATE, START_TIME,
                    DURATION, MAX_POINTS)
                   VALUES (:SQL-B-SESSION, :SQL-B-PAPER, :SQL-B-LABEL,
                           :SQL-B-DATE, :SQL-B-TIME, :SQL-B-DURATION,
                           :SQL-B-MAX)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           ADD 1 TO WS-PAPER-COUNT.
           MOVE BE-LABEL    TO WS-PAPER-LABEL(WS-PAPER-COUNT).
           MOVE BE-DATE     TO WS-PAPER-DATE(WS-PAPER-COUNT).
           MOVE BE-TIME     TO WS-PAPER-TIME(WS-PAPER-COUNT).
           MOVE BE-DURATION TO WS-PAPER-DURATION(WS-PAPER-COUNT).

           ADD 1 TO WS-PAPER-CNT.
       END-2100-APPLY-PAPER.
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
      *    Lit le fichier des salles et garde celles de la session.    *
      ******************************************************************
       3000-START-PROCESS-ROOMS.
           OPEN INPUT F-ROOM.
           IF NOT FS-ROOM-OK
               DISPLAY "ERREUR OUVERTURE bb-salles.dat :" SPACE
                  FS-ROOM
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-3000-PROCESS-ROOMS
           END-IF.

           PERFORM UNTIL FS-ROOM-EOF
               READ F-ROOM
               AT END
                   SET FS-ROOM-EOF TO TRUE
               NOT AT END
                   IF BS-SESSION = SQL-B-SESSION
                       ADD 1 TO WS-RUN-READ
                       PERFORM 3100-START-APPLY-ROOM
                          THRU END-3100-APPLY-ROOM
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ROOM.
       END-3000-PROCESS-ROOMS.
           EXIT.

      ******************************************************************
      *    Contrôle la salle courante, la met à jour dans BB_ROOM (ou  *
      *    la crée) et la garde pour le placement.                     *
      ******************************************************************
       3100-START-APPLY-ROOM.
           MOVE R-ROOM TO WS-REJECT-RECORD.

           IF BS-ROOM = SPACES
               MOVE "CODE SALLE ABSENT" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-ROOM
           END-IF.

           IF BS-CAPACITY IS NOT NUMERIC OR BS-CAPACITY = ZERO
               MOVE "CAPACITE NULLE OU NON NUMERIQUE"
                  TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-ROOM
           END-IF.

           IF WS-ROOM-COUNT NOT < 30
               MOVE "PLUS DE 30 SALLES DANS LA SESSION"
                  TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-ROOM
           END-IF.

           MOVE BS-ROOM     TO SQL-B-ROOM.
           MOVE BS-CAPACITY TO SQL-B-CAPACITY.

           EXEC SQL
               UPDATE BB_ROOM
               SET CAPACITY = :SQL-B-CAPACITY
               WHERE SESSION = :SQL-B-SESSION
               AND ROOM = :SQL-B-ROOM
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BB_ROOM
                   (SESSION, ROOM, CAPACITY)
                   VALUES (:SQL-B-SESSION, :SQL-B-ROOM,
                           :SQL-B-CAPACITY)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           ADD 1 TO WS-ROOM-COUNT.
           MOVE BS-ROOM     TO WS-ROOM-CODE(WS-ROOM-COUNT).
           MOVE BS-CAPACITY TO WS-ROOM-CAPACITY(WS-ROOM-COUNT).

           ADD 1 TO WS-ROOM-CNT.
       END-3100-APPLY-ROOM.
           EXIT.

      ******************************************************************
      *    Refait le placement de la session : les élèves du niveau    *
      *    sont pris classe par classe et par nom, et remplissent les  *
      *    salles dans l'ordre du fichier. Le plan est écrit au fil    *
      *    de l'eau, salle par salle.                                  *
      ******************************************************************
       4000-START-ALLOCATE.
           IF WS-ROOM-COUNT = ZERO
               DISPLAY "AUCUNE SALLE POUR LA SESSION" SPACE
                  SQL-B-SESSION SPACE ": PLACEMENT NON FAIT"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-4000-ALLOCATE
           END-IF.

           OPEN OUTPUT F-PLAN.
           IF NOT FS-PLAN-OK
               DISPLAY "ERREUR OUVERTURE bb-plan-salles.dat :" SPACE
                  FS-PLAN
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-4000-ALLOCATE
           END-IF.

           EXEC SQL
               DELETE FROM BB_SEAT
               WHERE SESSION = :SQL-B-SESSION
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PLAN DES SALLES - BREVET BLANC" SPACE SQL-B-SESSION
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-PLAN FROM WS-PRINT-LINE.

           MOVE 1 TO WS-ROOM-IDX.
           MOVE ZERO TO WS-SEAT-NO.
           PERFORM 4200-START-W-ROOM-HEADER
              THRU END-4200-W-ROOM-HEADER.

           EXEC SQL
               DECLARE CRSBBSTUD CURSOR FOR
               SELECT id, lastname, firstname,
                      COALESCE(matricule, 0), class
               FROM student
               WHERE COALESCE(active, 'Y') <> 'N'
               AND class LIKE :SQL-B-LEVEL
               ORDER BY class, lastname, firstname
           END-EXEC.

           EXEC SQL OPEN CRSBBSTUD END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSBBSTUD
                   INTO :SQL-S-ID, :SQL-S-LASTNAME, :SQL-S-FIRSTNAME,
                   :SQL-S-MATRICULE, :SQL-S-CLASS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 4100-START-SEAT-ONE
                          THRU END-4100-SEAT-ONE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSBBSTUD :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSBBSTUD END-EXEC.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-PLAN FROM WS-PRINT-LINE.
           STRING "ELEVES PLACES :" SPACE WS-SEATED-CNT SPACE
              "SANS PLACE :" SPACE WS-UNSEATED-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-PLAN FROM WS-PRINT-LINE.

           CLOSE F-PLAN.
       END-4000-ALLOCATE.
           EXIT.

      ******************************************************************
      *    Donne la place suivante à l'élève courant, en passant à la  *
      *    salle suivante quand la salle courante est pleine. Quand    *
      *    toutes les salles sont pleines, l'élève est listé sans      *
      *    place à la fin du plan.                                     *
      ******************************************************************
       4100-START-SEAT-ONE.
           IF WS-ROOM-IDX <= WS-ROOM-COUNT
              AND WS-SEAT-NO NOT < WS-ROOM-CAPACITY(WS-ROOM-IDX)
               ADD 1 TO WS-ROOM-IDX
               MOVE ZERO TO WS-SEAT-NO
               IF WS-ROOM-IDX <= WS-ROOM-COUNT
                   PERFORM 4200-START-W-ROOM-HEADER
                      THRU END-4200-W-ROOM-HEADER
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   WRITE R-PLAN FROM WS-PRINT-LINE
                   MOVE "ELEVES SANS PLACE (CAPACITE INSUFFISANTE) :"
                      TO WS-PRINT-LINE
                   WRITE R-PLAN FROM WS-PRINT-LINE
               END-IF
           END-IF.

           IF WS-ROOM-IDX > WS-ROOM-COUNT
               ADD 1 TO WS-UNSEATED-CNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "   " SQL-S-CLASS SPACE SQL-S-LASTNAME SPACE
                  SQL-S-FIRSTNAME SPACE "MATRICULE" SPACE
                  SQL-S-MATRICULE
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
               WRITE R-PLAN FROM WS-PRINT-LINE
               GO TO END-4100-SEAT-ONE
           END-IF.

           ADD 1 TO WS-SEAT-NO.
           MOVE WS-ROOM-CODE(WS-ROOM-IDX) TO SQL-B-ROOM.
           MOVE WS-SEAT-NO TO SQL-B-SEAT.

           EXEC SQL
               INSERT INTO BB_SEAT
               (SESSION, STUDENT_ID, ROOM, SEAT)
               VALUES (:SQL-B-SESSION, :SQL-S-ID, :SQL-B-ROOM,
                       :SQL-B-SEAT)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           ADD 1 TO WS-SEATED-CNT.
           MOVE WS-SEAT-NO TO WS-PNT-SEAT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   PLACE" SPACE WS-PNT-SEAT SPACE SQL-S-LASTNAME
              SPACE SQL-S-FIRSTNAME SPACE SQL-S-CLASS SPACE
              "MATRICULE" SPACE SQL-S-MATRICULE
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-PLAN FROM WS-PRINT-LINE.
       END-4100-SEAT-ONE.
           EXIT.

      ******************************************************************
      *    En-tête de la salle courante dans le plan.                  *
      ******************************************************************
       4200-START-W-ROOM-HEADER.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-PLAN FROM WS-PRINT-LINE.
           STRING "SALLE" SPACE WS-ROOM-CODE(WS-ROOM-IDX) SPACE
              "-" SPACE WS-ROOM-CAPACITY(WS-ROOM-IDX) SPACE "PLACES"
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-PLAN FROM WS-PRINT-LINE.
       END-4200-W-ROOM-HEADER.
           EXIT.

      ******************************************************************
      *    Une convocation par élève placé, par classe et par nom      *
      *    pour la distribution en classe : salle, place, puis le      *
      *    calendrier des épreuves.                                    *
      ******************************************************************
       5000-START-CONVOCATIONS.
           IF WS-SEATED-CNT = ZERO
               GO TO END-5000-CONVOCATIONS
           END-IF.

           OPEN OUTPUT F-CONVOC.
           IF NOT FS-CONVOC-OK
               DISPLAY "ERREUR OUVERTURE bb-convocations.dat :" SPACE
                  FS-CONVOC
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-5000-CONVOCATIONS
           END-IF.

           EXEC SQL
               DECLARE CRSBBCONV CURSOR FOR
               SELECT s.id, s.lastname, s.firstname,
                      COALESCE(s.matricule, 0), s.class,
                      t.room, t.seat
               FROM bb_seat t
               JOIN student s ON s.id = t.student_id
               WHERE t.session = :SQL-B-SESSION
               ORDER BY s.class, s.lastname, s.firstname
           END-EXEC.

           EXEC SQL OPEN CRSBBCONV END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSBBCONV
                   INTO :SQL-S-ID, :SQL-S-LASTNAME, :SQL-S-FIRSTNAME,
                   :SQL-S-MATRICULE, :SQL-S-CLASS, :SQL-B-ROOM,
                   :SQL-B-SEAT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 5100-START-W-CONVOCATION
                          THRU END-5100-W-CONVOCATION
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSBBCONV :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSBBCONV END-EXEC.

           CLOSE F-CONVOC.
       END-5000-CONVOCATIONS.
           EXIT.

      ******************************************************************
      *    Convocation de l'élève courant, terminée par un saut de     *
      *    page.                                                       *
      ******************************************************************
       5100-START-W-CONVOCATION.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CONVOCATION AU BREVET BLANC - SESSION" SPACE
              SQL-B-SESSION
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ELEVE :" SPACE SQL-S-LASTNAME SPACE SQL-S-FIRSTNAME
              SPACE "CLASSE" SPACE SQL-S-CLASS SPACE "MATRICULE" SPACE
              SQL-S-MATRICULE
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.

           MOVE SQL-B-SEAT TO WS-PNT-SEAT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SALLE :" SPACE SQL-B-ROOM SPACE "PLACE :" SPACE
              WS-PNT-SEAT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.
           MOVE "EPREUVES :" TO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.

           PERFORM VARYING WS-PAPER-IDX FROM 1 BY 1
                   UNTIL WS-PAPER-IDX > WS-PAPER-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "   " WS-PAPER-DATE(WS-PAPER-IDX)(7:2) "/"
                  WS-PAPER-DATE(WS-PAPER-IDX)(5:2) "/"
                  WS-PAPER-DATE(WS-PAPER-IDX)(1:4) SPACE
                  WS-PAPER-TIME(WS-PAPER-IDX)(1:2) "H"
                  WS-PAPER-TIME(WS-PAPER-IDX)(3:2) SPACE
                  WS-PAPER-LABEL(WS-PAPER-IDX) SPACE "(DUREE" SPACE
                  WS-PAPER-DURATION(WS-PAPER-IDX) SPACE "MIN)"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
               WRITE R-CONVOC FROM WS-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.
           MOVE "SE PRESENTER 15 MINUTES AVANT CHAQUE EPREUVE."
              TO WS-PRINT-LINE.
           WRITE R-CONVOC FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-FORM-FEED TO WS-PRINT-LINE(1:1).
           WRITE R-CONVOC FROM WS-PRINT-LINE.
       END-5100-W-CONVOCATION.
           EXIT.
