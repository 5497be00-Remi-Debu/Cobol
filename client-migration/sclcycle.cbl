      ******************************************************************
      *    Bilan de fin de cycle du socle commun, exigé pour le        *
      *    dossier du brevet : pour chaque élève actif (d'une classe   *
      *    donnée par SCLCYCLE-CLASSE, toutes par défaut), le dernier  *
      *    niveau de maîtrise atteint dans chaque domaine de la liste  *
      *    de référence "socle-domaines.dat" depuis le début du cycle  *
      *    (SCLCYCLE-DEBUT, année scolaire AAAA ; par défaut l'année   *
      *    du calendrier moins deux, soit le cycle 4 de la 5e à la     *
      *    3e), converti en points selon le barème du brevet :         *
      *    1 maîtrise insuffisante 10, 2 fragile 25, 3 satisfaisante   *
      *    40, 4 très bonne maîtrise 50. Un élève dont un domaine n'a  *
      *    jamais été évalué est signalé BILAN INCOMPLET.              *
      *    Le bilan est écrit dans "bilan-cycle.dat".                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclcycle.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DOMAIN ASSIGN TO 'socle-domaines.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOMAIN.

           SELECT F-CYCLE ASSIGN TO 'bilan-cycle.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CYCLE.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-DOMAIN
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.
       01  R-DOMAIN.
           03 SD-CODE  PIC X(04).
           03 SD-LABEL PIC X(40).

       FD  F-CYCLE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-CYCLE PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-DOMAIN PIC X(02).
           88 FS-DOMAIN-OK  VALUE '00'.
           88 FS-DOMAIN-EOF VALUE '10'.

       01  FS-CYCLE PIC X(02).
           88 FS-CYCLE-OK VALUE '00'.

      *    Liste de référence des domaines, avec le dernier niveau
      *    de l'élève courant dans chacun.
       01  WS-DOM-COUNT PIC 9(02) VALUE ZERO.
       01  WS-DOM-TABLE.
           05 WS-DOM-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-DOM-IDX.
               10 WS-DOM-CODE   PIC X(04).
               10 WS-DOM-LABEL  PIC X(40).
               10 WS-DOM-LEVEL  PIC 9(01).

       01  WS-PRINT-LINE  PIC X(200).
       01  WS-LEVEL-LABEL PIC X(25).
       01  WS-POINTS      PIC 9(02).
       01  WS-TOTAL       PIC 9(04).
       01  WS-MAX-TOTAL   PIC 9(04).
       01  WS-MISSING     PIC 9(02).
       01  WS-PNT-POINTS  PIC Z9.
       01  WS-PNT-TOTAL   PIC ZZZ9.
       01  WS-PNT-MAX     PIC ZZZ9.

       01  WS-STUDENT-CNT    PIC 9(05) VALUE ZERO.
       01  WS-INCOMPLETE-CNT PIC 9(05) VALUE ZERO.

       01  WS-START-ENV PIC X(04) VALUE SPACES.
       01  WS-CLASS-ENV PIC X(10) VALUE SPACES.

      *    Calendrier scolaire partagé (sous programme sclcal) : année
      *    scolaire courante, pour le début de cycle par défaut.
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

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclcycle'.

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

       01  SQL-CYCLE.
           03 SQL-Y-START      PIC 9(04) VALUE ZERO.
           03 SQL-Y-CLASS      PIC X(10) VALUE SPACES.

       01  SQL-STUDENT.
           03 SQL-S-ID         PIC 9(04).
           03 SQL-S-LASTNAME   PIC X(07).
           03 SQL-S-FIRSTNAME  PIC X(06).
           03 SQL-S-MATRICULE  PIC 9(06).
           03 SQL-S-CLASS      PIC X(10).

       01  SQL-COMPETENCY.
           03 SQL-CP-DOMAIN    PIC X(04).
           03 SQL-CP-LEVEL     PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.

           PERFORM 0100-START-LOAD-DOMAINS
              THRU END-0100-LOAD-DOMAINS.
           IF WS-DOM-COUNT = ZERO
               DISPLAY "LISTE socle-domaines.dat ABSENTE OU VIDE : "
                  "PAS DE BILAN DE CYCLE"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN-LOG
           END-IF.

           ACCEPT WS-START-ENV FROM ENVIRONMENT "SCLCYCLE-DEBUT".
           IF WS-START-ENV IS NUMERIC
               MOVE WS-START-ENV TO SQL-Y-START
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-DATE
               CALL "sclcal" USING WS-CAL-DATE, WS-CAL-YEAR,
                  WS-CAL-TERM, WS-CAL-TERM-START, WS-CAL-TERM-END,
                  WS-CAL-BULLETIN, WS-CAL-RESULT
               END-CALL
               IF WS-CAL-FOUND
                   COMPUTE SQL-Y-START = WS-CAL-YEAR - 2
               END-IF
           END-IF.

           ACCEPT WS-CLASS-ENV FROM ENVIRONMENT "SCLCYCLE-CLASSE".
           MOVE WS-CLASS-ENV TO SQL-Y-CLASS.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               PERFORM 2000-START-STUDENTS
                  THRU END-2000-STUDENTS
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "BILANS DE CYCLE ECRITS :" SPACE WS-STUDENT-CNT.
           DISPLAY "BILANS INCOMPLETS      :" SPACE WS-INCOMPLETE-CNT.

       END-0000-MAIN-LOG.
           MOVE WS-STUDENT-CNT TO WS-RUN-WRITTEN.
           MOVE WS-INCOMPLETE-CNT TO WS-RUN-REJECTED.
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
      *    Charge la liste de référence des domaines du socle, dans    *
      *    l'ordre du fichier (c'est l'ordre du bilan).                *
      ******************************************************************
       0100-START-LOAD-DOMAINS.
           OPEN INPUT F-DOMAIN.
           IF NOT FS-DOMAIN-OK
               GO TO END-0100-LOAD-DOMAINS
           END-IF.

           PERFORM UNTIL FS-DOMAIN-EOF
               READ F-DOMAIN
               AT END
                   SET FS-DOMAIN-EOF TO TRUE
               NOT AT END
                   IF WS-DOM-COUNT < 20 AND SD-CODE NOT = SPACES
                       ADD 1 TO WS-DOM-COUNT
                       MOVE SD-CODE  TO WS-DOM-CODE(WS-DOM-COUNT)
                       MOVE SD-LABEL TO WS-DOM-LABEL(WS-DOM-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DOMAIN.
           COMPUTE WS-MAX-TOTAL = WS-DOM-COUNT * 50.
       END-0100-LOAD-DOMAINS.
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
      *    Parcourt les élèves actifs (de la classe demandée) par      *
      *    classe et par nom, et écrit le bilan de chacun.             *
      ******************************************************************
       2000-START-STUDENTS.
           OPEN OUTPUT F-CYCLE.
           IF NOT FS-CYCLE-OK
               DISPLAY "ERREUR OUVERTURE bilan-cycle.dat :" SPACE
                  FS-CYCLE
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-2000-STUDENTS
           END-IF.

           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-CYCLE FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BILAN DE FIN DE CYCLE DU SOCLE COMMUN - DEPUIS"
              SPACE "L'ANNEE" SPACE SQL-Y-START
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-CYCLE FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-CYCLE FROM WS-PRINT-LINE.

           EXEC SQL
               DECLARE CRSCYCSTUD CURSOR FOR
               SELECT id, lastname, firstname,
                      COALESCE(matricule, 0), COALESCE(class, ' ')
               FROM student
               WHERE COALESCE(active, 'Y') <> 'N'
               AND (:SQL-Y-CLASS = ' ' OR class = :SQL-Y-CLASS)
               ORDER BY class, lastname, firstname
           END-EXEC.

           EXEC SQL OPEN CRSCYCSTUD END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCYCSTUD
                   INTO :SQL-S-ID, :SQL-S-LASTNAME, :SQL-S-FIRSTNAME,
                   :SQL-S-MATRICULE, :SQL-S-CLASS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2100-START-W-STUDENT
                          THRU END-2100-W-STUDENT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSCYCSTUD :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSCYCSTUD END-EXEC.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ELEVES :" SPACE WS-STUDENT-CNT SPACE
              "DONT BILANS INCOMPLETS :" SPACE WS-INCOMPLETE-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-CYCLE FROM WS-PRINT-LINE.

           CLOSE F-CYCLE.
       END-2000-STUDENTS.
           EXIT.

      ******************************************************************
      *    Bilan de l'élève courant : dernier niveau par domaine sur   *
      *    le cycle, une ligne par domaine de la liste de référence,   *
      *    puis le total des points.                                   *
      ******************************************************************
       2100-START-W-STUDENT.
           PERFORM VARYING WS-DOM-IDX FROM 1 BY 1
                   UNTIL WS-DOM-IDX > WS-DOM-COUNT
               MOVE ZERO TO WS-DOM-LEVEL(WS-DOM-IDX)
           END-PERFORM.

           EXEC SQL
               DECLARE CRSCYCLEVEL CURSOR FOR
               SELECT DISTINCT ON (domain) domain, level
               FROM competency
               WHERE student_id = :SQL-S-ID
               AND (school_year >= :SQL-Y-START OR school_year = 0)
               ORDER BY domain, school_year DESC, term DESC,
                        assessed_on DESC
           END-EXEC.

           EXEC SQL OPEN CRSCYCLEVEL END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCYCLEVEL
                   INTO :SQL-CP-DOMAIN, :SQL-CP-LEVEL
               END-EXEC

               IF SQLCODE = ZERO
                   PERFORM VARYING WS-DOM-IDX FROM 1 BY 1
                           UNTIL WS-DOM-IDX > WS-DOM-COUNT
                       IF WS-DOM-CODE(WS-DOM-IDX) = SQL-CP-DOMAIN
                           MOVE SQL-CP-LEVEL
                              TO WS-DOM-LEVEL(WS-DOM-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CRSCYCLEVEL END-EXEC.

           ADD 1 TO WS-STUDENT-CNT.
           MOVE ZERO TO WS-TOTAL.
           MOVE ZERO TO WS-MISSING.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ELEVE :" SPACE SQL-S-LASTNAME SPACE SQL-S-FIRSTNAME
              SPACE "MATRICULE" SPACE SQL-S-MATRICULE SPACE
              "CLASSE" SPACE SQL-S-CLASS
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-CYCLE FROM WS-PRINT-LINE.

           PERFORM VARYING WS-DOM-IDX FROM 1 BY 1
                   UNTIL WS-DOM-IDX > WS-DOM-COUNT
               PERFORM 2200-START-W-DOMAIN THRU END-2200-W-DOMAIN
           END-PERFORM.

           MOVE WS-TOTAL     TO WS-PNT-TOTAL.
           MOVE WS-MAX-TOTAL TO WS-PNT-MAX.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-MISSING > ZERO
               ADD 1 TO WS-INCOMPLETE-CNT
               STRING "   TOTAL SOCLE :" SPACE WS-PNT-TOTAL SPACE "/"
                  SPACE WS-PNT-MAX SPACE "POINTS - BILAN INCOMPLET ("
                  WS-MISSING SPACE "DOMAINE(S) NON EVALUE(S))"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           ELSE
               STRING "   TOTAL SOCLE :" SPACE WS-PNT-TOTAL SPACE "/"
                  SPACE WS-PNT-MAX SPACE "POINTS"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-IF.
           WRITE R-CYCLE FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-CYCLE FROM WS-PRINT-LINE.
       END-2100-W-STUDENT.
           EXIT.

      ******************************************************************
      *    Ligne du domaine courant (WS-DOM-IDX) : niveau, libellé du  *
      *    niveau et points du barème, ou NON EVALUE.                  *
      ******************************************************************
       2200-START-W-DOMAIN.
           EVALUATE WS-DOM-LEVEL(WS-DOM-IDX)
              WHEN 1
                 MOVE "MAITRISE INSUFFISANTE" TO WS-LEVEL-LABEL
                 MOVE 10 TO WS-POINTS
              WHEN 2
                 MOVE "MAITRISE FRAGILE" TO WS-LEVEL-LABEL
                 MOVE 25 TO WS-POINTS
              WHEN 3
                 MOVE "MAITRISE SATISFAISANTE" TO WS-LEVEL-LABEL
                 MOVE 40 TO WS-POINTS
              WHEN 4
                 MOVE "TRES BONNE MAITRISE" TO WS-LEVEL-LABEL
                 MOVE 50 TO WS-POINTS
              WHEN OTHER
                 MOVE "NON EVALUE" TO WS-LEVEL-LABEL
                 MOVE ZERO TO WS-POINTS
                 ADD 1 TO WS-MISSING
           END-EVALUATE.
           ADD WS-POINTS TO WS-TOTAL.

           MOVE WS-POINTS TO WS-PNT-POINTS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " WS-DOM-CODE(WS-DOM-IDX) SPACE
              WS-DOM-LABEL(WS-DOM-IDX) SPACE
              WS-DOM-LEVEL(WS-DOM-IDX) SPACE "-" SPACE WS-LEVEL-LABEL
              SPACE WS-PNT-POINTS SPACE "POINTS"
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-CYCLE FROM WS-PRINT-LINE.
       END-2200-W-DOMAIN.
           EXIT.
