      *    ligne d'appréciation laissée en blanc - ce que le           *
      *    professeur principal retapait jusqu'ici avant chaque        *
      *    conseil.                                                    *
      *    Chaque bloc élève porte aussi le bilan de conduite du       *
      *    trimestre en cours (table INCIDENT chargée par sclinc :     *
      *    retards, exclusions de cours, retenues, avertissements et   *
      *    proposition d'avertissement en attente).                    *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclcons'.

      *    Calendrier scolaire partagé (sous programme sclcal) : le
      *    bilan de conduite porte sur le trimestre du jour, ou sur
      *    tous les incidents actifs quand le calendrier est absent.
       01  WS-CAL-DATE       PIC 9(08).
       01  WS-CAL-YEAR       PIC 9(04).
       01  WS-CAL-TERM       PIC 9(01).
       01  WS-CAL-TERM-START PIC 9(08).
       01  WS-CAL-TERM-END   PIC 9(08).
       01  WS-CAL-BULLETIN   PIC 9(08).
       01  WS-CAL-RESULT     PIC X(01).
           88 WS-CAL-FOUND VALUE 'T'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC  X(30) VALUE 'school'.
       01  USERNAME            PIC  X(30) VALUE 'cobol'.
           03 SQL-C-APPR        PIC X(60).
           03 SQL-C-SUBSTITUTE  PIC X(07).
       01  SQL-TODAY            PIC 9(08).

       01  SQL-CONDUCT.
           03 SQL-K-YEAR        PIC 9(04) VALUE ZERO.
           03 SQL-K-TERM        PIC 9(01) VALUE ZERO.
           03 SQL-K-RET         PIC 9(03).
           03 SQL-K-EXC         PIC 9(03).
           03 SQL-K-RTN         PIC 9(03).
           03 SQL-K-AVT         PIC 9(03).
           03 SQL-K-PROPOSED    PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SQL-TODAY.

           MOVE SQL-TODAY TO WS-CAL-DATE.
           CALL "sclcal" USING WS-CAL-DATE, WS-CAL-YEAR,
              WS-CAL-TERM, WS-CAL-TERM-START, WS-CAL-TERM-END,
              WS-CAL-BULLETIN, WS-CAL-RESULT
           END-CALL.
           IF WS-CAL-FOUND
               MOVE WS-CAL-YEAR TO SQL-K-YEAR
               MOVE WS-CAL-TERM TO SQL-K-TERM
           END-IF.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

                  INTO WS-PRINT-LINE
               WRITE R-OUTPUT FROM WS-PRINT-LINE

               PERFORM 2150-START-W-CONDUCT
                  THRU END-2150-W-CONDUCT

               MOVE ALL "-" TO WS-PRINT-LINE
               WRITE R-OUTPUT FROM WS-PRINT-LINE

           WRITE R-OUTPUT FROM WS-PRINT-LINE.
       END-2100-W-ONE-COURSE.
           EXIT.

      ******************************************************************
      *    Bilan de conduite de l'élève courant : nombre d'incidents   *
      *    actifs par type sur le trimestre, et mention de la          *
      *    proposition d'avertissement en attente s'il y en a une.     *
      ******************************************************************
       2150-START-W-CONDUCT.
           EXEC SQL
               SELECT
                 COALESCE(SUM(CASE WHEN type = 'RET' AND status = 'A'
                     THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN type = 'EXC' AND status = 'A'
                     THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN type = 'RTN' AND status = 'A'
                     THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN type = 'AVT' AND status = 'A'
                     THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN type = 'AVT' AND status = 'P'
                     THEN 1 ELSE 0 END), 0)
               INTO :SQL-K-RET, :SQL-K-EXC, :SQL-K-RTN, :SQL-K-AVT,
                    :SQL-K-PROPOSED
               FROM incident
               WHERE student_id = :SQL-C-STUDENT-ID
               AND (:SQL-K-TERM = 0
                    OR (school_year = :SQL-K-YEAR
                        AND term = :SQL-K-TERM))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-K-RET
               MOVE ZERO TO SQL-K-EXC
               MOVE ZERO TO SQL-K-RTN
               MOVE ZERO TO SQL-K-AVT
               MOVE ZERO TO SQL-K-PROPOSED
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CONDUITE :" SPACE
              "RETARDS" SPACE SQL-K-RET SPACE
              "EXCLUSIONS" SPACE SQL-K-EXC SPACE
              "RETENUES" SPACE SQL-K-RTN SPACE
              "AVERTISSEMENTS" SPACE SQL-K-AVT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           IF SQL-K-PROPOSED > ZERO
               MOVE "(AVERTISSEMENT PROPOSE)" TO WS-PRINT-LINE(80:23)
           END-IF.
           WRITE R-OUTPUT FROM WS-PRINT-LINE.
       END-2150-W-CONDUCT.
           EXIT.
