       01  WS-MAIL-NAME        PIC X(40).
       01  WS-MAIL-CNT         PIC 9(05) VALUE ZERO.

      *    Section compétences de la page bulletin : libellé du
      *    domaine (sous programme sclsocle) et du niveau de maîtrise.
       01  WS-SOCLE-LABEL  PIC X(40).
       01  WS-SOCLE-RESULT PIC X(01).
       01  WS-SOCLE-LEVEL  PIC X(25).
       01  WS-SOCLE-CNT    PIC 9(03).

       01  WS-CSV-LINE PIC X(200).
       01  WS-CSV-GRADE PIC Z9.99.
       01  WS-CSV-NBR   PIC ZZ9.
           05 SQL-C-AV-COURSE  PIC 99V99.

       01  SQL-MAILING.
           03 SQL-M-STUDENT-ID PIC 9(04).
           03 SQL-M-LASTNAME   PIC X(07).
           03 SQL-M-FIRSTNAME  PIC X(06).
           03 SQL-M-GU-NAME    PIC X(20).
           03 SQL-M-GU-ADDR1   PIC X(30).
           03 SQL-M-GU-ADDR2   PIC X(30).

      *    Bilan de conduite du trimestre (table INCIDENT chargée par
      *    sclinc), repris dans le bloc adresse de l'extrait.
       01  SQL-CONDUCT.
           03 SQL-K-YEAR        PIC 9(04) VALUE ZERO.
           03 SQL-K-TERM        PIC 9(01) VALUE ZERO.
           03 SQL-K-RET         PIC 9(03).
           03 SQL-K-EXC         PIC 9(03).
           03 SQL-K-RTN         PIC 9(03).
           03 SQL-K-AVT         PIC 9(03).

      *    Compétences du socle commun évaluées sur le trimestre du
      *    bulletin (table COMPETENCY chargée par scldb).
       01  SQL-COMPETENCY.
           03 SQL-CP-STUDENT-ID PIC 9(04).
           03 SQL-CP-DOMAIN     PIC X(04).
           03 SQL-CP-LEVEL      PIC 9(01).

       01  SQL-GRADE.
           03 SQL-G-STUDENT-ID PIC 9.
           03 SQL-G-COURSE-ID  PIC 9.
               GO TO END-PAGES
           END-IF.

           MOVE WS-SCHOOL-YEAR TO SQL-K-YEAR.
           IF WS-TERM(2:1) IS NUMERIC
               MOVE WS-TERM(2:1) TO SQL-K-TERM
           END-IF.

           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > S-CNT
               PERFORM START-PAGES-ONE THRU END-PAGES-ONE
           END-PERFORM.
      ******************************************************************
      *    Ecris l'extrait de mise sous pli : un bloc adresse par      *
      *    responsable de chaque élève (nom du responsable, deux       *
      *    lignes d'adresse, élève concerné, bilan de conduite du      *
      *    trimestre, saut de page), dans l'ordre des élèves du        *
      *    bulletin.                                                   *
      ******************************************************************
       START-MAILING.
           OPEN OUTPUT F-MAILING.
               GO TO END-MAILING
           END-IF.

           MOVE WS-SCHOOL-YEAR TO SQL-K-YEAR.
           IF WS-TERM(2:1) IS NUMERIC
               MOVE WS-TERM(2:1) TO SQL-K-TERM
           END-IF.

           EXEC SQL
               DECLARE CRSMAILING CURSOR FOR
               SELECT s.id, s.lastname, s.firstname,
                      gu.name, gu.addr1, gu.addr2
               FROM guardian gu
               JOIN student s ON gu.student_id = s.id
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSMAILING
                   INTO :SQL-M-STUDENT-ID,
                   :SQL-M-LASTNAME, :SQL-M-FIRSTNAME,
                   :SQL-M-GU-NAME, :SQL-M-GU-ADDR1, :SQL-M-GU-ADDR2
               END-EXEC

              INTO WS-PAGE-LINE.
           WRITE R-MAILING FROM WS-PAGE-LINE.

           PERFORM START-MAILING-CONDUCT THRU END-MAILING-CONDUCT.

      *    Saut de page pour l'imprimante à enveloppes.
           MOVE SPACES TO WS-PAGE-LINE.
           MOVE WS-FORM-FEED TO WS-PAGE-LINE(1:1).
       END-MAILING-ONE.
           EXIT.

      ******************************************************************
      *    Bilan de conduite de l'élève du bloc courant : incidents    *
      *    actifs par type sur le trimestre du bulletin (tous les      *
      *    incidents actifs quand le trimestre n'est pas connu).       *
      ******************************************************************
       START-MAILING-CONDUCT.
           EXEC SQL
               SELECT
                 COALESCE(SUM(CASE WHEN type = 'RET'
                     THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN type = 'EXC'
                     THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN type = 'RTN'
                     THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN type = 'AVT'
                     THEN 1 ELSE 0 END), 0)
               INTO :SQL-K-RET, :SQL-K-EXC, :SQL-K-RTN, :SQL-K-AVT
               FROM incident
               WHERE student_id = :SQL-M-STUDENT-ID
               AND status = 'A'
               AND (:SQL-K-TERM = 0
                    OR (school_year = :SQL-K-YEAR
                        AND term = :SQL-K-TERM))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-K-RET
               MOVE ZERO TO SQL-K-EXC
               MOVE ZERO TO SQL-K-RTN
               MOVE ZERO TO SQL-K-AVT
           END-IF.

           MOVE SPACES TO WS-PAGE-LINE.
           STRING "CONDUITE :" SPACE
              "RETARDS" SPACE SQL-K-RET SPACE
              "EXCLUSIONS" SPACE SQL-K-EXC SPACE
              "RETENUES" SPACE SQL-K-RTN SPACE
              "AVERTISSEMENTS" SPACE SQL-K-AVT
              DELIMITED BY SIZE
              INTO WS-PAGE-LINE.
           WRITE R-MAILING FROM WS-PAGE-LINE.
       END-MAILING-CONDUCT.
           EXIT.

      ******************************************************************
      *    Ecris la page du bulletin de l'élève courant (S-IDX).       *
      ******************************************************************
              INTO WS-PAGE-LINE.
           WRITE R-PAGES FROM WS-PAGE-LINE.

           PERFORM START-PAGES-COMPETENCY
              THRU END-PAGES-COMPETENCY.

      *    Saut de page pour l'imprimante.
           MOVE SPACES TO WS-PAGE-LINE.
           MOVE WS-FORM-FEED TO WS-PAGE-LINE(1:1).
       END-PAGES-ONE.
           EXIT.

      ******************************************************************
      *    Section compétences du socle commun de la page de l'élève   *
      *    courant : un domaine par ligne avec son niveau de maîtrise  *
      *    sur le trimestre du bulletin (toutes les évaluations quand  *
      *    le trimestre n'est pas connu). Pas de section pour un       *
      *    élève sans évaluation de compétences.                       *
      ******************************************************************
       START-PAGES-COMPETENCY.
           MOVE S-ID(S-IDX) TO SQL-CP-STUDENT-ID.
           MOVE ZERO TO WS-SOCLE-CNT.

           EXEC SQL
               DECLARE CRSCOMPET CURSOR FOR
               SELECT domain, level
               FROM competency
               WHERE student_id = :SQL-CP-STUDENT-ID
               AND (:SQL-K-TERM = 0
                    OR (school_year = :SQL-K-YEAR
                        AND term = :SQL-K-TERM))
               ORDER BY domain, school_year, term
           END-EXEC.

           EXEC SQL OPEN CRSCOMPET END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCOMPET
                   INTO :SQL-CP-DOMAIN, :SQL-CP-LEVEL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM START-PAGES-ONE-COMPETENCY
                          THRU END-PAGES-ONE-COMPETENCY
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSCOMPET :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSCOMPET END-EXEC.
       END-PAGES-COMPETENCY.
           EXIT.

      ******************************************************************
       START-PAGES-ONE-COMPETENCY.
           IF WS-SOCLE-CNT = ZERO
               MOVE SPACES TO WS-PAGE-LINE
               WRITE R-PAGES FROM WS-PAGE-LINE
               MOVE "COMPETENCES DU SOCLE COMMUN :" TO WS-PAGE-LINE
               WRITE R-PAGES FROM WS-PAGE-LINE
           END-IF.
           ADD 1 TO WS-SOCLE-CNT.

           CALL "sclsocle" USING SQL-CP-DOMAIN, WS-SOCLE-LABEL,
              WS-SOCLE-RESULT
           END-CALL.

           EVALUATE SQL-CP-LEVEL
              WHEN 1
                 MOVE "MAITRISE INSUFFISANTE" TO WS-SOCLE-LEVEL
              WHEN 2
                 MOVE "MAITRISE FRAGILE" TO WS-SOCLE-LEVEL
              WHEN 3
                 MOVE "MAITRISE SATISFAISANTE" TO WS-SOCLE-LEVEL
              WHEN 4
                 MOVE "TRES BONNE MAITRISE" TO WS-SOCLE-LEVEL
              WHEN OTHER
                 MOVE "NIVEAU INCONNU" TO WS-SOCLE-LEVEL
           END-EVALUATE.

           MOVE SPACES TO WS-PAGE-LINE.
           STRING "   " SQL-CP-DOMAIN SPACE WS-SOCLE-LABEL SPACE
              SQL-CP-LEVEL SPACE "-" SPACE WS-SOCLE-LEVEL
              DELIMITED BY SIZE
              INTO WS-PAGE-LINE.
           WRITE R-PAGES FROM WS-PAGE-LINE.
       END-PAGES-ONE-COMPETENCY.
           EXIT.

      ******************************************************************
      *    Ecris la ligne de la matière courante (C-IDX) sur la page   *
      *    de l'élève courant (S-IDX).                                 *
