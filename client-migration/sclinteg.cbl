      ******************************************************************
      *    Contrôle d'intégrité de nuit de la base "school" : des      *
      *    notes d'élèves supprimés, des cours sur un enseignant       *
      *    disparu, des créneaux de cours retirés, des responsables    *
      *    d'élèves partis ou des matricules en double n'étaient       *
      *    découverts que par un bulletin qui plante ou qui imprime    *
      *    n'importe quoi. Ce programme balaie STUDENT, TEACHER,       *
      *    COURSE, GRADE, GRADE_HISTORY, EVALUATION, APPRECIATION,     *
      *    SCHEDULE, SUBSTITUTION, GUARDIAN et CLASS_CAPACITY à la     *
      *    recherche d'orphelins, de doublons et de valeurs            *
      *    impossibles, et écrit un constat par ligne dans             *
      *    "integrite.dat" avec sa gravité :                           *
      *    - BLOQUANT : ce que lit le bulletin (notes, évaluations,    *
      *      appréciations, cours, matricules) - sclchain refuse de    *
      *      lancer sclrep tant qu'il en reste ;                       *
      *    - AVERTISSEMENT : à corriger, sans effet sur le bulletin.   *
      *    La dernière ligne "RESULTAT :" porte le verdict relu par    *
      *    sclchain ; un rapport sans cette ligne est incomplet.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclinteg.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INTEG ASSIGN TO 'integrite.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTEG.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-INTEG
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-INTEG PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-INTEG PIC X(02).
           88 FS-INTEG-OK VALUE '00'.

       01  WS-PRINT-LINE PIC X(200).
       01  WS-SEVERITY   PIC X(13).

       01  WS-BLOCK-CNT  PIC 9(05) VALUE ZERO.
       01  WS-WARN-CNT   PIC 9(05) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclinteg'.

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

      *    Un constat : gravité (B bloquant / A avertissement), code
      *    du contrôle, table en cause, identifiant de la ligne et
      *    libellé du problème.
       01  SQL-FINDING.
           03 SQL-F-SEVERITY   PIC X(01).
              88 SQL-F-BLOCKING        VALUE 'B'.
           03 SQL-F-CHECK      PIC X(04).
           03 SQL-F-TABLE      PIC X(14).
           03 SQL-F-KEY        PIC 9(09).
           03 SQL-F-DETAIL     PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

      *    Le rapport est vidé avant la connexion : un passage
      *    interrompu ne laisse pas à sclchain le RESULTAT du
      *    passage précédent.
           OPEN OUTPUT F-INTEG.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               PERFORM 2000-START-SCAN-BASE
                  THRU END-2000-SCAN-BASE
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           COMPUTE WS-RUN-WRITTEN = WS-BLOCK-CNT + WS-WARN-CNT.
           MOVE WS-BLOCK-CNT TO WS-RUN-REJECTED.
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
           MOVE 8 TO RETURN-CODE.
       END-1000-ERROR-RTN.
           STOP RUN.

      ******************************************************************
      *    Balaie la base en une seule requête : chaque branche de     *
      *    l'union est un contrôle et rend une ligne par constat.      *
      *    Les constats bloquants sortent en tête du rapport.          *
      *    GR01-GR04 notes : élève ou cours disparu, note hors 0-20,   *
      *              doublon élève/cours ;                             *
      *    GH01      historique de correction sur une note disparue ;  *
      *    CO01-CO02 cours : enseignant disparu, coefficient <= 0 ;    *
      *    ST01-ST02 élèves : matricule en double, âge impossible ;    *
      *    TE01      enseignant saisi deux fois (même nom, prénom) ;   *
      *    EV01-EV02 évaluations : élève ou cours disparu, note ou     *
      *              poids impossible ;                                *
      *    AP01      appréciation sur un élève ou un cours disparu ;   *
      *    SC01-SC02 créneau actif sur un cours retiré, jour ou        *
      *              horaire impossible ;                              *
      *    SU01-SU02 remplacement sur un enseignant, remplaçant ou     *
      *              cours disparu, période à l'envers ;               *
      *    GU01-GU02 responsable d'un élève disparu ou parti ;         *
      *    CC01      capacité d'accueil nulle ou négative.             *
      ******************************************************************
       2000-START-SCAN-BASE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-INTEG FROM WS-PRINT-LINE.
           MOVE "CONTROLE D'INTEGRITE DE LA BASE SCHOOL"
              TO WS-PRINT-LINE.
           WRITE R-INTEG FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-INTEG FROM WS-PRINT-LINE.

           EXEC SQL
               DECLARE CRSINTEG CURSOR FOR
               SELECT 'B', 'GR01', 'GRADE', g.id,
                      'ELEVE ' || g.student_id || ' INCONNU'
               FROM grade g
               WHERE NOT EXISTS
                   (SELECT 1 FROM student s WHERE s.id = g.student_id)
               UNION ALL
               SELECT 'B', 'GR02', 'GRADE', g.id,
                      'COURS ' || g.course_id || ' INCONNU'
               FROM grade g
               WHERE NOT EXISTS
                   (SELECT 1 FROM course c WHERE c.id = g.course_id)
               UNION ALL
               SELECT 'B', 'GR03', 'GRADE', g.id,
                      'NOTE ' || g.grade || ' HORS 0-20'
               FROM grade g
               WHERE g.grade < 0 OR g.grade > 20
               UNION ALL
               SELECT 'B', 'GR04', 'GRADE', MIN(g.id),
                      'ELEVE ' || g.student_id || ' COURS '
                      || g.course_id || ' NOTE ' || COUNT(*)
                      || ' FOIS'
               FROM grade g
               GROUP BY g.student_id, g.course_id
               HAVING COUNT(*) > 1
               UNION ALL
               SELECT 'B', 'GH01', 'GRADE_HISTORY', h.id,
                      'NOTE ' || h.grade_id || ' INCONNUE'
               FROM grade_history h
               WHERE NOT EXISTS
                   (SELECT 1 FROM grade g WHERE g.id = h.grade_id)
               UNION ALL
               SELECT 'B', 'CO01', 'COURSE', c.id,
                      'ENSEIGNANT ' || c.teacher_id || ' INCONNU'
               FROM course c
               WHERE c.teacher_id IS NOT NULL
               AND NOT EXISTS
                   (SELECT 1 FROM teacher t WHERE t.id = c.teacher_id)
               UNION ALL
               SELECT 'B', 'CO02', 'COURSE', c.id,
                      'COEFFICIENT ' || c.coef || ' NUL OU NEGATIF'
               FROM course c
               WHERE c.coef <= 0
               UNION ALL
               SELECT 'B', 'ST01', 'STUDENT', MIN(s.id),
                      'MATRICULE ' || s.matricule || ' PORTE PAR '
                      || COUNT(*) || ' ELEVES'
               FROM student s
               WHERE s.matricule IS NOT NULL
               GROUP BY s.matricule
               HAVING COUNT(*) > 1
               UNION ALL
               SELECT 'A', 'ST02', 'STUDENT', s.id,
                      'AGE ' || s.age || ' IMPOSSIBLE'
               FROM student s
               WHERE s.age < 5 OR s.age > 30
               UNION ALL
               SELECT 'A', 'TE01', 'TEACHER', MIN(t.id),
                      TRIM(t.lastname) || ' ' || TRIM(t.firstname)
                      || ' EN ' || COUNT(*) || ' EXEMPLAIRES'
               FROM teacher t
               GROUP BY t.lastname, t.firstname
               HAVING COUNT(*) > 1
               UNION ALL
               SELECT 'B', 'EV01', 'EVALUATION', e.student_id,
                      'ELEVE OU COURS ' || e.course_id || ' INCONNU'
               FROM evaluation e
               WHERE NOT EXISTS
                   (SELECT 1 FROM student s WHERE s.id = e.student_id)
               OR NOT EXISTS
                   (SELECT 1 FROM course c WHERE c.id = e.course_id)
               UNION ALL
               SELECT 'B', 'EV02', 'EVALUATION', e.student_id,
                      'COURS ' || e.course_id || ' NOTE ' || e.mark
                      || ' POIDS ' || e.weight || ' IMPOSSIBLE'
               FROM evaluation e
               WHERE e.mark < 0 OR e.mark > 20 OR e.weight <= 0
               UNION ALL
               SELECT 'B', 'AP01', 'APPRECIATION', a.id,
                      'ELEVE ' || a.student_id || ' OU COURS '
                      || a.course_id || ' INCONNU'
               FROM appreciation a
               WHERE NOT EXISTS
                   (SELECT 1 FROM student s WHERE s.id = a.student_id)
               OR NOT EXISTS
                   (SELECT 1 FROM course c WHERE c.id = a.course_id)
               UNION ALL
               SELECT 'A', 'SC01', 'SCHEDULE', h.id,
                      'COURS ' || h.course_id || ' RETIRE OU INCONNU'
               FROM schedule h
               WHERE COALESCE(h.active, 'Y') <> 'N'
               AND NOT EXISTS
                   (SELECT 1 FROM course c WHERE c.id = h.course_id
                    AND COALESCE(c.active, 'Y') <> 'N')
               UNION ALL
               SELECT 'A', 'SC02', 'SCHEDULE', h.id,
                      'JOUR ' || h.day || ' DE ' || h.start_time
                      || ' A ' || h.end_time || ' IMPOSSIBLE'
               FROM schedule h
               WHERE h.day < 1 OR h.day > 7
               OR h.end_time <= h.start_time
               UNION ALL
               SELECT 'A', 'SU01', 'SUBSTITUTION', b.teacher_id,
                      'COURS ' || b.course_id || ' REMPLACANT '
                      || b.substitute_id || ' INCONNU'
               FROM substitution b
               WHERE NOT EXISTS
                   (SELECT 1 FROM teacher t WHERE t.id = b.teacher_id)
               OR NOT EXISTS
                   (SELECT 1 FROM teacher t
                    WHERE t.id = b.substitute_id)
               OR NOT EXISTS
                   (SELECT 1 FROM course c WHERE c.id = b.course_id)
               UNION ALL
               SELECT 'A', 'SU02', 'SUBSTITUTION', b.teacher_id,
                      'COURS ' || b.course_id || ' DU '
                      || b.start_date || ' AU ' || b.end_date
               FROM substitution b
               WHERE b.end_date < b.start_date
               UNION ALL
               SELECT 'A', 'GU01', 'GUARDIAN', g.student_id,
                      TRIM(g.name) || ' : ELEVE INCONNU'
               FROM guardian g
               WHERE NOT EXISTS
                   (SELECT 1 FROM student s WHERE s.id = g.student_id)
               UNION ALL
               SELECT 'A', 'GU02', 'GUARDIAN', g.student_id,
                      TRIM(g.name) || ' : ELEVE PARTI'
               FROM guardian g
               JOIN student s ON s.id = g.student_id
               WHERE s.active = 'N'
               UNION ALL
               SELECT 'A', 'CC01', 'CLASS_CAPACITY', k.capacity,
                      'CLASSE ' || TRIM(k.class)
                      || ' CAPACITE NULLE OU NEGATIVE'
               FROM class_capacity k
               WHERE k.capacity <= 0
               ORDER BY 1, 2, 4
           END-EXEC.

           EXEC SQL OPEN CRSINTEG END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSINTEG
                   INTO :SQL-F-SEVERITY, :SQL-F-CHECK, :SQL-F-TABLE,
                   :SQL-F-KEY, :SQL-F-DETAIL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2100-START-W-FINDING
                          THRU END-2100-W-FINDING
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSINTEG :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
      *                Balayage interrompu : pas de ligne RESULTAT,
      *                le rapport reste incomplet pour sclchain.
                       MOVE "KO" TO WS-RUN-STATUS
                       CLOSE F-INTEG
                       GO TO END-2000-SCAN-BASE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSINTEG END-EXEC.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CONSTATS BLOQUANTS      :" SPACE WS-BLOCK-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-INTEG FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CONSTATS AVERTISSEMENTS :" SPACE WS-WARN-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-INTEG FROM WS-PRINT-LINE.

           IF WS-BLOCK-CNT > ZERO
               MOVE "RESULTAT : BLOQUANT" TO WS-PRINT-LINE
           ELSE
               MOVE "RESULTAT : SANS BLOQUANT" TO WS-PRINT-LINE
           END-IF.
           WRITE R-INTEG FROM WS-PRINT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE).

           CLOSE F-INTEG.
       END-2000-SCAN-BASE.
           EXIT.

      ******************************************************************
      *    Ecrit une ligne de constat : gravité, contrôle, table,      *
      *    identifiant et libellé.                                     *
      ******************************************************************
       2100-START-W-FINDING.
           IF SQL-F-BLOCKING
               ADD 1 TO WS-BLOCK-CNT
               MOVE "BLOQUANT" TO WS-SEVERITY
           ELSE
               ADD 1 TO WS-WARN-CNT
               MOVE "AVERTISSEMENT" TO WS-SEVERITY
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-SEVERITY SPACE SQL-F-CHECK SPACE SQL-F-TABLE
              SPACE "ID" SPACE SQL-F-KEY SPACE
              "-" SPACE SQL-F-DETAIL
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-INTEG FROM WS-PRINT-LINE.
       END-2100-W-FINDING.
           EXIT.
