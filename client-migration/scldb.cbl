      *    provenant du fichier "input.dat".                           *
      *    Les données sont des informations sur des étudiants, leurs  *
      *    cours et leurs notes.                                       *
      *    Une fois le trimestre clos après le conseil de classe       *
      *    (sclclot), aucune note ni dispense n'est plus changée sauf  *
      *    motif autorisé fourni par SCLDB-MOTIF-CLOTURE ; les         *
      *    changements refusés partent dans "rejected.dat".            *
      *    Les évaluations de compétences du socle commun (RECORD      *
      *    "09", niveaux 1 à 4 par domaine) ne sont pas des notes :    *
      *    elles vont dans la table COMPETENCY, le code domaine étant  *
      *    contrôlé sur la liste de référence (sous programme          *
      *    sclsocle).                                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *    deux lignes), chargé dans la table GUARDIAN - c'est à lui
      *    que le bulletin est adressé par l'extrait de mise sous
      *    pli de sclrep.
      *    Pour le dossier de bourse (sclbours), le responsable qui
      *    dépose la demande porte en fin de ligne le revenu fiscal
      *    de référence du foyer (en euros) et le nombre d'enfants à
      *    charge ; laissés à blanc, ils ne changent pas ce qui est
      *    déjà connu en base.
       01  REC-GUARDIAN.
           03 R-G-KEY            PIC 9(02).
           03 R-G-NAME           PIC X(20).
           03 R-G-ADDR1          PIC X(30).
           03 R-G-ADDR2          PIC X(30).
           03 R-G-INCOME         PIC 9(07).
           03 R-G-DEPENDENTS     PIC 9(02).

      *    RECORD "08" : option obtenue à l'affectation de rentrée
      *    (sclopt, reporté par sclprom) par l'élève du RECORD "01"
      *    qui précède - groupe d'options, code option et libellé
      *    du cours, chargés dans la table ENROLMENT.
       01  REC-OPTION.
           03 R-O-KEY            PIC 9(02).
           03 R-O-GROUP          PIC X(04).
           03 R-O-OPTION         PIC X(06).
           03 R-O-LABEL          PIC X(21).

      *    RECORD "09" : évaluation d'une compétence du socle commun
      *    pour l'élève du RECORD "01" qui précède - code du domaine
      *    ou de la composante (liste "socle-domaines.dat") et niveau
      *    de maîtrise de 1 (insuffisante) à 4 (très bonne), chargé
      *    dans la table COMPETENCY sur le trimestre en cours.
       01  REC-COMPETENCY.
           03 R-K-KEY            PIC 9(02).
           03 R-K-DOMAIN         PIC X(04).
           03 R-K-LEVEL          PIC X(01).

      *    Enregistrement d'en-tete "00" : version du format du
      *    fichier. Les programmes lecteurs la controlent, et le
       01  WS-CAL-RESULT     PIC X(01).
           88 WS-CAL-FOUND VALUE 'T'.

      *    Clôture du trimestre après conseil de classe (table
      *    TERM_CLOSURE tenue par sclclot) : sur un trimestre clos,
      *    une note ou une dispense ne change plus sans un motif
      *    autorisé (SCLDB-MOTIF-CLOTURE, contrôlé par le sous
      *    programme sclmotif). Le changement accepté est journalisé
      *    dans GRADE_HISTORY sous "APRES CONSEIL AAAATn CODE" pour
      *    le rapport des modifications après conseil.
       01  WS-TERM-CLOSED PIC X(01) VALUE 'N'.
           88 WS-TERM-CLOSED-YES VALUE 'Y'.
       01  WS-LATE-CODE   PIC X(04) VALUE SPACES.
       01  WS-LATE-LABEL  PIC X(30).
       01  WS-LATE-RESULT PIC X(01) VALUE 'I'.
           88 WS-LATE-AUTHORISED VALUE 'V'.
       01  WS-CLOSED-REFUSED-CNT PIC 9(06) VALUE ZERO.

      *    Contrôle des évaluations de compétences (RECORD "09") :
      *    niveau de 1 à 4, domaine connu de la liste de référence.
       01  WS-COMP-LEVEL PIC X(01).
           88 WS-COMP-LEVEL-VALID VALUE '1' THRU '4'.
       01  WS-SOCLE-LABEL  PIC X(40).
       01  WS-SOCLE-RESULT PIC X(01).
           88 WS-SOCLE-KNOWN VALUE 'V'.
       01  WS-PNT-REFUSED-GRADE  PIC Z9,99.

      *    Evaluations du cours retenu, conservées pour être
      *    insérées dans la table EVALUATION une fois les ID de
      *    l'élève et du cours connus.
           03 SQL-G-GRADE      PIC 99V99.
           03 SQL-G-ID         PIC 9(08).
           03 SQL-G-OLD-GRADE  PIC 99V99.
           03 SQL-G-REASON     PIC X(35)
                               VALUE 'RESOUMISSION INPUT.DAT'.
           03 SQL-G-EX-REASON  PIC X(35).

       01  SQL-A-REASON        PIC X(02).

       01  SQL-CLOSURE.
           03 SQL-K-YEAR       PIC 9(04).
           03 SQL-K-TERM       PIC 9(01).
           03 SQL-K-COUNT      PIC 9(04).

       01  SQL-EVAL.
           03 SQL-E-DATE       PIC 9(08).
           03 SQL-E-WEIGHT     PIC 9V9.
           03 SQL-GU-NAME      PIC X(20).
           03 SQL-GU-ADDR1     PIC X(30).
           03 SQL-GU-ADDR2     PIC X(30).
           03 SQL-GU-STUDENT-ID PIC 9(04).
           03 SQL-GU-INCOME    PIC 9(07).
           03 SQL-GU-DEPENDENTS PIC 9(02).

       01  SQL-ENROL.
           03 SQL-EN-COURSE-ID PIC 9(04).
           03 SQL-EN-GROUP     PIC X(04).
           03 SQL-EN-OPTION    PIC X(06).

       01  SQL-COMPETENCY.
           03 SQL-CP-STUDENT-ID PIC 9(04).
           03 SQL-CP-DOMAIN     PIC X(04).
           03 SQL-CP-LEVEL      PIC 9(01).
           03 SQL-CP-YEAR       PIC 9(04).
           03 SQL-CP-TERM       PIC 9(01).
           03 SQL-CP-DATE       PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               PERFORM 0060-START-CHECK-CLOSURE
                  THRU END-0060-CHECK-CLOSURE
               PERFORM 2000-START-FILE-READ THRU END-2000-FILE-READ
           END-IF.

       END-0050-LOAD-CREDENTIALS.
           EXIT.

      ******************************************************************
      *    Le trimestre courant est-il clos (TERM_CLOSURE) ? Si oui,   *
      *    le motif SCLDB-MOTIF-CLOTURE est contrôlé et, quand il est  *
      *    autorisé, devient le motif GRADE_HISTORY des changements    *
      *    acceptés. Sans calendrier chargé, le contrôle ne            *
      *    s'applique pas.                                             *
      ******************************************************************
       0060-START-CHECK-CLOSURE.
           IF NOT WS-CAL-FOUND
               GO TO END-0060-CHECK-CLOSURE
           END-IF.

           MOVE WS-CAL-YEAR TO SQL-K-YEAR.
           MOVE WS-CAL-TERM TO SQL-K-TERM.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-K-COUNT
               FROM TERM_CLOSURE
               WHERE SCHOOL_YEAR = :SQL-K-YEAR
               AND TERM = :SQL-K-TERM
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-K-COUNT = ZERO
               GO TO END-0060-CHECK-CLOSURE
           END-IF.

           SET WS-TERM-CLOSED-YES TO TRUE.
           ACCEPT WS-LATE-CODE FROM ENVIRONMENT "SCLDB-MOTIF-CLOTURE".
           CALL "sclmotif" USING WS-LATE-CODE, WS-LATE-LABEL,
              WS-LATE-RESULT
           END-CALL.

           IF WS-LATE-AUTHORISED
               MOVE SPACES TO SQL-G-REASON
               STRING "APRES CONSEIL" SPACE SQL-K-YEAR "T" SQL-K-TERM
                  SPACE WS-LATE-CODE
                  DELIMITED BY SIZE
                  INTO SQL-G-REASON
               MOVE SPACES TO SQL-G-EX-REASON
               STRING SQL-G-REASON(1:25) SPACE "DISPENSE"
                  DELIMITED BY SIZE
                  INTO SQL-G-EX-REASON
               DISPLAY "TRIMESTRE" SPACE SQL-K-YEAR "T" SQL-K-TERM
                  SPACE "CLOS : CHANGEMENTS ACCEPTES AU MOTIF" SPACE
                  WS-LATE-CODE SPACE FUNCTION TRIM(WS-LATE-LABEL)
           ELSE
               DISPLAY "TRIMESTRE" SPACE SQL-K-YEAR "T" SQL-K-TERM
                  SPACE "CLOS : NOTES ET DISPENSES GELEES"
               IF WS-LATE-CODE NOT = SPACES
                   DISPLAY "MOTIF" SPACE WS-LATE-CODE SPACE
                      "NON AUTORISE (motifs-post-cloture.dat)"
               END-IF
           END-IF.
       END-0060-CHECK-CLOSURE.
           EXIT.

      ******************************************************************
      *    Gestion des erreurs.                                        *
      ******************************************************************
                              THRU END-2095-FLUSH-PENDING
                           PERFORM 2100-START-HANDLE-GUARDIAN
                              THRU END-2100-HANDLE-GUARDIAN
                       WHEN "08"
                           PERFORM 2095-START-FLUSH-PENDING
                              THRU END-2095-FLUSH-PENDING
                           PERFORM 2100-START-HANDLE-OPTION
                              THRU END-2100-HANDLE-OPTION
                       WHEN "09"
                           PERFORM 2095-START-FLUSH-PENDING
                              THRU END-2095-FLUSH-PENDING
                           PERFORM 2100-START-HANDLE-COMPETENCY
                              THRU END-2100-HANDLE-COMPETENCY
                       WHEN "03"
                           PERFORM 2095-START-FLUSH-PENDING
                              THRU END-2095-FLUSH-PENDING
           CLOSE F-REJECTED.
           CLOSE F-INPUT.

           IF WS-CLOSED-REFUSED-CNT > ZERO
               DISPLAY "CHANGEMENTS REFUSES (TRIMESTRE CLOS) :" SPACE
                  WS-CLOSED-REFUSED-CNT
           END-IF.

           IF WS-DELTA-YES
               PERFORM 2007-START-W-DELTA-REPORT
                  THRU END-2007-W-DELTA-REPORT
                          AND COURSE_ID = :SQL-G-COURSE-ID
                   END-EXEC

      *            Trimestre clos sans motif autorisé : ni
      *            nouvelle note ni correction, la note est refusée.
                   IF WS-TERM-CLOSED-YES AND NOT WS-LATE-AUTHORISED
                      AND (SQLCODE EQUAL 100
                           OR SQL-G-OLD-GRADE NOT EQUAL SQL-G-GRADE)
                       PERFORM 2190-START-REFUSE-CLOSED
                          THRU END-2190-REFUSE-CLOSED
                       GO TO END-2100-HANDLE-GRADE
                   END-IF

                   IF SQLCODE EQUAL 100
                       EXEC SQL
                              INSERT INTO GRADE (STUDENT_ID,COURSE_ID,GRADE)
                                  )
                       END-EXEC
                       ADD 1 TO WS-D-GRD-INS
      *                Une note ajoutée après clôture figure aussi au
      *                rapport des modifications après conseil.
                       IF WS-TERM-CLOSED-YES
                           EXEC SQL
                                  INSERT INTO GRADE_HISTORY
                                  (GRADE_ID,OLD_GRADE,NEW_GRADE,REASON)
                                  SELECT ID, 0, GRADE, :SQL-G-REASON
                                  FROM GRADE
                                  WHERE STUDENT_ID = :SQL-G-STUDENT-ID
                                  AND COURSE_ID = :SQL-G-COURSE-ID
                           END-EXEC
                       END-IF
                   ELSE
                       IF SQL-G-OLD-GRADE NOT EQUAL SQL-G-GRADE
                           ADD 1 TO WS-D-GRD-UPD
                                      :SQL-G-ID,
                                      :SQL-G-OLD-GRADE,
                                      :SQL-G-GRADE,
                                      :SQL-G-REASON
                                      )
                           END-EXEC
                           EXEC SQL
       END-2100-HANDLE-GRADE.
               EXIT.

      ******************************************************************
      *    Note refusée sur un trimestre clos : la ligne part dans     *
      *    "rejected.dat" avec l'élève, le cours et la note refusée    *
      *    (le RECORD "02" d'origine a déjà été relu à ce stade).      *
      ******************************************************************
       2190-START-REFUSE-CLOSED.
           ADD 1 TO WS-CLOSED-REFUSED-CNT.
           ADD 1 TO WS-RUN-REJECTED.
           MOVE SQL-G-GRADE TO WS-PNT-REFUSED-GRADE.
           MOVE SPACES TO R-REJECTED.
           STRING "NOTE REFUSEE - TRIMESTRE" SPACE SQL-K-YEAR "T"
              SQL-K-TERM SPACE "CLOS :" SPACE SQL-S-LASTNAME SPACE
              SQL-S-FIRSTNAME SPACE SQL-S-MATRICULE SPACE
              SQL-C-LABEL SPACE WS-PNT-REFUSED-GRADE
              DELIMITED BY SIZE
              INTO R-REJECTED.
           WRITE R-REJECTED.
       END-2190-REFUSE-CLOSED.
           EXIT.

      ******************************************************************
      *    Insère le détail des évaluations du cours retenu dans la    *
      *    table EVALUATION, rattachées au couple élève/cours de la    *
                       )
               END-EXEC
           END-IF.

           IF R-G-INCOME IS NUMERIC OR R-G-DEPENDENTS IS NUMERIC
               PERFORM 2105-START-GUARDIAN-HOUSEHOLD
                  THRU END-2105-GUARDIAN-HOUSEHOLD
           END-IF.
       END-2100-HANDLE-GUARDIAN.
           EXIT.

      ******************************************************************
      *    Reporte sur le responsable courant les données du foyer     *
      *    fournies pour la bourse (revenu, enfants à charge) ; une    *
      *    donnée à blanc garde la valeur déjà connue.                 *
      ******************************************************************
       2105-START-GUARDIAN-HOUSEHOLD.
           IF SQL-S-MATRICULE > ZERO
               EXEC SQL
                   SELECT ID INTO :SQL-GU-STUDENT-ID FROM STUDENT
                   WHERE MATRICULE = :SQL-S-MATRICULE
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT ID INTO :SQL-GU-STUDENT-ID FROM STUDENT
                   WHERE LASTNAME = :SQL-S-LASTNAME
                   AND FIRSTNAME = :SQL-S-FIRSTNAME
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO
               GO TO END-2105-GUARDIAN-HOUSEHOLD
           END-IF.

           IF R-G-INCOME IS NUMERIC
               MOVE R-G-INCOME TO SQL-GU-INCOME
               EXEC SQL
                   UPDATE GUARDIAN
                   SET INCOME = :SQL-GU-INCOME
                   WHERE STUDENT_ID = :SQL-GU-STUDENT-ID
                   AND NAME = :SQL-GU-NAME
               END-EXEC
           END-IF.

           IF R-G-DEPENDENTS IS NUMERIC
               MOVE R-G-DEPENDENTS TO SQL-GU-DEPENDENTS
               EXEC SQL
                   UPDATE GUARDIAN
                   SET DEPENDENTS = :SQL-GU-DEPENDENTS
                   WHERE STUDENT_ID = :SQL-GU-STUDENT-ID
                   AND NAME = :SQL-GU-NAME
               END-EXEC
           END-IF.
       END-2105-GUARDIAN-HOUSEHOLD.
           EXIT.

      ******************************************************************
      *    Inscrit l'élève du dernier RECORD "01" lu au cours de       *
      *    l'option du RECORD "08" (table ENROLMENT). Le cours doit    *
      *    exister dans COURSE ; sinon le RECORD part en rejet. La     *
      *    garde NOT EXISTS évite les doublons au rechargement.        *
      ******************************************************************
       2100-START-HANDLE-OPTION.
           MOVE R-O-LABEL  TO SQL-C-LABEL.
           MOVE R-O-GROUP  TO SQL-EN-GROUP.
           MOVE R-O-OPTION TO SQL-EN-OPTION.

           EXEC SQL
               SELECT ID INTO :SQL-EN-COURSE-ID FROM COURSE
               WHERE LABEL = :SQL-C-LABEL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY "ERREUR : COURS INTROUVABLE POUR L'OPTION"
                   SPACE SQL-EN-GROUP SPACE SQL-EN-OPTION SPACE
                   SQL-C-LABEL
               WRITE R-REJECTED FROM REC-REJECT
               ADD 1 TO WS-RUN-REJECTED
               GO TO END-2100-HANDLE-OPTION
           END-IF.

           IF SQL-S-MATRICULE > ZERO
               EXEC SQL
                   INSERT INTO ENROLMENT
                   (STUDENT_ID, COURSE_ID, OPTION_GROUP, OPTION_CODE)
                   SELECT STUDENT.ID, :SQL-EN-COURSE-ID,
                       :SQL-EN-GROUP, :SQL-EN-OPTION
                   FROM STUDENT
                   WHERE MATRICULE = :SQL-S-MATRICULE
                   AND NOT EXISTS (
                       SELECT 1
                       FROM ENROLMENT
                       WHERE ENROLMENT.STUDENT_ID = STUDENT.ID
                       AND ENROLMENT.COURSE_ID = :SQL-EN-COURSE-ID
                       )
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO ENROLMENT
                   (STUDENT_ID, COURSE_ID, OPTION_GROUP, OPTION_CODE)
                   SELECT STUDENT.ID, :SQL-EN-COURSE-ID,
                       :SQL-EN-GROUP, :SQL-EN-OPTION
                   FROM STUDENT
                   WHERE LASTNAME = :SQL-S-LASTNAME
                   AND FIRSTNAME = :SQL-S-FIRSTNAME
                   AND NOT EXISTS (
                       SELECT 1
                       FROM ENROLMENT
                       WHERE ENROLMENT.STUDENT_ID = STUDENT.ID
                       AND ENROLMENT.COURSE_ID = :SQL-EN-COURSE-ID
                       )
               END-EXEC
           END-IF.
       END-2100-HANDLE-OPTION.
           EXIT.

      ******************************************************************
      *    Charge l'évaluation de compétence du RECORD "09" pour       *
      *    l'élève du RECORD "01" qui précède, sur le trimestre en     *
      *    cours (année et trimestre à zéro sans calendrier). Une      *
      *    seconde évaluation du même domaine dans le trimestre        *
      *    remplace le niveau de la première.                          *
      ******************************************************************
       2100-START-HANDLE-COMPETENCY.
           MOVE R-K-LEVEL TO WS-COMP-LEVEL.
           IF NOT WS-COMP-LEVEL-VALID
               DISPLAY "ERREUR : NIVEAU DE MAITRISE" SPACE R-K-LEVEL
                   SPACE "HORS 1-4 POUR LE DOMAINE" SPACE R-K-DOMAIN
               WRITE R-REJECTED FROM REC-REJECT
               ADD 1 TO WS-RUN-REJECTED
               GO TO END-2100-HANDLE-COMPETENCY
           END-IF.

           CALL "sclsocle" USING R-K-DOMAIN, WS-SOCLE-LABEL,
              WS-SOCLE-RESULT
           END-CALL.
           IF NOT WS-SOCLE-KNOWN
               DISPLAY "ERREUR : DOMAINE DU SOCLE INCONNU" SPACE
                   R-K-DOMAIN SPACE "(socle-domaines.dat)"
               WRITE R-REJECTED FROM REC-REJECT
               ADD 1 TO WS-RUN-REJECTED
               GO TO END-2100-HANDLE-COMPETENCY
           END-IF.

           IF SQL-S-MATRICULE > ZERO
               EXEC SQL
                   SELECT ID INTO :SQL-CP-STUDENT-ID FROM STUDENT
                   WHERE MATRICULE = :SQL-S-MATRICULE
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT ID INTO :SQL-CP-STUDENT-ID FROM STUDENT
                   WHERE LASTNAME = :SQL-S-LASTNAME
                   AND FIRSTNAME = :SQL-S-FIRSTNAME
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO
               DISPLAY "ERREUR : ELEVE INTROUVABLE POUR LA COMPETENCE"
                   SPACE R-K-DOMAIN SPACE SQL-S-LASTNAME SPACE
                   SQL-S-FIRSTNAME
               WRITE R-REJECTED FROM REC-REJECT
               ADD 1 TO WS-RUN-REJECTED
               GO TO END-2100-HANDLE-COMPETENCY
           END-IF.

           MOVE R-K-DOMAIN TO SQL-CP-DOMAIN.
           MOVE R-K-LEVEL  TO SQL-CP-LEVEL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SQL-CP-DATE.
           IF WS-CAL-FOUND
               MOVE WS-CAL-YEAR TO SQL-CP-YEAR
               MOVE WS-CAL-TERM TO SQL-CP-TERM
           ELSE
               MOVE ZERO TO SQL-CP-YEAR
               MOVE ZERO TO SQL-CP-TERM
           END-IF.

           EXEC SQL
               UPDATE COMPETENCY
               SET LEVEL = :SQL-CP-LEVEL,
                   ASSESSED_ON = :SQL-CP-DATE
               WHERE STUDENT_ID = :SQL-CP-STUDENT-ID
               AND DOMAIN = :SQL-CP-DOMAIN
               AND SCHOOL_YEAR = :SQL-CP-YEAR
               AND TERM = :SQL-CP-TERM
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO COMPETENCY
                   (STUDENT_ID, DOMAIN, LEVEL, SCHOOL_YEAR, TERM,
                    ASSESSED_ON)
                   VALUES (:SQL-CP-STUDENT-ID, :SQL-CP-DOMAIN,
                           :SQL-CP-LEVEL, :SQL-CP-YEAR, :SQL-CP-TERM,
                           :SQL-CP-DATE)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.
       END-2100-HANDLE-COMPETENCY.
           EXIT.

      ******************************************************************
      *    Marque comme EXEMPTED la note du couple étudiant/cours      *
      *    désigné par R-A-STUDENT-KEY/R-A-COURSE-KEY, pour un élève   *
               MOVE WS-CK-LABEL(WS-CK-IDX)     TO SQL-C-LABEL
               MOVE R-A-REASON                 TO SQL-A-REASON

      *        Trimestre clos sans motif autorisé : la dispense est
      *        refusée comme une note.
               IF WS-TERM-CLOSED-YES AND NOT WS-LATE-AUTHORISED
                   ADD 1 TO WS-CLOSED-REFUSED-CNT
                   WRITE R-REJECTED FROM REC-REJECT
                   ADD 1 TO WS-RUN-REJECTED
                   GO TO END-2100-HANDLE-ABSENCE
               END-IF

      *        Le motif de la dispense (R-A-REASON) est conservé en
      *        base pour que le suivi des absences puisse le restituer
      *        au lieu de le perdre à la fin du chargement. L'élève
                               WHERE LABEL = :SQL-C-LABEL)
                   END-EXEC
               END-IF

               IF WS-TERM-CLOSED-YES
                   PERFORM 2195-START-W-LATE-EXEMPT
                      THRU END-2195-W-LATE-EXEMPT
               END-IF
           END-IF.
       END-2100-HANDLE-ABSENCE.
           EXIT.

      ******************************************************************
      *    Dispense acceptée après clôture : une ligne GRADE_HISTORY   *
      *    (note inchangée, motif "... DISPENSE") la fait figurer au   *
      *    rapport des modifications après conseil.                    *
      ******************************************************************
       2195-START-W-LATE-EXEMPT.
           IF SQL-S-MATRICULE > ZERO
               EXEC SQL
                      INSERT INTO GRADE_HISTORY
                      (GRADE_ID,OLD_GRADE,NEW_GRADE,REASON)
                      SELECT ID, GRADE, GRADE, :SQL-G-EX-REASON
                      FROM GRADE
                      WHERE STUDENT_ID =
                          (SELECT STUDENT.ID FROM STUDENT
                           WHERE MATRICULE = :SQL-S-MATRICULE)
                      AND COURSE_ID =
                          (SELECT COURSE.ID FROM COURSE
                           WHERE LABEL = :SQL-C-LABEL)
               END-EXEC
           ELSE
               EXEC SQL
                      INSERT INTO GRADE_HISTORY
                      (GRADE_ID,OLD_GRADE,NEW_GRADE,REASON)
                      SELECT ID, GRADE, GRADE, :SQL-G-EX-REASON
                      FROM GRADE
                      WHERE STUDENT_ID =
                          (SELECT STUDENT.ID FROM STUDENT
                           WHERE LASTNAME = :SQL-S-LASTNAME
                           AND FIRSTNAME = :SQL-S-FIRSTNAME)
                      AND COURSE_ID =
                          (SELECT COURSE.ID FROM COURSE
                           WHERE LABEL = :SQL-C-LABEL)
               END-EXEC
           END-IF.
       END-2195-W-LATE-EXEMPT.
           EXIT.
