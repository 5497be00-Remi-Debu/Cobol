      ******************************************************************
      *    Heures supplémentaires et remplacements des enseignants,    *
      *    extrait mensuel pour la paie (flpay) :                      *
      *    - heures au-delà du service statutaire (HSA) : le service   *
      *      hebdomadaire de chaque enseignant est la somme des        *
      *      créneaux de SCHEDULE sur ses cours ; ce qui dépasse son   *
      *      service (SCLHSUP-SERVICE heures, 18 par défaut, ou le     *
      *      service porté dans "enseignants-employes.dat") est payé   *
      *      SCLHSUP-SEMAINES fois par mois (4 par défaut : 36         *
      *      semaines payées en 9 mois) ;                              *
      *    - heures de remplacement (HSE) : pour chaque ligne de       *
      *      SUBSTITUTION dont la période touche le mois, les          *
      *      créneaux du cours remplacé tombant dans la période et     *
      *      dans le mois sont crédités au remplaçant.                 *
      *    Le mois est SCLHSUP-MOIS (AAAAMM), le mois courant sinon.   *
      *    Les taux horaires viennent de "taux-heures-sup.txt" (code   *
      *    HSA ou HSE sur 3 caractères, taux 9(3)V99).                 *
      *    Chaque enseignant est rapproché de son matricule de paie    *
      *    dans "fichierclient.txt" : d'abord par                      *
      *    "enseignants-employes.dat" (TEACHER.ID 9(4), matricule      *
      *    X(9), service statutaire 9(2) facultatif), sinon par nom    *
      *    et prénom. Sorties :                                        *
      *    - "paie-variable-hsup.txt" : éléments variables lus par     *
      *      flpay avec ceux de "paie-variable.txt" (matricule, code,  *
      *      période, heures, taux, montant) ;                         *
      *    - "heures-sup.dat" : détail par enseignant ;                *
      *    - "heures-sup-rejets.dat" : enseignants à payer sans        *
      *      matricule de paie trouvé, ou à plusieurs homonymes.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclhsup.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RATE ASSIGN TO 'taux-heures-sup.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RATE.

           SELECT F-EMPLOYEE ASSIGN TO 'fichierclient.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLOYEE.

           SELECT F-LINK ASSIGN TO 'enseignants-employes.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LINK.

           SELECT F-PAY ASSIGN TO 'paie-variable-hsup.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAY.

           SELECT F-OUTPUT ASSIGN TO 'heures-sup.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUTPUT.

           SELECT F-REJECT ASSIGN TO 'heures-sup-rejets.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJECT.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-RATE
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
       01  R-RATE.
           03 RT-CODE PIC X(03).
           03 RT-RATE PIC 9(03)V99.

      *    Même dessin que FCLIENT.cpy (fichier-client) : seuls le
      *    matricule, le nom et le prénom servent ici.
       FD  F-EMPLOYEE
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.
       01  R-EMPLOYEE.
           03 EM-ID     PIC X(09).
           03 EM-NOM    PIC X(20).
           03 EM-PRENOM PIC X(20).
           03 FILLER    PIC X(45).

       FD  F-LINK
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE IS F.
       01  R-LINK.
           03 LK-TEACHER-ID  PIC 9(04).
           03 LK-EMPLOYEE-ID PIC X(09).
           03 LK-SERVICE     PIC X(02).

      *    Elément variable de paie, lu par flpay.
       FD  F-PAY
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-PAY.
           03 PV-EMPLOYEE-ID PIC X(09).
           03 PV-CODE        PIC X(03).
           03 PV-PERIOD      PIC 9(06).
           03 PV-HOURS       PIC 9(03)V99.
           03 PV-RATE        PIC 9(03)V99.
           03 PV-AMOUNT      PIC 9(08)V99.

       FD  F-OUTPUT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-OUTPUT PIC X(120).

       FD  F-REJECT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-REJECT PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-RATE PIC X(02).
           88 FS-RATE-OK  VALUE '00'.
           88 FS-RATE-EOF VALUE '10'.

       01  FS-EMPLOYEE PIC X(02).
           88 FS-EMPLOYEE-OK  VALUE '00'.
           88 FS-EMPLOYEE-EOF VALUE '10'.

       01  FS-LINK PIC X(02).
           88 FS-LINK-OK  VALUE '00'.
           88 FS-LINK-EOF VALUE '10'.

       01  FS-PAY PIC X(02).
           88 FS-PAY-OK VALUE '00'.

       01  FS-OUTPUT PIC X(02).
           88 FS-OUTPUT-OK VALUE '00'.

       01  FS-REJECT PIC X(02).
           88 FS-REJECT-OK VALUE '00'.

       01  WS-MONTH-ENV   PIC X(06) VALUE SPACES.
       01  WS-MONTH       PIC 9(06).
       01  WS-MONTH-R REDEFINES WS-MONTH.
           03 WS-MONTH-YYYY PIC 9(04).
           03 WS-MONTH-MM   PIC 9(02).
       01  WS-NEXT-MONTH-START PIC 9(08).
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-START.
           03 WS-NEXT-YYYY  PIC 9(04).
           03 WS-NEXT-MM    PIC 9(02).
           03 WS-NEXT-DD    PIC 9(02).
       01  WS-MONTH-START PIC 9(08).
       01  WS-MONTH-END   PIC 9(08).

       01  WS-SERVICE-ENV PIC X(02) VALUE SPACES.
       01  WS-SERVICE     PIC 9(02) VALUE 18.
       01  WS-WEEKS-ENV   PIC X(01) VALUE SPACES.
       01  WS-WEEKS       PIC 9(01) VALUE 4.

       01  WS-RATE-HSA    PIC 9(03)V99 VALUE ZERO.
       01  WS-RATE-HSE    PIC 9(03)V99 VALUE ZERO.

      *    Matricules et noms du fichier du personnel.
       01  WS-EMP-CNT PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           03 WS-EM-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-EM-IDX.
               05 WS-EM-ID     PIC X(09).
               05 WS-EM-NOM    PIC X(20).
               05 WS-EM-PRENOM PIC X(20).

      *    Enseignants : service hebdomadaire (minutes), heures de
      *    remplacement du mois (minutes) et matricule de paie.
       01  WS-TEA-CNT PIC 9(04) VALUE ZERO.
       01  WS-TEA-TABLE.
           03 WS-TE-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-TE-IDX.
               05 WS-TE-ID          PIC 9(04).
               05 WS-TE-LASTNAME    PIC X(07).
               05 WS-TE-FIRSTNAME   PIC X(06).
               05 WS-TE-WEEK-MIN    PIC 9(05).
               05 WS-TE-SUBS-MIN    PIC 9(06).
               05 WS-TE-SERVICE     PIC 9(02).
               05 WS-TE-EMPLOYEE-ID PIC X(09).

       01  WS-I           PIC 9(04).
       01  WS-MATCH-CNT   PIC 9(04).
       01  WS-MATCH-ID    PIC X(09).
       01  WS-NAME-1      PIC X(20).
       01  WS-NAME-2      PIC X(20).

       01  WS-FROM-INT    PIC 9(08).
       01  WS-TO-INT      PIC 9(08).
       01  WS-DAY-INT     PIC 9(08).
       01  WS-DOW         PIC 9(01).

       01  WS-EXCESS-MIN  PIC S9(05).
       01  WS-HSA-HOURS   PIC 9(03)V99.
       01  WS-HSE-HOURS   PIC 9(03)V99.
       01  WS-HSA-AMOUNT  PIC 9(08)V99.
       01  WS-HSE-AMOUNT  PIC 9(08)V99.
       01  WS-TOT-AMOUNT  PIC 9(10)V99 VALUE ZERO.

       01  WS-PRINT-LINE  PIC X(120).
       01  WS-PNT-HOURS   PIC ZZ9,99.
       01  WS-PNT-HOURS-2 PIC ZZ9,99.
       01  WS-PNT-WEEK    PIC ZZ9,99.
       01  WS-PNT-AMOUNT  PIC ZZZZZZZ9,99.

       01  WS-PAID-CNT    PIC 9(04) VALUE ZERO.
       01  WS-REJECT-CNT  PIC 9(04) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclhsup'.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'sclchain'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

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

       01  SQL-HSUP.
           03 SQL-S-MONTH-START  PIC 9(08).
           03 SQL-S-MONTH-END    PIC 9(08).
           03 SQL-S-TEACHER-ID   PIC 9(04).
           03 SQL-S-LASTNAME     PIC X(07).
           03 SQL-S-FIRSTNAME    PIC X(06).
           03 SQL-S-WEEK-MIN     PIC 9(05).
           03 SQL-S-START        PIC 9(08).
           03 SQL-S-END          PIC 9(08).
           03 SQL-S-DAY          PIC 9(01).
           03 SQL-S-SLOT-MIN     PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.

           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "SCLHSUP-MOIS".
           IF WS-MONTH-ENV IS NUMERIC
               MOVE WS-MONTH-ENV TO WS-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH
           END-IF.

           MOVE "SCLHSUP-SERVICE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-SERVICE-ENV.
           IF WS-SERVICE-ENV IS NUMERIC
               MOVE WS-SERVICE-ENV TO WS-SERVICE
           END-IF.

           MOVE "SCLHSUP-SEMAINES" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-WEEKS-ENV.
           IF WS-WEEKS-ENV IS NUMERIC
               MOVE WS-WEEKS-ENV TO WS-WEEKS
           END-IF.

      *    Bornes du mois : le premier jour, et la veille du premier
      *    jour du mois suivant.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
           MOVE WS-MONTH-YYYY TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-MONTH-MM + 1.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT) TO WS-MONTH-END.
           MOVE WS-MONTH-START TO SQL-S-MONTH-START.
           MOVE WS-MONTH-END TO SQL-S-MONTH-END.

           PERFORM 0100-START-LOAD-RATES
              THRU END-0100-LOAD-RATES.
           IF WS-RUN-STATUS = "KO"
               GO TO END-0000-MAIN-LOG
           END-IF.

           PERFORM 0200-START-LOAD-EMPLOYEES
              THRU END-0200-LOAD-EMPLOYEES.
           IF WS-RUN-STATUS = "KO"
               GO TO END-0000-MAIN-LOG
           END-IF.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           PERFORM 2000-START-LOAD-SERVICE
              THRU END-2000-LOAD-SERVICE.
           PERFORM 2100-START-LOAD-SUBSTITUTIONS
              THRU END-2100-LOAD-SUBSTITUTIONS.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM 0300-START-LOAD-LINKS
              THRU END-0300-LOAD-LINKS.

           PERFORM 3000-START-W-PAY
              THRU END-3000-W-PAY.

           DISPLAY "MOIS                 :" SPACE WS-MONTH.
           DISPLAY "ENSEIGNANTS PAYES    :" SPACE WS-PAID-CNT.
           DISPLAY "ENSEIGNANTS REJETES  :" SPACE WS-REJECT-CNT.

           MOVE WS-TEA-CNT TO WS-RUN-READ.
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
      *    Taux horaires HSA et HSE ; le fichier est obligatoire.      *
      ******************************************************************
       0100-START-LOAD-RATES.
           OPEN INPUT F-RATE.
           IF NOT FS-RATE-OK
               DISPLAY "ERREUR OUVERTURE taux-heures-sup.txt :" SPACE
                  FS-RATE
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0100-LOAD-RATES
           END-IF.

           PERFORM UNTIL FS-RATE-EOF
               READ F-RATE
               AT END
                   SET FS-RATE-EOF TO TRUE
               NOT AT END
                   IF RT-RATE IS NUMERIC
                       EVALUATE RT-CODE
                          WHEN "HSA"
                             MOVE RT-RATE TO WS-RATE-HSA
                          WHEN "HSE"
                             MOVE RT-RATE TO WS-RATE-HSE
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-RATE.
       END-0100-LOAD-RATES.
           EXIT.

      ******************************************************************
      *    Charge le fichier du personnel (matricule, nom, prénom).    *
      ******************************************************************
       0200-START-LOAD-EMPLOYEES.
           OPEN INPUT F-EMPLOYEE.
           IF NOT FS-EMPLOYEE-OK
               DISPLAY "ERREUR OUVERTURE fichierclient.txt :" SPACE
                  FS-EMPLOYEE
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0200-LOAD-EMPLOYEES
           END-IF.

           PERFORM UNTIL FS-EMPLOYEE-EOF
               READ F-EMPLOYEE
               AT END
                   SET FS-EMPLOYEE-EOF TO TRUE
               NOT AT END
                   IF WS-EMP-CNT < 2000 AND EM-ID NOT = SPACES
                       ADD 1 TO WS-EMP-CNT
                       MOVE EM-ID TO WS-EM-ID(WS-EMP-CNT)
                       MOVE FUNCTION UPPER-CASE(EM-NOM)
                          TO WS-EM-NOM(WS-EMP-CNT)
                       MOVE FUNCTION UPPER-CASE(EM-PRENOM)
                          TO WS-EM-PRENOM(WS-EMP-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-EMPLOYEE.
       END-0200-LOAD-EMPLOYEES.
           EXIT.

      ******************************************************************
      *    Rapprochements explicites enseignant / matricule de paie,   *
      *    avec le service statutaire propre à l'enseignant. Le        *
      *    fichier est facultatif ; un matricule absent du fichier du  *
      *    personnel n'est pas retenu.                                 *
      ******************************************************************
       0300-START-LOAD-LINKS.
           OPEN INPUT F-LINK.
           IF NOT FS-LINK-OK
               GO TO END-0300-LOAD-LINKS
           END-IF.

           PERFORM UNTIL FS-LINK-EOF
               READ F-LINK
               AT END
                   SET FS-LINK-EOF TO TRUE
               NOT AT END
                   PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                           UNTIL WS-TE-IDX > WS-TEA-CNT
                       IF WS-TE-ID(WS-TE-IDX) = LK-TEACHER-ID
                           PERFORM 0310-START-APPLY-LINK
                              THRU END-0310-APPLY-LINK
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE F-LINK.
       END-0300-LOAD-LINKS.
           EXIT.

      ******************************************************************
      *    Porte le rapprochement lu sur l'enseignant WS-TE-IDX.       *
      ******************************************************************
       0310-START-APPLY-LINK.
           IF LK-SERVICE IS NUMERIC AND LK-SERVICE NOT = "00"
               MOVE LK-SERVICE TO WS-TE-SERVICE(WS-TE-IDX)
           END-IF.

           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EMP-CNT
               IF WS-EM-ID(WS-EM-IDX) = LK-EMPLOYEE-ID
                   MOVE LK-EMPLOYEE-ID TO WS-TE-EMPLOYEE-ID(WS-TE-IDX)
               END-IF
           END-PERFORM.
       END-0310-APPLY-LINK.
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
      *    Service hebdomadaire de chaque enseignant : la durée de     *
      *    ses créneaux SCHEDULE (heures HHMM), en minutes.            *
      ******************************************************************
       2000-START-LOAD-SERVICE.
           EXEC SQL
               DECLARE CRSSERVICE CURSOR FOR
               SELECT t.id, t.lastname, t.firstname,
                      COALESCE(SUM((h.end_time / 100) * 60
                                   + MOD(h.end_time, 100)
                                   - (h.start_time / 100) * 60
                                   - MOD(h.start_time, 100)), 0)
               FROM teacher t
               LEFT JOIN course c ON c.teacher_id = t.id
               LEFT JOIN schedule h ON h.course_id = c.id
               GROUP BY t.id, t.lastname, t.firstname
               ORDER BY t.lastname, t.firstname, t.id
           END-EXEC.

           EXEC SQL OPEN CRSSERVICE END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSSERVICE
                   INTO :SQL-S-TEACHER-ID, :SQL-S-LASTNAME,
                   :SQL-S-FIRSTNAME, :SQL-S-WEEK-MIN
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-TEA-CNT < 500
                           PERFORM 2010-START-ADD-TEACHER
                              THRU END-2010-ADD-TEACHER
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSSERVICE :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSSERVICE END-EXEC.
       END-2000-LOAD-SERVICE.
           EXIT.

      ******************************************************************
      *    Ajoute l'enseignant lu ; son matricule de paie est cherché  *
      *    par nom et prénom, et n'est retenu que s'il est unique.     *
      ******************************************************************
       2010-START-ADD-TEACHER.
           ADD 1 TO WS-TEA-CNT.
           SET WS-TE-IDX TO WS-TEA-CNT.
           MOVE SQL-S-TEACHER-ID TO WS-TE-ID(WS-TE-IDX).
           MOVE SQL-S-LASTNAME   TO WS-TE-LASTNAME(WS-TE-IDX).
           MOVE SQL-S-FIRSTNAME  TO WS-TE-FIRSTNAME(WS-TE-IDX).
           MOVE SQL-S-WEEK-MIN   TO WS-TE-WEEK-MIN(WS-TE-IDX).
           MOVE ZERO             TO WS-TE-SUBS-MIN(WS-TE-IDX).
           MOVE WS-SERVICE       TO WS-TE-SERVICE(WS-TE-IDX).
           MOVE SPACES           TO WS-TE-EMPLOYEE-ID(WS-TE-IDX).

           MOVE FUNCTION UPPER-CASE(SQL-S-LASTNAME) TO WS-NAME-1.
           MOVE FUNCTION UPPER-CASE(SQL-S-FIRSTNAME) TO WS-NAME-2.
           MOVE ZERO TO WS-MATCH-CNT.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EMP-CNT
               IF WS-EM-NOM(WS-EM-IDX) = WS-NAME-1
                  AND WS-EM-PRENOM(WS-EM-IDX) = WS-NAME-2
                   ADD 1 TO WS-MATCH-CNT
                   MOVE WS-EM-ID(WS-EM-IDX) TO WS-MATCH-ID
               END-IF
           END-PERFORM.

           IF WS-MATCH-CNT = 1
               MOVE WS-MATCH-ID TO WS-TE-EMPLOYEE-ID(WS-TE-IDX)
           END-IF.
       END-2010-ADD-TEACHER.
           EXIT.

      ******************************************************************
      *    Remplacements du mois : chaque créneau du cours remplacé    *
      *    est crédité au remplaçant autant de fois que son jour de    *
      *    la semaine revient entre les bornes communes à la période   *
      *    de remplacement et au mois.                                 *
      ******************************************************************
       2100-START-LOAD-SUBSTITUTIONS.
           EXEC SQL
               DECLARE CRSHSUBS CURSOR FOR
               SELECT b.substitute_id, b.start_date, b.end_date,
                      h.day,
                      (h.end_time / 100) * 60 + MOD(h.end_time, 100)
                      - (h.start_time / 100) * 60
                      - MOD(h.start_time, 100)
               FROM substitution b
               JOIN schedule h ON h.course_id = b.course_id
               WHERE COALESCE(b.substitute_id, 0) <> 0
               AND b.start_date <= :SQL-S-MONTH-END
               AND b.end_date >= :SQL-S-MONTH-START
               ORDER BY b.substitute_id
           END-EXEC.

           EXEC SQL OPEN CRSHSUBS END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSHSUBS
                   INTO :SQL-S-TEACHER-ID, :SQL-S-START, :SQL-S-END,
                   :SQL-S-DAY, :SQL-S-SLOT-MIN
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2110-START-CREDIT-SLOT
                          THRU END-2110-CREDIT-SLOT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSHSUBS :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSHSUBS END-EXEC.
       END-2100-LOAD-SUBSTITUTIONS.
           EXIT.

      ******************************************************************
      *    Crédite le créneau lu au remplaçant, une fois par jour de   *
      *    la période qui tombe sur le jour du créneau (1 = lundi).    *
      ******************************************************************
       2110-START-CREDIT-SLOT.
           SET WS-TE-IDX TO 1.
           SEARCH WS-TE-ENTRY
               AT END
                   GO TO END-2110-CREDIT-SLOT
               WHEN WS-TE-IDX > WS-TEA-CNT
                   GO TO END-2110-CREDIT-SLOT
               WHEN WS-TE-ID(WS-TE-IDX) = SQL-S-TEACHER-ID
                   CONTINUE
           END-SEARCH.

           IF SQL-S-START > WS-MONTH-START
               COMPUTE WS-FROM-INT =
                  FUNCTION INTEGER-OF-DATE(SQL-S-START)
           ELSE
               COMPUTE WS-FROM-INT =
                  FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           END-IF.
           IF SQL-S-END < WS-MONTH-END
               COMPUTE WS-TO-INT =
                  FUNCTION INTEGER-OF-DATE(SQL-S-END)
           ELSE
               COMPUTE WS-TO-INT =
                  FUNCTION INTEGER-OF-DATE(WS-MONTH-END)
           END-IF.

           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               IF WS-DOW = SQL-S-DAY
                   ADD SQL-S-SLOT-MIN TO WS-TE-SUBS-MIN(WS-TE-IDX)
               END-IF
           END-PERFORM.
       END-2110-CREDIT-SLOT.
           EXIT.

      ******************************************************************
      *    Par enseignant : heures HSA (dépassement hebdomadaire du    *
      *    service, fois le nombre de semaines payées du mois) et HSE  *
      *    (remplacements), valorisées au taux horaire. Les            *
      *    enseignants à payer sans matricule de paie sont rejetés.    *
      ******************************************************************
       3000-START-W-PAY.
           OPEN OUTPUT F-PAY.
           OPEN OUTPUT F-OUTPUT.
           OPEN OUTPUT F-REJECT.

           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-OUTPUT FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HEURES SUPPLEMENTAIRES ET REMPLACEMENTS - MOIS"
              SPACE WS-MONTH-MM "/" WS-MONTH-YYYY
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-OUTPUT FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-OUTPUT FROM WS-PRINT-LINE.

           PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                   UNTIL WS-TE-IDX > WS-TEA-CNT
               PERFORM 3100-START-W-ONE-TEACHER
                  THRU END-3100-W-ONE-TEACHER
           END-PERFORM.

           MOVE WS-TOT-AMOUNT TO WS-PNT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL A PAYER :" SPACE WS-PNT-AMOUNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-OUTPUT FROM WS-PRINT-LINE.

           CLOSE F-PAY.
           CLOSE F-OUTPUT.
           CLOSE F-REJECT.
       END-3000-W-PAY.
           EXIT.

      ******************************************************************
      *    Heures et montants de l'enseignant WS-TE-IDX.               *
      ******************************************************************
       3100-START-W-ONE-TEACHER.
           COMPUTE WS-EXCESS-MIN = WS-TE-WEEK-MIN(WS-TE-IDX)
              - WS-TE-SERVICE(WS-TE-IDX) * 60.
           IF WS-EXCESS-MIN < ZERO
               MOVE ZERO TO WS-EXCESS-MIN
           END-IF.
           COMPUTE WS-HSA-HOURS ROUNDED =
              WS-EXCESS-MIN * WS-WEEKS / 60.
           COMPUTE WS-HSE-HOURS ROUNDED =
              WS-TE-SUBS-MIN(WS-TE-IDX) / 60.

           IF WS-HSA-HOURS = ZERO AND WS-HSE-HOURS = ZERO
               GO TO END-3100-W-ONE-TEACHER
           END-IF.

           COMPUTE WS-HSA-AMOUNT ROUNDED = WS-HSA-HOURS * WS-RATE-HSA.
           COMPUTE WS-HSE-AMOUNT ROUNDED = WS-HSE-HOURS * WS-RATE-HSE.

           MOVE WS-HSA-HOURS TO WS-PNT-HOURS.
           MOVE WS-HSE-HOURS TO WS-PNT-HOURS-2.
           COMPUTE WS-PNT-WEEK = WS-TE-WEEK-MIN(WS-TE-IDX) / 60.

           IF WS-TE-EMPLOYEE-ID(WS-TE-IDX) = SPACES
               ADD 1 TO WS-REJECT-CNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-TE-ID(WS-TE-IDX) SPACE
                  WS-TE-LASTNAME(WS-TE-IDX) SPACE
                  WS-TE-FIRSTNAME(WS-TE-IDX) SPACE "HSA" WS-PNT-HOURS
                  SPACE "HSE" WS-PNT-HOURS-2 SPACE
                  "- MATRICULE DE PAIE INTROUVABLE OU AMBIGU"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
               WRITE R-REJECT FROM WS-PRINT-LINE
               GO TO END-3100-W-ONE-TEACHER
           END-IF.

           ADD 1 TO WS-PAID-CNT.

           IF WS-HSA-HOURS > ZERO
               MOVE WS-TE-EMPLOYEE-ID(WS-TE-IDX) TO PV-EMPLOYEE-ID
               MOVE "HSA"         TO PV-CODE
               MOVE WS-MONTH      TO PV-PERIOD
               MOVE WS-HSA-HOURS  TO PV-HOURS
               MOVE WS-RATE-HSA   TO PV-RATE
               MOVE WS-HSA-AMOUNT TO PV-AMOUNT
               WRITE R-PAY
               ADD 1 TO WS-RUN-WRITTEN
               ADD WS-HSA-AMOUNT TO WS-TOT-AMOUNT
           END-IF.

           IF WS-HSE-HOURS > ZERO
               MOVE WS-TE-EMPLOYEE-ID(WS-TE-IDX) TO PV-EMPLOYEE-ID
               MOVE "HSE"         TO PV-CODE
               MOVE WS-MONTH      TO PV-PERIOD
               MOVE WS-HSE-HOURS  TO PV-HOURS
               MOVE WS-RATE-HSE   TO PV-RATE
               MOVE WS-HSE-AMOUNT TO PV-AMOUNT
               WRITE R-PAY
               ADD 1 TO WS-RUN-WRITTEN
               ADD WS-HSE-AMOUNT TO WS-TOT-AMOUNT
           END-IF.

           COMPUTE WS-PNT-AMOUNT = WS-HSA-AMOUNT + WS-HSE-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-TE-LASTNAME(WS-TE-IDX) SPACE
              WS-TE-FIRSTNAME(WS-TE-IDX) SPACE
              WS-TE-EMPLOYEE-ID(WS-TE-IDX) SPACE
              "SERVICE" WS-PNT-WEEK SPACE "/" SPACE
              WS-TE-SERVICE(WS-TE-IDX) SPACE
              "HSA" WS-PNT-HOURS SPACE "HSE" WS-PNT-HOURS-2 SPACE
              "MONTANT" WS-PNT-AMOUNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-OUTPUT FROM WS-PRINT-LINE.
       END-3100-W-ONE-TEACHER.
           EXIT.
