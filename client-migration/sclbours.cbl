      ******************************************************************
      *    Bourses de collège : pour chaque élève actif dont un        *
      *    responsable a déposé une demande (revenu fiscal de          *
      *    référence du foyer et/ou nombre d'enfants à charge          *
      *    renseignés sur GUARDIAN par le RECORD "07" de scldb), le    *
      *    programme calcule l'échelon de bourse à partir du barème    *
      *    officiel tenu par l'intendance dans "bourse-baremes.dat" :  *
      *    - lignes "P" : nombre d'enfants à charge, puis les          *
      *      plafonds de ressources des échelons 1, 2 et 3 (le         *
      *      plafond de l'échelon 3 est le plus bas) ; la ligne        *
      *      retenue est celle du plus grand nombre d'enfants qui ne   *
      *      dépasse pas celui du foyer ;                              *
      *    - lignes "M" : échelon, montant annuel de la bourse.        *
      *    Sorties :                                                   *
      *    - "bourse-echelons.dat" : l'échelon de chaque demande (ou   *
      *      NON ELIGIBLE au-dessus du plafond de l'échelon 1) ;       *
      *    - "bourse-incomplets.dat" : les demandes sans revenu ou     *
      *      sans nombre d'enfants à charge, à relancer ;              *
      *    - "bourse-demande_AAAA_Tn.dat" : le fichier de demande de   *
      *      paiement du trimestre envoyé au rectorat (en-tête E,      *
      *      une ligne D par boursier avec le tiers du montant annuel  *
      *      - le troisième trimestre reprend l'arrondi -, fin T avec  *
      *      le nombre et le total). Année et trimestre viennent de    *
      *      SCLBOURS-ANNEE / SCLBOURS-TRIMESTRE, sinon du             *
      *      calendrier scolaire (sclcal).                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclbours.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SCALE ASSIGN TO 'bourse-baremes.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCALE.

           SELECT F-LIST ASSIGN TO 'bourse-echelons.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIST.

           SELECT F-INCOMPLETE ASSIGN TO 'bourse-incomplets.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INCOMPLETE.

           SELECT F-CLAIM ASSIGN TO DYNAMIC WS-CLAIM-FILENAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLAIM.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-SCALE
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  R-SCALE-CEILING.
           03 BT-KIND      PIC X(01).
               88 BT-KIND-CEILING VALUE 'P'.
               88 BT-KIND-AMOUNT  VALUE 'M'.
           03 BT-CHILDREN  PIC 9(02).
           03 BT-CEILING   PIC 9(07) OCCURS 3 TIMES.
       01  R-SCALE-AMOUNT.
           03 FILLER       PIC X(01).
           03 BT-ECHELON   PIC 9(01).
           03 BT-AMOUNT    PIC 9(05)V99.
           03 FILLER       PIC X(15).

       FD  F-LIST
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-LIST PIC X(120).

       FD  F-INCOMPLETE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-INCOMPLETE PIC X(120).

      *    Fichier de demande de paiement au rectorat, positionnel.
       FD  F-CLAIM
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.
       01  R-CLAIM-HEADER.
           03 CL-H-KIND       PIC X(01).
           03 CL-H-YEAR       PIC 9(04).
           03 CL-H-TERM       PIC 9(01).
           03 CL-H-DATE       PIC 9(08).
           03 FILLER          PIC X(31).
       01  R-CLAIM-DETAIL.
           03 CL-D-KIND       PIC X(01).
           03 CL-D-ETAB       PIC X(03).
           03 CL-D-MATRICULE  PIC 9(06).
           03 CL-D-LASTNAME   PIC X(07).
           03 CL-D-FIRSTNAME  PIC X(06).
           03 CL-D-CLASS      PIC X(10).
           03 CL-D-ECHELON    PIC 9(01).
           03 CL-D-AMOUNT     PIC 9(05)V99.
           03 FILLER          PIC X(04).
       01  R-CLAIM-TRAILER.
           03 CL-T-KIND       PIC X(01).
           03 CL-T-COUNT      PIC 9(05).
           03 CL-T-TOTAL      PIC 9(07)V99.
           03 FILLER          PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-SCALE PIC X(02).
           88 FS-SCALE-OK  VALUE '00'.
           88 FS-SCALE-EOF VALUE '10'.

       01  FS-LIST PIC X(02).
           88 FS-LIST-OK VALUE '00'.

       01  FS-INCOMPLETE PIC X(02).
           88 FS-INCOMPLETE-OK VALUE '00'.

       01  FS-CLAIM PIC X(02).
           88 FS-CLAIM-OK VALUE '00'.

       01  WS-CLAIM-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CLAIM-OPEN     PIC X(01) VALUE 'N'.
           88 WS-CLAIM-OPEN-YES VALUE 'Y'.

      *    Barème : plafonds par nombre d'enfants à charge, montants
      *    annuels par échelon.
       01  WS-CEIL-COUNT PIC 9(02) VALUE ZERO.
       01  WS-CEIL-TABLE.
           05 WS-CEIL-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-CEIL-IDX.
               10 WS-CEIL-CHILDREN PIC 9(02).
               10 WS-CEIL-VALUE    PIC 9(07) OCCURS 3 TIMES.
       01  WS-CEIL-PICK  PIC 9(02).
       01  WS-AMOUNT-TABLE.
           05 WS-ECHELON-AMOUNT PIC 9(05)V99 OCCURS 3 TIMES
                                VALUE ZERO.

       01  WS-ECHELON     PIC 9(01).
       01  WS-TERM-AMOUNT PIC 9(05)V99.
       01  WS-CLAIM-TOTAL PIC 9(07)V99 VALUE ZERO.

       01  WS-YEAR-ENV PIC X(04) VALUE SPACES.
       01  WS-TERM-ENV PIC X(01) VALUE SPACES.
       01  WS-YEAR     PIC 9(04) VALUE ZERO.
       01  WS-TERM     PIC 9(01) VALUE ZERO.

      *    Calendrier scolaire partagé (sous programme sclcal).
       01  WS-CAL-DATE       PIC 9(08).
       01  WS-CAL-YEAR       PIC 9(04).
       01  WS-CAL-TERM       PIC 9(01).
       01  WS-CAL-TERM-START PIC 9(08).
       01  WS-CAL-TERM-END   PIC 9(08).
       01  WS-CAL-BULLETIN   PIC 9(08).
       01  WS-CAL-RESULT     PIC X(01).
           88 WS-CAL-FOUND VALUE 'T'.

       01  WS-PRINT-LINE  PIC X(120).
       01  WS-PNT-INCOME  PIC Z(06)9.
       01  WS-PNT-AMOUNT  PIC ZZZZ9,99.

       01  WS-APPLY-CNT      PIC 9(05) VALUE ZERO.
       01  WS-GRANTED-CNT    PIC 9(05) VALUE ZERO.
       01  WS-REFUSED-CNT    PIC 9(05) VALUE ZERO.
       01  WS-INCOMPLETE-CNT PIC 9(05) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclbours'.

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

       01  SQL-APPLICATION.
           03 SQL-A-LASTNAME   PIC X(07).
           03 SQL-A-FIRSTNAME  PIC X(06).
           03 SQL-A-MATRICULE  PIC 9(06).
           03 SQL-A-CLASS      PIC X(10).
           03 SQL-A-ETAB       PIC X(03).
           03 SQL-A-GU-NAME    PIC X(20).
           03 SQL-A-INCOME     PIC 9(07).
           03 SQL-A-HAS-INCOME PIC X(01).
               88 SQL-A-INCOME-KNOWN VALUE 'O'.
           03 SQL-A-DEPENDENTS PIC 9(02).
           03 SQL-A-HAS-DEPEND PIC X(01).
               88 SQL-A-DEPEND-KNOWN VALUE 'O'.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.

           PERFORM 0100-START-LOAD-SCALE
              THRU END-0100-LOAD-SCALE.
           IF WS-CEIL-COUNT = ZERO
               DISPLAY "BAREME bourse-baremes.dat ABSENT OU SANS "
                  "PLAFONDS : CALCUL DES BOURSES ABANDONNE"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN-LOG
           END-IF.

           PERFORM 0200-START-CLAIM-PERIOD
              THRU END-0200-CLAIM-PERIOD.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               PERFORM 2000-START-APPLICATIONS
                  THRU END-2000-APPLICATIONS
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "DEMANDES EXAMINEES :" SPACE WS-APPLY-CNT.
           DISPLAY "BOURSIERS          :" SPACE WS-GRANTED-CNT.
           DISPLAY "NON ELIGIBLES      :" SPACE WS-REFUSED-CNT.
           DISPLAY "DOSSIERS INCOMPLETS:" SPACE WS-INCOMPLETE-CNT.

           MOVE WS-APPLY-CNT TO WS-RUN-READ.
           MOVE WS-GRANTED-CNT TO WS-RUN-WRITTEN.
           MOVE WS-INCOMPLETE-CNT TO WS-RUN-REJECTED.

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
      *    Charge le barème : plafonds (lignes P) et montants annuels  *
      *    (lignes M). Une ligne mal formée est ignorée et signalée.   *
      ******************************************************************
       0100-START-LOAD-SCALE.
           OPEN INPUT F-SCALE.
           IF NOT FS-SCALE-OK
               GO TO END-0100-LOAD-SCALE
           END-IF.

           PERFORM UNTIL FS-SCALE-EOF
               READ F-SCALE
               AT END
                   SET FS-SCALE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                      WHEN BT-KIND-CEILING
                       AND BT-CHILDREN IS NUMERIC
                       AND BT-CEILING(1) IS NUMERIC
                       AND BT-CEILING(2) IS NUMERIC
                       AND BT-CEILING(3) IS NUMERIC
                       AND WS-CEIL-COUNT < 20
                         ADD 1 TO WS-CEIL-COUNT
                         MOVE BT-CHILDREN
                            TO WS-CEIL-CHILDREN(WS-CEIL-COUNT)
                         MOVE BT-CEILING(1)
                            TO WS-CEIL-VALUE(WS-CEIL-COUNT, 1)
                         MOVE BT-CEILING(2)
                            TO WS-CEIL-VALUE(WS-CEIL-COUNT, 2)
                         MOVE BT-CEILING(3)
                            TO WS-CEIL-VALUE(WS-CEIL-COUNT, 3)
                      WHEN BT-KIND-AMOUNT
                       AND BT-ECHELON IS NUMERIC
                       AND BT-ECHELON > ZERO AND BT-ECHELON < 4
                       AND BT-AMOUNT IS NUMERIC
                         MOVE BT-AMOUNT
                            TO WS-ECHELON-AMOUNT(BT-ECHELON)
                      WHEN OTHER
                         DISPLAY "LIGNE DE BAREME IGNOREE :" SPACE
                            R-SCALE-CEILING
                   END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE F-SCALE.
       END-0100-LOAD-SCALE.
           EXIT.

      ******************************************************************
      *    Trimestre de la demande de paiement : variables             *
      *    d'environnement, sinon calendrier scolaire. Sans l'un ni    *
      *    l'autre, les échelons sont calculés mais la demande n'est   *
      *    pas écrite.                                                 *
      ******************************************************************
       0200-START-CLAIM-PERIOD.
           ACCEPT WS-YEAR-ENV FROM ENVIRONMENT "SCLBOURS-ANNEE".
           ACCEPT WS-TERM-ENV FROM ENVIRONMENT "SCLBOURS-TRIMESTRE".

           IF WS-YEAR-ENV IS NUMERIC AND WS-TERM-ENV IS NUMERIC
               MOVE WS-YEAR-ENV TO WS-YEAR
               MOVE WS-TERM-ENV TO WS-TERM
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-DATE
               CALL "sclcal" USING WS-CAL-DATE, WS-CAL-YEAR,
                  WS-CAL-TERM, WS-CAL-TERM-START, WS-CAL-TERM-END,
                  WS-CAL-BULLETIN, WS-CAL-RESULT
               END-CALL
               IF WS-CAL-FOUND
                   MOVE WS-CAL-YEAR TO WS-YEAR
                   MOVE WS-CAL-TERM TO WS-TERM
               END-IF
           END-IF.

           IF WS-TERM < 1 OR WS-TERM > 3
               DISPLAY "TRIMESTRE INCONNU (SCLBOURS-ANNEE / "
                  "SCLBOURS-TRIMESTRE) : PAS DE DEMANDE DE PAIEMENT"
               MOVE ZERO TO WS-TERM
               GO TO END-0200-CLAIM-PERIOD
           END-IF.

           STRING "bourse-demande_" WS-YEAR "_T" WS-TERM ".dat"
              DELIMITED BY SIZE
              INTO WS-CLAIM-FILENAME.
       END-0200-CLAIM-PERIOD.
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
      *    Parcourt les demandes : un élève actif par ligne, avec le   *
      *    responsable le plus complet de son foyer (revenu et         *
      *    enfants à charge renseignés de préférence).                 *
      ******************************************************************
       2000-START-APPLICATIONS.
           OPEN OUTPUT F-LIST.
           OPEN OUTPUT F-INCOMPLETE.
           IF NOT FS-LIST-OK OR NOT FS-INCOMPLETE-OK
               DISPLAY "ERREUR OUVERTURE DES LISTES DE BOURSE :" SPACE
                  FS-LIST SPACE FS-INCOMPLETE
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-2000-APPLICATIONS
           END-IF.

           IF WS-TERM > ZERO
               OPEN OUTPUT F-CLAIM
               IF FS-CLAIM-OK
                   SET WS-CLAIM-OPEN-YES TO TRUE
                   MOVE SPACES TO R-CLAIM-HEADER
                   MOVE 'E' TO CL-H-KIND
                   MOVE WS-YEAR TO CL-H-YEAR
                   MOVE WS-TERM TO CL-H-TERM
                   MOVE FUNCTION CURRENT-DATE(1:8) TO CL-H-DATE
                   WRITE R-CLAIM-HEADER
               ELSE
                   DISPLAY "ERREUR OUVERTURE" SPACE
                      WS-CLAIM-FILENAME SPACE ":" SPACE FS-CLAIM
                   MOVE "KO" TO WS-RUN-STATUS
               END-IF
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ECHELONS DE BOURSE - ANNEE" SPACE WS-YEAR SPACE
              "TRIMESTRE" SPACE WS-TERM
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-LIST FROM WS-PRINT-LINE.
           MOVE "DOSSIERS DE BOURSE INCOMPLETS A RELANCER"
              TO WS-PRINT-LINE.
           WRITE R-INCOMPLETE FROM WS-PRINT-LINE.

           EXEC SQL
               DECLARE CRSBOURSE CURSOR FOR
               SELECT lastname, firstname, matricule, class, etab,
                      gu_name, income, has_income, dependents,
                      has_depend
               FROM (
                   SELECT DISTINCT ON (s.id)
                       s.lastname, s.firstname,
                       COALESCE(s.matricule, 0) AS matricule,
                       COALESCE(s.class, ' ') AS class,
                       COALESCE(s.etab, ' ') AS etab,
                       g.name AS gu_name,
                       COALESCE(g.income, 0) AS income,
                       CASE WHEN g.income IS NULL THEN 'N' ELSE 'O'
                       END AS has_income,
                       COALESCE(g.dependents, 0) AS dependents,
                       CASE WHEN g.dependents IS NULL
                            OR g.dependents = 0 THEN 'N' ELSE 'O'
                       END AS has_depend
                   FROM student s
                   JOIN guardian g ON g.student_id = s.id
                   WHERE COALESCE(s.active, 'Y') <> 'N'
                   AND (g.income IS NOT NULL
                        OR g.dependents IS NOT NULL)
                   ORDER BY s.id, (g.income IS NULL),
                            (g.dependents IS NULL), g.name
                   ) x
               ORDER BY class, lastname, firstname
           END-EXEC.

           EXEC SQL OPEN CRSBOURSE END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSBOURSE
                   INTO :SQL-A-LASTNAME, :SQL-A-FIRSTNAME,
                   :SQL-A-MATRICULE, :SQL-A-CLASS, :SQL-A-ETAB,
                   :SQL-A-GU-NAME, :SQL-A-INCOME, :SQL-A-HAS-INCOME,
                   :SQL-A-DEPENDENTS, :SQL-A-HAS-DEPEND
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-APPLY-CNT
                       PERFORM 2100-START-ONE-APPLICATION
                          THRU END-2100-ONE-APPLICATION
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSBOURSE :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSBOURSE END-EXEC.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DEMANDES :" SPACE WS-APPLY-CNT SPACE
              "BOURSIERS :" SPACE WS-GRANTED-CNT SPACE
              "NON ELIGIBLES :" SPACE WS-REFUSED-CNT SPACE
              "INCOMPLETS :" SPACE WS-INCOMPLETE-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-LIST FROM WS-PRINT-LINE.

           IF WS-CLAIM-OPEN-YES
               MOVE SPACES TO R-CLAIM-TRAILER
               MOVE 'T' TO CL-T-KIND
               MOVE WS-GRANTED-CNT TO CL-T-COUNT
               MOVE WS-CLAIM-TOTAL TO CL-T-TOTAL
               WRITE R-CLAIM-TRAILER
               CLOSE F-CLAIM
           END-IF.

           CLOSE F-LIST.
           CLOSE F-INCOMPLETE.
       END-2000-APPLICATIONS.
           EXIT.

      ******************************************************************
      *    Demande courante : incomplète, non éligible ou boursière    *
      *    (ligne D dans la demande de paiement du trimestre).         *
      ******************************************************************
       2100-START-ONE-APPLICATION.
           IF NOT SQL-A-INCOME-KNOWN OR NOT SQL-A-DEPEND-KNOWN
               ADD 1 TO WS-INCOMPLETE-CNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING SQL-A-CLASS SPACE SQL-A-LASTNAME SPACE
                  SQL-A-FIRSTNAME SPACE "MATRICULE" SPACE
                  SQL-A-MATRICULE SPACE "RESPONSABLE" SPACE
                  SQL-A-GU-NAME SPACE "- MANQUE :"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
               IF NOT SQL-A-INCOME-KNOWN
                   MOVE "REVENU FISCAL" TO WS-PRINT-LINE(84:13)
               END-IF
               IF NOT SQL-A-DEPEND-KNOWN
                   MOVE "ENFANTS A CHARGE" TO WS-PRINT-LINE(98:16)
               END-IF
               WRITE R-INCOMPLETE FROM WS-PRINT-LINE
               GO TO END-2100-ONE-APPLICATION
           END-IF.

           PERFORM 2200-START-COMPUTE-ECHELON
              THRU END-2200-COMPUTE-ECHELON.

           MOVE SQL-A-INCOME TO WS-PNT-INCOME.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-ECHELON = ZERO
               ADD 1 TO WS-REFUSED-CNT
               STRING SQL-A-CLASS SPACE SQL-A-LASTNAME SPACE
                  SQL-A-FIRSTNAME SPACE "REVENU" WS-PNT-INCOME SPACE
                  "ENFANTS" SPACE SQL-A-DEPENDENTS SPACE
                  "- NON ELIGIBLE"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
               WRITE R-LIST FROM WS-PRINT-LINE
               GO TO END-2100-ONE-APPLICATION
           END-IF.

           ADD 1 TO WS-GRANTED-CNT.

      *    Tiers du montant annuel, le troisième trimestre reprenant
      *    le reste pour que l'année tombe juste.
           COMPUTE WS-TERM-AMOUNT =
              WS-ECHELON-AMOUNT(WS-ECHELON) / 3.
           IF WS-TERM = 3
               COMPUTE WS-TERM-AMOUNT =
                  WS-ECHELON-AMOUNT(WS-ECHELON) - 2 * WS-TERM-AMOUNT
           END-IF.
           MOVE WS-TERM-AMOUNT TO WS-PNT-AMOUNT.

           STRING SQL-A-CLASS SPACE SQL-A-LASTNAME SPACE
              SQL-A-FIRSTNAME SPACE "REVENU" WS-PNT-INCOME SPACE
              "ENFANTS" SPACE SQL-A-DEPENDENTS SPACE "- ECHELON"
              SPACE WS-ECHELON SPACE "TRIMESTRE" WS-PNT-AMOUNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-LIST FROM WS-PRINT-LINE.

           IF WS-CLAIM-OPEN-YES
               MOVE SPACES TO R-CLAIM-DETAIL
               MOVE 'D'             TO CL-D-KIND
               MOVE SQL-A-ETAB      TO CL-D-ETAB
               MOVE SQL-A-MATRICULE TO CL-D-MATRICULE
               MOVE SQL-A-LASTNAME  TO CL-D-LASTNAME
               MOVE SQL-A-FIRSTNAME TO CL-D-FIRSTNAME
               MOVE SQL-A-CLASS     TO CL-D-CLASS
               MOVE WS-ECHELON      TO CL-D-ECHELON
               MOVE WS-TERM-AMOUNT  TO CL-D-AMOUNT
               WRITE R-CLAIM-DETAIL
               ADD WS-TERM-AMOUNT TO WS-CLAIM-TOTAL
           END-IF.
       END-2100-ONE-APPLICATION.
           EXIT.

      ******************************************************************
      *    Echelon du foyer courant : ligne de plafonds du plus grand  *
      *    nombre d'enfants qui ne dépasse pas celui du foyer (la      *
      *    plus petite si le foyer est sous toutes les lignes), puis   *
      *    l'échelon le plus élevé dont le plafond couvre le revenu.   *
      *    Zéro : au-dessus du plafond de l'échelon 1.                 *
      ******************************************************************
       2200-START-COMPUTE-ECHELON.
           MOVE ZERO TO WS-CEIL-PICK.
           PERFORM VARYING WS-CEIL-IDX FROM 1 BY 1
                   UNTIL WS-CEIL-IDX > WS-CEIL-COUNT
               IF WS-CEIL-CHILDREN(WS-CEIL-IDX) <= SQL-A-DEPENDENTS
                   IF WS-CEIL-PICK = ZERO
                      OR WS-CEIL-CHILDREN(WS-CEIL-IDX) >
                         WS-CEIL-CHILDREN(WS-CEIL-PICK)
                       SET WS-CEIL-PICK TO WS-CEIL-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CEIL-PICK = ZERO
               MOVE 1 TO WS-CEIL-PICK
               PERFORM VARYING WS-CEIL-IDX FROM 1 BY 1
                       UNTIL WS-CEIL-IDX > WS-CEIL-COUNT
                   IF WS-CEIL-CHILDREN(WS-CEIL-IDX) <
                      WS-CEIL-CHILDREN(WS-CEIL-PICK)
                       SET WS-CEIL-PICK TO WS-CEIL-IDX
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
              WHEN SQL-A-INCOME <= WS-CEIL-VALUE(WS-CEIL-PICK, 3)
                 MOVE 3 TO WS-ECHELON
              WHEN SQL-A-INCOME <= WS-CEIL-VALUE(WS-CEIL-PICK, 2)
                 MOVE 2 TO WS-ECHELON
              WHEN SQL-A-INCOME <= WS-CEIL-VALUE(WS-CEIL-PICK, 1)
                 MOVE 1 TO WS-ECHELON
              WHEN OTHER
                 MOVE ZERO TO WS-ECHELON
           END-EVALUATE.
       END-2200-COMPUTE-ECHELON.
           EXIT.
