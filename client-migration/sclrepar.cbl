      ******************************************************************
      *    Répartition des classes de la rentrée : après sclprom, tous *
      *    les admis sont dans la classe d'amorce (SCLPROM-NEXT-CLASS, *
      *    RECORD "05" de "input-rentree.dat"). Le programme les       *
      *    répartit, avec les arrivées de scltrans inscrites dans      *
      *    cette même classe d'amorce, entre les classes listées dans  *
      *    "repartition-classes.dat" (un nom de classe par ligne) :    *
      *    - la capacité de chaque classe (CLASS_CAPACITY) n'est       *
      *      jamais dépassée ; sans ligne de capacité, pas de limite ; *
      *    - les classes sont équilibrées en effectif, en sexe (F, M,  *
      *      non renseigné), en niveau (moyenne de passage de          *
      *      "promotion-decisions.dat" au-dessus ou au-dessous de la   *
      *      moyenne de la cohorte, ou sans moyenne pour les           *
      *      arrivées) et en options (RECORD "08" / ENROLMENT) ;       *
      *    - les contraintes de la CPE de "repartition-contraintes.dat"*
      *      (S : deux élèves à séparer, E : deux élèves à garder      *
      *      ensemble, repérés par matricule) sont respectées. Les     *
      *      élèves à garder ensemble sont placés en bloc.             *
      *    Les élèves sont pris par moyenne décroissante et chacun     *
      *    va dans la classe où il déséquilibre le moins.              *
      *    Sorties :                                                   *
      *    - "repartition-rentree.dat" : prêt pour "input.dat", un     *
      *      en-tête "00" puis par classe un RECORD "05" suivi des     *
      *      RECORD "01" de ses élèves et de leurs RECORD "08" ;       *
      *    - "repartition-mouvements.dat" : une modification U par     *
      *      élève au format de "student-trans.dat", pour que scltrans *
      *      porte la nouvelle classe dans STUDENT (scldb ne lit pas   *
      *      la classe du RECORD "05") ;                               *
      *    - "repartition-rapport.dat" : bilan par classe, élèves non  *
      *      placés, contraintes inapplicables.                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclrepar.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLASSES ASSIGN TO 'repartition-classes.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLASSES.

           SELECT F-SEED ASSIGN TO 'input-rentree.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEED.

           SELECT F-DECISIONS ASSIGN TO 'promotion-decisions.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DECISIONS.

           SELECT F-CONSTRAINT ASSIGN TO 'repartition-contraintes.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSTRAINT.

           SELECT F-OUTPUT ASSIGN TO 'repartition-rentree.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUTPUT.

           SELECT F-TRANS ASSIGN TO 'repartition-mouvements.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANS.

           SELECT F-REPORT ASSIGN TO 'repartition-rapport.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORT.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLASSES
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  R-CLASSES PIC X(10).

       FD  F-SEED
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-SEED-2          PIC X(02).

       01  REC-STUDENT.
           03 R-S-KEY            PIC 9(02).
           03 R-S-LASTNAME       PIC X(07).
           03 R-S-FIRSTNAME      PIC X(06).
           03 R-S-AGE            PIC 9(03).
           03 R-S-MATRICULE      PIC 9(06).

       01  REC-CLASS.
           03 R-CL-KEY           PIC 9(02).
           03 R-CL-NAME          PIC X(10).

       01  REC-VERSION.
           03 R-V-KEY            PIC 9(02).
           03 R-V-VERSION        PIC X(04).
           03 R-V-ETAB           PIC X(03).

       01  REC-OPTION.
           03 R-O-KEY            PIC 9(02).
           03 R-O-GROUP          PIC X(04).
           03 R-O-OPTION         PIC X(06).
           03 R-O-LABEL          PIC X(21).

      *    Ligne de décision écrite par sclprom, lue comme le fait
      *    sclopt.
       FD  F-DECISIONS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-DECISIONS.
           03 DC-LASTNAME  PIC X(07).
           03 FILLER       PIC X(01).
           03 DC-FIRSTNAME PIC X(06).
           03 FILLER       PIC X(11).
           03 DC-AVERAGE   PIC Z9,99.
           03 FILLER       PIC X(12).
           03 DC-DECISION  PIC X(08).
           03 FILLER       PIC X(13).
           03 DC-MATRICULE PIC X(06).
           03 FILLER       PIC X(51).

       FD  F-CONSTRAINT
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  R-CONSTRAINT.
           03 CT-KIND      PIC X(01).
               88 CT-KIND-APART    VALUE 'S'.
               88 CT-KIND-TOGETHER VALUE 'E'.
           03 CT-MATRICULE-1 PIC 9(06).
           03 CT-MATRICULE-2 PIC 9(06).

       FD  F-OUTPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-OUTPUT          PIC X(100).

      *    Modification au format de "student-trans.dat" (scltrans).
       FD  F-TRANS
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
       01  R-TRANS.
           03 T-ACTION     PIC X(01).
           03 T-DATE       PIC 9(08).
           03 T-LASTNAME   PIC X(07).
           03 T-FIRSTNAME  PIC X(06).
           03 T-AGE        PIC 9(03).
           03 T-CLASS      PIC X(10).
           03 T-MATRICULE  PIC 9(06).
           03 T-GENDER     PIC X(01).

       FD  F-REPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-REPORT PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-CLASSES PIC X(02).
           88 FS-CLASSES-OK  VALUE '00'.
           88 FS-CLASSES-EOF VALUE '10'.

       01  FS-SEED PIC X(02).
           88 FS-SEED-OK  VALUE '00'.
           88 FS-SEED-EOF VALUE '10'.

       01  FS-DECISIONS PIC X(02).
           88 FS-DECISIONS-OK  VALUE '00'.
           88 FS-DECISIONS-EOF VALUE '10'.

       01  FS-CONSTRAINT PIC X(02).
           88 FS-CONSTRAINT-OK  VALUE '00'.
           88 FS-CONSTRAINT-EOF VALUE '10'.

       01  FS-OUTPUT PIC X(02).
           88 FS-OUTPUT-OK VALUE '00'.

       01  FS-TRANS PIC X(02).
           88 FS-TRANS-OK VALUE '00'.

       01  FS-REPORT PIC X(02).
           88 FS-REPORT-OK VALUE '00'.

      *    Classes cibles : capacité (0 = sans limite) et compteurs
      *    d'équilibrage (sexe F/M/non renseigné, niveau au-dessus /
      *    au-dessous de la moyenne / sans moyenne).
       01  WS-CLASS-CNT PIC 9(02) VALUE ZERO.
       01  WS-CLASS-TABLE.
           03 WS-CL-ENTRY OCCURS 20 TIMES
                          INDEXED BY WS-CL-IDX.
               05 WS-CL-NAME       PIC X(10).
               05 WS-CL-CAPACITY   PIC 9(04).
               05 WS-CL-COUNT      PIC 9(04).
               05 WS-CL-SUM-AV     PIC 9(06)V99.
               05 WS-CL-AV-CNT     PIC 9(04).
               05 WS-CL-GENDER-CNT PIC 9(04) OCCURS 3 TIMES.
               05 WS-CL-LEVEL-CNT  PIC 9(04) OCCURS 3 TIMES.

      *    Options rencontrées et leur effectif par classe.
       01  WS-OPT-CNT PIC 9(02) VALUE ZERO.
       01  WS-OPT-TABLE.
           03 WS-OP-ENTRY OCCURS 40 TIMES
                          INDEXED BY WS-OP-IDX.
               05 WS-OP-CODE      PIC X(06).
               05 WS-OP-CLASS-CNT PIC 9(04) OCCURS 20 TIMES.

      *    Cohorte à répartir : admis de l'amorce (P) et arrivées (A).
       01  WS-STUD-CNT PIC 9(04) VALUE ZERO.
       01  WS-STUD-TABLE.
           03 WS-SD-ENTRY OCCURS 800 TIMES
                          INDEXED BY WS-SD-IDX WS-SD-IDX2.
               05 WS-SD-MATRICULE PIC 9(06).
               05 WS-SD-LASTNAME  PIC X(07).
               05 WS-SD-FIRSTNAME PIC X(06).
               05 WS-SD-AGE       PIC 9(03).
               05 WS-SD-ORIGIN    PIC X(01).
               05 WS-SD-AVERAGE   PIC 99V99.
               05 WS-SD-HAS-AV    PIC X(01).
                   88 WS-SD-AV-KNOWN VALUE 'Y'.
               05 WS-SD-GENDER    PIC X(01).
               05 WS-SD-GENDER-IX PIC 9(01).
               05 WS-SD-LEVEL-IX  PIC 9(01).
               05 WS-SD-ROOT      PIC 9(04).
               05 WS-SD-CLASS-IX  PIC 9(02).
               05 WS-SD-DONE      PIC X(01).
                   88 WS-SD-DONE-Y VALUE 'Y'.
               05 WS-SD-OPT-CNT   PIC 9(01).
               05 WS-SD-OPT OCCURS 4 TIMES.
                   07 WS-SD-OPT-GROUP PIC X(04).
                   07 WS-SD-OPT-CODE  PIC X(06).
                   07 WS-SD-OPT-LABEL PIC X(21).
                   07 WS-SD-OPT-IX    PIC 9(02).

      *    Ordre de traitement : moyenne décroissante, les élèves
      *    sans moyenne en dernier.
       01  WS-ORDER-TABLE.
           03 WS-ORDER PIC 9(04) OCCURS 800 TIMES.

      *    Contraintes "à séparer", avec les rangs des deux élèves
      *    dans la cohorte.
       01  WS-APART-CNT PIC 9(03) VALUE ZERO.
       01  WS-APART-TABLE.
           03 WS-AP-ENTRY OCCURS 300 TIMES
                          INDEXED BY WS-AP-IDX.
               05 WS-AP-STUD-1 PIC 9(04).
               05 WS-AP-STUD-2 PIC 9(04).

       01  WS-POOL-CLASS  PIC X(10) VALUE SPACES.
       01  WS-ETAB        PIC X(03) VALUE SPACES.
       01  WS-VERSION     PIC X(04) VALUE "0003".
       01  WS-TODAY       PIC 9(08).

       01  WS-I           PIC 9(04).
       01  WS-J           PIC 9(04).
       01  WS-K           PIC 9(04).
       01  WS-O           PIC 9(02).
       01  WS-STUD-1      PIC 9(04).
       01  WS-STUD-2      PIC 9(04).
       01  WS-ROOT-1      PIC 9(04).
       01  WS-ROOT-2      PIC 9(04).
       01  WS-FIND-IX     PIC 9(04).
       01  WS-CUR-ROOT    PIC 9(04).
       01  WS-GROUP-SIZE  PIC 9(04).
       01  WS-COST        PIC 9(09).
       01  WS-BEST-COST   PIC 9(09).
       01  WS-BEST-CLASS  PIC 9(02).
       01  WS-FEASIBLE    PIC X(01).
           88 WS-FEASIBLE-Y VALUE 'Y'.
           88 WS-FEASIBLE-N VALUE 'N'.
       01  WS-FOUND       PIC X(01).
           88 WS-FOUND-Y VALUE 'Y'.
           88 WS-FOUND-N VALUE 'N'.

       01  WS-COHORT-SUM  PIC 9(06)V99 VALUE ZERO.
       01  WS-COHORT-CNT  PIC 9(04) VALUE ZERO.
       01  WS-COHORT-AV   PIC 99V99 VALUE ZERO.
       01  WS-CLASS-AV    PIC 99V99.

       01  WS-LINE        PIC X(120).
       01  WS-PNT-AV      PIC Z9,99.
       01  WS-PNT-CNT     PIC ZZZ9.
       01  WS-PNT-CAP     PIC ZZZ9.

       01  WS-PROMOTED-CNT  PIC 9(04) VALUE ZERO.
       01  WS-ARRIVAL-CNT   PIC 9(04) VALUE ZERO.
       01  WS-PLACED-CNT    PIC 9(04) VALUE ZERO.
       01  WS-UNPLACED-CNT  PIC 9(04) VALUE ZERO.
       01  WS-BAD-CONSTRAINT PIC 9(04) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclrepar'.

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

       01  SQL-REPAR.
           03 SQL-R-POOL-CLASS PIC X(10).
           03 SQL-R-CLASS      PIC X(10).
           03 SQL-R-CAPACITY   PIC 9(04).
           03 SQL-R-ID         PIC 9(04).
           03 SQL-R-LASTNAME   PIC X(07).
           03 SQL-R-FIRSTNAME  PIC X(06).
           03 SQL-R-AGE        PIC 9(03).
           03 SQL-R-MATRICULE  PIC 9(06).
           03 SQL-R-GENDER     PIC X(01).
           03 SQL-R-GROUP      PIC X(04).
           03 SQL-R-OPTION     PIC X(06).
           03 SQL-R-LABEL      PIC X(21).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0100-START-LOAD-CLASSES
              THRU END-0100-LOAD-CLASSES.
           IF WS-CLASS-CNT = ZERO
               DISPLAY "repartition-classes.dat ABSENT OU VIDE : "
                  "REPARTITION ABANDONNEE"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN-LOG
           END-IF.

           PERFORM 0200-START-LOAD-SEED
              THRU END-0200-LOAD-SEED.
           IF WS-POOL-CLASS = SPACES
               DISPLAY "input-rentree.dat ABSENT OU SANS RECORD 05 : "
                  "REPARTITION ABANDONNEE"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN-LOG
           END-IF.

           PERFORM 0300-START-LOAD-AVERAGES
              THRU END-0300-LOAD-AVERAGES.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           PERFORM 0400-START-LOAD-ARRIVALS
              THRU END-0400-LOAD-ARRIVALS.
           PERFORM 0500-START-LOAD-DB-FACTS
              THRU END-0500-LOAD-DB-FACTS.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           OPEN OUTPUT F-REPORT.

           PERFORM 0600-START-PREPARE
              THRU END-0600-PREPARE.
           PERFORM 0700-START-LOAD-CONSTRAINTS
              THRU END-0700-LOAD-CONSTRAINTS.

           PERFORM 2000-START-DISTRIBUTE
              THRU END-2000-DISTRIBUTE.

           PERFORM 3000-START-W-SEED
              THRU END-3000-W-SEED.
           PERFORM 3100-START-W-REPORT
              THRU END-3100-W-REPORT.

           CLOSE F-REPORT.

           DISPLAY "ADMIS REPARTIS   :" SPACE WS-PROMOTED-CNT.
           DISPLAY "ARRIVEES         :" SPACE WS-ARRIVAL-CNT.
           DISPLAY "ELEVES PLACES    :" SPACE WS-PLACED-CNT.
           DISPLAY "ELEVES NON PLACES:" SPACE WS-UNPLACED-CNT.

           MOVE WS-STUD-CNT TO WS-RUN-READ.
           MOVE WS-PLACED-CNT TO WS-RUN-WRITTEN.
           ADD WS-UNPLACED-CNT WS-BAD-CONSTRAINT
              GIVING WS-RUN-REJECTED.

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
      *    Charge les classes cibles (20 au plus).                     *
      ******************************************************************
       0100-START-LOAD-CLASSES.
           OPEN INPUT F-CLASSES.
           IF NOT FS-CLASSES-OK
               GO TO END-0100-LOAD-CLASSES
           END-IF.

           PERFORM UNTIL FS-CLASSES-EOF
               READ F-CLASSES
               AT END
                   SET FS-CLASSES-EOF TO TRUE
               NOT AT END
                   IF R-CLASSES NOT = SPACES AND WS-CLASS-CNT < 20
                       ADD 1 TO WS-CLASS-CNT
                       INITIALIZE WS-CL-ENTRY(WS-CLASS-CNT)
                       MOVE R-CLASSES TO WS-CL-NAME(WS-CLASS-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CLASSES.
       END-0100-LOAD-CLASSES.
           EXIT.

      ******************************************************************
      *    Relit l'amorce de sclprom : classe d'amorce (RECORD "05"),  *
      *    code établissement ("00"), admis ("01") et leurs options    *
      *    ("08").                                                     *
      ******************************************************************
       0200-START-LOAD-SEED.
           OPEN INPUT F-SEED.
           IF NOT FS-SEED-OK
               GO TO END-0200-LOAD-SEED
           END-IF.

           PERFORM UNTIL FS-SEED-EOF
               READ F-SEED
               AT END
                   SET FS-SEED-EOF TO TRUE
               NOT AT END
                   EVALUATE REC-F-SEED-2
                      WHEN "00"
                         MOVE R-V-ETAB TO WS-ETAB
                         MOVE R-V-VERSION TO WS-VERSION
                      WHEN "05"
                         IF WS-POOL-CLASS = SPACES
                             MOVE R-CL-NAME TO WS-POOL-CLASS
                         END-IF
                      WHEN "01"
                         IF WS-STUD-CNT < 800
                             ADD 1 TO WS-STUD-CNT
                             ADD 1 TO WS-PROMOTED-CNT
                             PERFORM 0250-START-NEW-STUDENT
                                THRU END-0250-NEW-STUDENT
                             MOVE 'P' TO WS-SD-ORIGIN(WS-STUD-CNT)
                             MOVE R-S-MATRICULE
                                TO WS-SD-MATRICULE(WS-STUD-CNT)
                             MOVE R-S-LASTNAME
                                TO WS-SD-LASTNAME(WS-STUD-CNT)
                             MOVE R-S-FIRSTNAME
                                TO WS-SD-FIRSTNAME(WS-STUD-CNT)
                             MOVE R-S-AGE TO WS-SD-AGE(WS-STUD-CNT)
                         END-IF
                      WHEN "08"
                         IF WS-STUD-CNT > ZERO
                            AND WS-SD-OPT-CNT(WS-STUD-CNT) < 4
                             MOVE R-O-GROUP  TO SQL-R-GROUP
                             MOVE R-O-OPTION TO SQL-R-OPTION
                             MOVE R-O-LABEL  TO SQL-R-LABEL
                             PERFORM 0260-START-ADD-OPTION
                                THRU END-0260-ADD-OPTION
                         END-IF
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE F-SEED.
       END-0200-LOAD-SEED.
           EXIT.

      ******************************************************************
      *    Remet à blanc la ligne de cohorte WS-STUD-CNT.              *
      ******************************************************************
       0250-START-NEW-STUDENT.
           INITIALIZE WS-SD-ENTRY(WS-STUD-CNT).
           MOVE 'N' TO WS-SD-HAS-AV(WS-STUD-CNT).
           MOVE 'N' TO WS-SD-DONE(WS-STUD-CNT).
           MOVE SPACE TO WS-SD-GENDER(WS-STUD-CNT).
           MOVE WS-STUD-CNT TO WS-SD-ROOT(WS-STUD-CNT).
       END-0250-NEW-STUDENT.
           EXIT.

      ******************************************************************
      *    Ajoute l'option SQL-R-GROUP/OPTION/LABEL à l'élève          *
      *    WS-STUD-CNT, et au référentiel des options rencontrées.     *
      ******************************************************************
       0260-START-ADD-OPTION.
           ADD 1 TO WS-SD-OPT-CNT(WS-STUD-CNT).
           MOVE WS-SD-OPT-CNT(WS-STUD-CNT) TO WS-O.
           MOVE SQL-R-GROUP  TO WS-SD-OPT-GROUP(WS-STUD-CNT, WS-O).
           MOVE SQL-R-OPTION TO WS-SD-OPT-CODE(WS-STUD-CNT, WS-O).
           MOVE SQL-R-LABEL  TO WS-SD-OPT-LABEL(WS-STUD-CNT, WS-O).
           MOVE ZERO TO WS-SD-OPT-IX(WS-STUD-CNT, WS-O).

           SET WS-FOUND-N TO TRUE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OPT-CNT OR WS-FOUND-Y
               IF WS-OP-CODE(WS-OP-IDX) = SQL-R-OPTION
                   SET WS-FOUND-Y TO TRUE
                   SET WS-SD-OPT-IX(WS-STUD-CNT, WS-O) TO WS-OP-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-N AND WS-OPT-CNT < 40
               ADD 1 TO WS-OPT-CNT
               INITIALIZE WS-OP-ENTRY(WS-OPT-CNT)
               MOVE SQL-R-OPTION TO WS-OP-CODE(WS-OPT-CNT)
               MOVE WS-OPT-CNT TO WS-SD-OPT-IX(WS-STUD-CNT, WS-O)
           END-IF.
       END-0260-ADD-OPTION.
           EXIT.

      ******************************************************************
      *    Reprend la moyenne de passage des admis dans les décisions  *
      *    de sclprom.                                                 *
      ******************************************************************
       0300-START-LOAD-AVERAGES.
           OPEN INPUT F-DECISIONS.
           IF NOT FS-DECISIONS-OK
               DISPLAY "AVERTISSEMENT : promotion-decisions.dat "
                  "ABSENT, REPARTITION SANS EQUILIBRE DE NIVEAU"
               GO TO END-0300-LOAD-AVERAGES
           END-IF.

           PERFORM UNTIL FS-DECISIONS-EOF
               READ F-DECISIONS
               AT END
                   SET FS-DECISIONS-EOF TO TRUE
               NOT AT END
                   IF DC-DECISION = "ADMIS" AND DC-MATRICULE NUMERIC
                       PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                               UNTIL WS-SD-IDX > WS-STUD-CNT
                           IF WS-SD-MATRICULE(WS-SD-IDX) =
                              DC-MATRICULE
                              AND WS-SD-MATRICULE(WS-SD-IDX) > ZERO
                               MOVE DC-AVERAGE
                                  TO WS-SD-AVERAGE(WS-SD-IDX)
                               MOVE 'Y' TO WS-SD-HAS-AV(WS-SD-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DECISIONS.
       END-0300-LOAD-AVERAGES.
           EXIT.

      ******************************************************************
      *    Ajoute les arrivées saisies par scltrans dans la classe     *
      *    d'amorce, avec leurs options inscrites (ENROLMENT).         *
      ******************************************************************
       0400-START-LOAD-ARRIVALS.
           MOVE WS-POOL-CLASS TO SQL-R-POOL-CLASS.

           EXEC SQL
               DECLARE CRSARRIVAL CURSOR FOR
               SELECT id, lastname, firstname, COALESCE(age, 0),
                      COALESCE(matricule, 0)
               FROM student
               WHERE class = :SQL-R-POOL-CLASS
               AND COALESCE(active, 'Y') <> 'N'
               ORDER BY lastname, firstname
           END-EXEC.

           EXEC SQL OPEN CRSARRIVAL END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSARRIVAL
                   INTO :SQL-R-ID, :SQL-R-LASTNAME, :SQL-R-FIRSTNAME,
                   :SQL-R-AGE, :SQL-R-MATRICULE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 0410-START-ADD-ARRIVAL
                          THRU END-0410-ADD-ARRIVAL
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSARRIVAL :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSARRIVAL END-EXEC.
       END-0400-LOAD-ARRIVALS.
           EXIT.

      ******************************************************************
      *    Arrivée courante : ignorée si l'amorce la porte déjà.       *
      ******************************************************************
       0410-START-ADD-ARRIVAL.
           SET WS-FOUND-N TO TRUE.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-STUD-CNT OR WS-FOUND-Y
               IF (SQL-R-MATRICULE > ZERO
                   AND WS-SD-MATRICULE(WS-SD-IDX) = SQL-R-MATRICULE)
                  OR (SQL-R-MATRICULE = ZERO
                   AND WS-SD-LASTNAME(WS-SD-IDX) = SQL-R-LASTNAME
                   AND WS-SD-FIRSTNAME(WS-SD-IDX) = SQL-R-FIRSTNAME)
                   SET WS-FOUND-Y TO TRUE
               END-IF
           END-PERFORM.

           IF WS-FOUND-Y OR WS-STUD-CNT NOT < 800
               GO TO END-0410-ADD-ARRIVAL
           END-IF.

           ADD 1 TO WS-STUD-CNT.
           ADD 1 TO WS-ARRIVAL-CNT.
           PERFORM 0250-START-NEW-STUDENT
              THRU END-0250-NEW-STUDENT.
           MOVE 'A' TO WS-SD-ORIGIN(WS-STUD-CNT).
           MOVE SQL-R-MATRICULE TO WS-SD-MATRICULE(WS-STUD-CNT).
           MOVE SQL-R-LASTNAME  TO WS-SD-LASTNAME(WS-STUD-CNT).
           MOVE SQL-R-FIRSTNAME TO WS-SD-FIRSTNAME(WS-STUD-CNT).
           MOVE SQL-R-AGE       TO WS-SD-AGE(WS-STUD-CNT).

           EXEC SQL
               DECLARE CRSARROPT CURSOR FOR
               SELECT e.option_group, e.option_code, c.label
               FROM enrolment e
               JOIN course c ON c.id = e.course_id
               WHERE e.student_id = :SQL-R-ID
               ORDER BY e.option_group
           END-EXEC.

           EXEC SQL OPEN CRSARROPT END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSARROPT
                   INTO :SQL-R-GROUP, :SQL-R-OPTION, :SQL-R-LABEL
               END-EXEC

               IF SQLCODE = ZERO AND WS-SD-OPT-CNT(WS-STUD-CNT) < 4
                   PERFORM 0260-START-ADD-OPTION
                      THRU END-0260-ADD-OPTION
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CRSARROPT END-EXEC.
       END-0410-ADD-ARRIVAL.
           EXIT.

      ******************************************************************
      *    Relève en base le sexe de chaque élève et la capacité de    *
      *    chaque classe cible.                                        *
      ******************************************************************
       0500-START-LOAD-DB-FACTS.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-STUD-CNT
               MOVE WS-SD-MATRICULE(WS-SD-IDX) TO SQL-R-MATRICULE
               MOVE WS-SD-LASTNAME(WS-SD-IDX)  TO SQL-R-LASTNAME
               MOVE WS-SD-FIRSTNAME(WS-SD-IDX) TO SQL-R-FIRSTNAME
               MOVE SPACE TO SQL-R-GENDER
               IF SQL-R-MATRICULE > ZERO
                   EXEC SQL
                       SELECT COALESCE(MAX(gender), ' ')
                       INTO :SQL-R-GENDER
                       FROM student
                       WHERE matricule = :SQL-R-MATRICULE
                   END-EXEC
               ELSE
                   EXEC SQL
                       SELECT COALESCE(MAX(gender), ' ')
                       INTO :SQL-R-GENDER
                       FROM student
                       WHERE lastname = :SQL-R-LASTNAME
                       AND firstname = :SQL-R-FIRSTNAME
                   END-EXEC
               END-IF
               IF SQLCODE = ZERO
                   MOVE SQL-R-GENDER TO WS-SD-GENDER(WS-SD-IDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLASS-CNT
               MOVE WS-CL-NAME(WS-CL-IDX) TO SQL-R-CLASS
               EXEC SQL
                   SELECT capacity INTO :SQL-R-CAPACITY
                   FROM class_capacity
                   WHERE class = :SQL-R-CLASS
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQL-R-CAPACITY TO WS-CL-CAPACITY(WS-CL-IDX)
               ELSE
                   MOVE ZERO TO WS-CL-CAPACITY(WS-CL-IDX)
               END-IF
           END-PERFORM.
       END-0500-LOAD-DB-FACTS.
           EXIT.

      ******************************************************************
      *    Moyenne de la cohorte, catégories d'équilibrage de chaque   *
      *    élève et ordre de traitement (moyenne décroissante).        *
      ******************************************************************
       0600-START-PREPARE.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-STUD-CNT
               IF WS-SD-AV-KNOWN(WS-SD-IDX)
                   ADD WS-SD-AVERAGE(WS-SD-IDX) TO WS-COHORT-SUM
                   ADD 1 TO WS-COHORT-CNT
               END-IF
           END-PERFORM.
           IF WS-COHORT-CNT > ZERO
               COMPUTE WS-COHORT-AV ROUNDED =
                  WS-COHORT-SUM / WS-COHORT-CNT
           END-IF.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-STUD-CNT
               EVALUATE WS-SD-GENDER(WS-SD-IDX)
                  WHEN 'F'
                     MOVE 1 TO WS-SD-GENDER-IX(WS-SD-IDX)
                  WHEN 'M'
                     MOVE 2 TO WS-SD-GENDER-IX(WS-SD-IDX)
                  WHEN OTHER
                     MOVE 3 TO WS-SD-GENDER-IX(WS-SD-IDX)
               END-EVALUATE
               EVALUATE TRUE
                  WHEN NOT WS-SD-AV-KNOWN(WS-SD-IDX)
                     MOVE 3 TO WS-SD-LEVEL-IX(WS-SD-IDX)
                  WHEN WS-SD-AVERAGE(WS-SD-IDX) NOT < WS-COHORT-AV
                     MOVE 1 TO WS-SD-LEVEL-IX(WS-SD-IDX)
                  WHEN OTHER
                     MOVE 2 TO WS-SD-LEVEL-IX(WS-SD-IDX)
               END-EVALUATE
           END-PERFORM.

      *    Tri par insertion de l'ordre de traitement.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STUD-CNT
               MOVE WS-I TO WS-ORDER(WS-I)
               MOVE WS-I TO WS-J
               PERFORM 0650-START-SIFT-ORDER
                  THRU END-0650-SIFT-ORDER
           END-PERFORM.
       END-0600-PREPARE.
           EXIT.

      ******************************************************************
      *    Fait remonter WS-ORDER(WS-J) tant que l'élève qui le        *
      *    précède passe après lui (moyenne plus faible, ou sans       *
      *    moyenne).                                                   *
      ******************************************************************
       0650-START-SIFT-ORDER.
           IF WS-J < 2
               GO TO END-0650-SIFT-ORDER
           END-IF.

           MOVE WS-ORDER(WS-J) TO WS-STUD-1.
           COMPUTE WS-K = WS-J - 1.
           MOVE WS-ORDER(WS-K) TO WS-STUD-2.

           IF WS-SD-AV-KNOWN(WS-STUD-1)
              AND (NOT WS-SD-AV-KNOWN(WS-STUD-2)
                OR WS-SD-AVERAGE(WS-STUD-1) > WS-SD-AVERAGE(WS-STUD-2))
               MOVE WS-STUD-2 TO WS-ORDER(WS-J)
               MOVE WS-STUD-1 TO WS-ORDER(WS-K)
               MOVE WS-K TO WS-J
               GO TO 0650-START-SIFT-ORDER
           END-IF.
       END-0650-SIFT-ORDER.
           EXIT.

      ******************************************************************
      *    Charge les contraintes de la CPE : les élèves à garder      *
      *    ensemble sont réunis sous une même racine ; les paires à    *
      *    séparer sont gardées pour le placement. Un matricule hors   *
      *    cohorte ou une paire à la fois à séparer et à garder        *
      *    ensemble est signalé au rapport.                            *
      ******************************************************************
       0700-START-LOAD-CONSTRAINTS.
           OPEN INPUT F-CONSTRAINT.
           IF NOT FS-CONSTRAINT-OK
               GO TO END-0700-LOAD-CONSTRAINTS
           END-IF.

           MOVE "CONTRAINTES NON APPLIQUEES :" TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.

           PERFORM UNTIL FS-CONSTRAINT-EOF
               READ F-CONSTRAINT
               AT END
                   SET FS-CONSTRAINT-EOF TO TRUE
               NOT AT END
                   PERFORM 0710-START-ONE-CONSTRAINT
                      THRU END-0710-ONE-CONSTRAINT
               END-READ
           END-PERFORM.

           CLOSE F-CONSTRAINT.

      *    Une paire à séparer dont les deux élèves doivent aussi
      *    rester ensemble (directement ou par chaîne) ne peut pas
      *    être tenue : elle est abandonnée et signalée.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APART-CNT
               MOVE WS-AP-STUD-1(WS-AP-IDX) TO WS-FIND-IX
               PERFORM 0750-START-FIND-ROOT THRU END-0750-FIND-ROOT
               MOVE WS-FIND-IX TO WS-ROOT-1
               MOVE WS-AP-STUD-2(WS-AP-IDX) TO WS-FIND-IX
               PERFORM 0750-START-FIND-ROOT THRU END-0750-FIND-ROOT
               MOVE WS-FIND-IX TO WS-ROOT-2
               IF WS-ROOT-1 = WS-ROOT-2
                   MOVE WS-AP-STUD-1(WS-AP-IDX) TO WS-STUD-1
                   MOVE WS-AP-STUD-2(WS-AP-IDX) TO WS-STUD-2
                   MOVE SPACES TO WS-LINE
                   STRING "   S" SPACE WS-SD-MATRICULE(WS-STUD-1)
                      SPACE WS-SD-MATRICULE(WS-STUD-2) SPACE
                      "- A SEPARER MAIS AUSSI A GARDER ENSEMBLE"
                      DELIMITED BY SIZE
                      INTO WS-LINE
                   WRITE R-REPORT FROM WS-LINE
                   ADD 1 TO WS-BAD-CONSTRAINT
                   MOVE ZERO TO WS-AP-STUD-1(WS-AP-IDX)
                   MOVE ZERO TO WS-AP-STUD-2(WS-AP-IDX)
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
       END-0700-LOAD-CONSTRAINTS.
           EXIT.

      ******************************************************************
      *    Contrainte courante : les deux matricules sont cherchés     *
      *    dans la cohorte.                                            *
      ******************************************************************
       0710-START-ONE-CONSTRAINT.
           MOVE ZERO TO WS-STUD-1.
           MOVE ZERO TO WS-STUD-2.

           IF CT-MATRICULE-1 IS NUMERIC AND CT-MATRICULE-2 IS NUMERIC
               PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                       UNTIL WS-SD-IDX > WS-STUD-CNT
                   IF WS-SD-MATRICULE(WS-SD-IDX) = CT-MATRICULE-1
                      AND CT-MATRICULE-1 > ZERO
                       SET WS-STUD-1 TO WS-SD-IDX
                   END-IF
                   IF WS-SD-MATRICULE(WS-SD-IDX) = CT-MATRICULE-2
                      AND CT-MATRICULE-2 > ZERO
                       SET WS-STUD-2 TO WS-SD-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-STUD-1 = ZERO OR WS-STUD-2 = ZERO
              OR WS-STUD-1 = WS-STUD-2
              OR NOT (CT-KIND-APART OR CT-KIND-TOGETHER)
               MOVE SPACES TO WS-LINE
               STRING "   " R-CONSTRAINT SPACE
                  "- TYPE INCONNU OU ELEVE HORS COHORTE"
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-REPORT FROM WS-LINE
               ADD 1 TO WS-BAD-CONSTRAINT
               GO TO END-0710-ONE-CONSTRAINT
           END-IF.

           IF CT-KIND-TOGETHER
               MOVE WS-STUD-1 TO WS-FIND-IX
               PERFORM 0750-START-FIND-ROOT THRU END-0750-FIND-ROOT
               MOVE WS-FIND-IX TO WS-ROOT-1
               MOVE WS-STUD-2 TO WS-FIND-IX
               PERFORM 0750-START-FIND-ROOT THRU END-0750-FIND-ROOT
               MOVE WS-FIND-IX TO WS-ROOT-2
               MOVE WS-ROOT-1 TO WS-SD-ROOT(WS-ROOT-2)
           ELSE
               IF WS-APART-CNT < 300
                   ADD 1 TO WS-APART-CNT
                   MOVE WS-STUD-1 TO WS-AP-STUD-1(WS-APART-CNT)
                   MOVE WS-STUD-2 TO WS-AP-STUD-2(WS-APART-CNT)
               END-IF
           END-IF.
       END-0710-ONE-CONSTRAINT.
           EXIT.

      ******************************************************************
      *    Remonte de WS-FIND-IX jusqu'à la racine de son groupe       *
      *    "ensemble".                                                 *
      ******************************************************************
       0750-START-FIND-ROOT.
           IF WS-SD-ROOT(WS-FIND-IX) NOT = WS-FIND-IX
               MOVE WS-SD-ROOT(WS-FIND-IX) TO WS-FIND-IX
               GO TO 0750-START-FIND-ROOT
           END-IF.
       END-0750-FIND-ROOT.
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
      *    Place les élèves dans l'ordre de traitement ; un élève      *
      *    entraîne tout son groupe "ensemble".                        *
      ******************************************************************
       2000-START-DISTRIBUTE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STUD-CNT
               MOVE WS-ORDER(WS-I) TO WS-FIND-IX
               IF NOT WS-SD-DONE-Y(WS-FIND-IX)
                   PERFORM 0750-START-FIND-ROOT
                      THRU END-0750-FIND-ROOT
                   MOVE WS-FIND-IX TO WS-CUR-ROOT
                   PERFORM 2100-START-PLACE-GROUP
                      THRU END-2100-PLACE-GROUP
               END-IF
           END-PERFORM.
       END-2000-DISTRIBUTE.
           EXIT.

      ******************************************************************
      *    Place le groupe de racine WS-CUR-ROOT dans la classe de     *
      *    moindre coût parmi celles qui peuvent le recevoir.          *
      ******************************************************************
       2100-START-PLACE-GROUP.
      *    Marque les membres du groupe (WS-SD-DONE = 'G') et compte.
           MOVE ZERO TO WS-GROUP-SIZE.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-STUD-CNT
               SET WS-FIND-IX TO WS-SD-IDX
               PERFORM 0750-START-FIND-ROOT THRU END-0750-FIND-ROOT
               IF WS-FIND-IX = WS-CUR-ROOT
                   MOVE 'G' TO WS-SD-DONE(WS-SD-IDX)
                   ADD 1 TO WS-GROUP-SIZE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-BEST-CLASS.
           MOVE 999999999 TO WS-BEST-COST.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLASS-CNT
               PERFORM 2200-START-CLASS-COST
                  THRU END-2200-CLASS-COST
               IF WS-FEASIBLE-Y AND WS-COST < WS-BEST-COST
                   MOVE WS-COST TO WS-BEST-COST
                   SET WS-BEST-CLASS TO WS-CL-IDX
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-STUD-CNT
               IF WS-SD-DONE(WS-SD-IDX) = 'G'
                   MOVE 'Y' TO WS-SD-DONE(WS-SD-IDX)
                   MOVE WS-BEST-CLASS TO WS-SD-CLASS-IX(WS-SD-IDX)
                   IF WS-BEST-CLASS = ZERO
                       ADD 1 TO WS-UNPLACED-CNT
                   ELSE
                       ADD 1 TO WS-PLACED-CNT
                       PERFORM 2300-START-COUNT-IN
                          THRU END-2300-COUNT-IN
                   END-IF
               END-IF
           END-PERFORM.
       END-2100-PLACE-GROUP.
           EXIT.

      ******************************************************************
      *    Coût de l'ajout du groupe marqué 'G' à la classe WS-CL-IDX  *
      *    (WS-FEASIBLE à N si la capacité serait dépassée ou si un    *
      *    élève à séparer d'un membre y est déjà). Le coût pèse       *
      *    d'abord l'effectif, puis le sexe, le niveau et les options  *
      *    déjà présents pour chaque membre.                           *
      ******************************************************************
       2200-START-CLASS-COST.
           SET WS-FEASIBLE-Y TO TRUE.

           IF WS-CL-CAPACITY(WS-CL-IDX) > ZERO
              AND WS-CL-COUNT(WS-CL-IDX) + WS-GROUP-SIZE >
                  WS-CL-CAPACITY(WS-CL-IDX)
               SET WS-FEASIBLE-N TO TRUE
               GO TO END-2200-CLASS-COST
           END-IF.

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APART-CNT OR WS-FEASIBLE-N
               MOVE WS-AP-STUD-1(WS-AP-IDX) TO WS-STUD-1
               MOVE WS-AP-STUD-2(WS-AP-IDX) TO WS-STUD-2
               IF WS-STUD-1 > ZERO
                   IF (WS-SD-DONE(WS-STUD-1) = 'G'
                       AND WS-SD-DONE-Y(WS-STUD-2)
                       AND WS-SD-CLASS-IX(WS-STUD-2) = WS-CL-IDX)
                      OR (WS-SD-DONE(WS-STUD-2) = 'G'
                       AND WS-SD-DONE-Y(WS-STUD-1)
                       AND WS-SD-CLASS-IX(WS-STUD-1) = WS-CL-IDX)
                       SET WS-FEASIBLE-N TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FEASIBLE-N
               GO TO END-2200-CLASS-COST
           END-IF.

           COMPUTE WS-COST = WS-CL-COUNT(WS-CL-IDX) * 100.
           PERFORM VARYING WS-SD-IDX2 FROM 1 BY 1
                   UNTIL WS-SD-IDX2 > WS-STUD-CNT
               IF WS-SD-DONE(WS-SD-IDX2) = 'G'
                   COMPUTE WS-COST = WS-COST
                      + WS-CL-GENDER-CNT(WS-CL-IDX,
                           WS-SD-GENDER-IX(WS-SD-IDX2)) * 10
                      + WS-CL-LEVEL-CNT(WS-CL-IDX,
                           WS-SD-LEVEL-IX(WS-SD-IDX2)) * 10
                   PERFORM VARYING WS-O FROM 1 BY 1
                           UNTIL WS-O > WS-SD-OPT-CNT(WS-SD-IDX2)
                       IF WS-SD-OPT-IX(WS-SD-IDX2, WS-O) > ZERO
                           COMPUTE WS-COST = WS-COST
                              + WS-OP-CLASS-CNT(
                                 WS-SD-OPT-IX(WS-SD-IDX2, WS-O),
                                 WS-CL-IDX) * 5
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       END-2200-CLASS-COST.
           EXIT.

      ******************************************************************
      *    Compte l'élève WS-SD-IDX dans sa classe WS-BEST-CLASS.      *
      ******************************************************************
       2300-START-COUNT-IN.
           ADD 1 TO WS-CL-COUNT(WS-BEST-CLASS).
           ADD 1 TO WS-CL-GENDER-CNT(WS-BEST-CLASS,
                       WS-SD-GENDER-IX(WS-SD-IDX)).
           ADD 1 TO WS-CL-LEVEL-CNT(WS-BEST-CLASS,
                       WS-SD-LEVEL-IX(WS-SD-IDX)).
           IF WS-SD-AV-KNOWN(WS-SD-IDX)
               ADD WS-SD-AVERAGE(WS-SD-IDX)
                  TO WS-CL-SUM-AV(WS-BEST-CLASS)
               ADD 1 TO WS-CL-AV-CNT(WS-BEST-CLASS)
           END-IF.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-SD-OPT-CNT(WS-SD-IDX)
               IF WS-SD-OPT-IX(WS-SD-IDX, WS-O) > ZERO
                   ADD 1 TO WS-OP-CLASS-CNT(
                      WS-SD-OPT-IX(WS-SD-IDX, WS-O), WS-BEST-CLASS)
               END-IF
           END-PERFORM.
       END-2300-COUNT-IN.
           EXIT.

      ******************************************************************
      *    Ecrit l'amorce répartie (un bloc "05" par classe) et les    *
      *    modifications de classe pour scltrans.                      *
      ******************************************************************
       3000-START-W-SEED.
           OPEN OUTPUT F-OUTPUT.
           OPEN OUTPUT F-TRANS.
           IF NOT FS-OUTPUT-OK OR NOT FS-TRANS-OK
               DISPLAY "ERREUR OUVERTURE DES SORTIES DE REPARTITION :"
                  SPACE FS-OUTPUT SPACE FS-TRANS
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-3000-W-SEED
           END-IF.

           MOVE ZERO TO R-V-KEY.
           MOVE WS-VERSION TO R-V-VERSION.
           MOVE WS-ETAB TO R-V-ETAB.
           WRITE REC-F-OUTPUT FROM REC-VERSION.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLASS-CNT
               MOVE 05 TO R-CL-KEY
               MOVE WS-CL-NAME(WS-CL-IDX) TO R-CL-NAME
               WRITE REC-F-OUTPUT FROM REC-CLASS
               PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                       UNTIL WS-SD-IDX > WS-STUD-CNT
                   IF WS-SD-CLASS-IX(WS-SD-IDX) = WS-CL-IDX
                       PERFORM 3010-START-W-STUDENT
                          THRU END-3010-W-STUDENT
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE F-OUTPUT.
           CLOSE F-TRANS.
       END-3000-W-SEED.
           EXIT.

      ******************************************************************
      *    RECORD "01" et "08" de l'élève WS-SD-IDX, et sa             *
      *    modification de classe.                                     *
      ******************************************************************
       3010-START-W-STUDENT.
           MOVE 01 TO R-S-KEY.
           MOVE WS-SD-LASTNAME(WS-SD-IDX)  TO R-S-LASTNAME.
           MOVE WS-SD-FIRSTNAME(WS-SD-IDX) TO R-S-FIRSTNAME.
           MOVE WS-SD-AGE(WS-SD-IDX)       TO R-S-AGE.
           MOVE WS-SD-MATRICULE(WS-SD-IDX) TO R-S-MATRICULE.
           WRITE REC-F-OUTPUT FROM REC-STUDENT.

           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-SD-OPT-CNT(WS-SD-IDX)
               MOVE 08 TO R-O-KEY
               MOVE WS-SD-OPT-GROUP(WS-SD-IDX, WS-O) TO R-O-GROUP
               MOVE WS-SD-OPT-CODE(WS-SD-IDX, WS-O)  TO R-O-OPTION
               MOVE WS-SD-OPT-LABEL(WS-SD-IDX, WS-O) TO R-O-LABEL
               WRITE REC-F-OUTPUT FROM REC-OPTION
           END-PERFORM.

           MOVE SPACES TO R-TRANS.
           MOVE 'U' TO T-ACTION.
           MOVE WS-TODAY TO T-DATE.
           MOVE WS-SD-LASTNAME(WS-SD-IDX)  TO T-LASTNAME.
           MOVE WS-SD-FIRSTNAME(WS-SD-IDX) TO T-FIRSTNAME.
           MOVE WS-SD-AGE(WS-SD-IDX)       TO T-AGE.
           MOVE WS-CL-NAME(WS-CL-IDX)      TO T-CLASS.
           MOVE WS-SD-MATRICULE(WS-SD-IDX) TO T-MATRICULE.
           MOVE WS-SD-GENDER(WS-SD-IDX)    TO T-GENDER.
           WRITE R-TRANS.
       END-3010-W-STUDENT.
           EXIT.

      ******************************************************************
      *    Bilan : par classe l'effectif (et la capacité), la moyenne, *
      *    la répartition F/M/non renseigné et les options ; puis les  *
      *    élèves qui n'ont pu être placés.                            *
      ******************************************************************
       3100-START-W-REPORT.
           MOVE ALL "*" TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
           MOVE WS-COHORT-AV TO WS-PNT-AV.
           MOVE SPACES TO WS-LINE.
           STRING "REPARTITION DE" SPACE WS-POOL-CLASS SPACE
              "- ADMIS" SPACE WS-PROMOTED-CNT SPACE "ARRIVEES" SPACE
              WS-ARRIVAL-CNT SPACE "- MOYENNE DE LA COHORTE"
              WS-PNT-AV
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
           MOVE ALL "*" TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLASS-CNT
               MOVE ZERO TO WS-CLASS-AV
               IF WS-CL-AV-CNT(WS-CL-IDX) > ZERO
                   COMPUTE WS-CLASS-AV ROUNDED =
                      WS-CL-SUM-AV(WS-CL-IDX) / WS-CL-AV-CNT(WS-CL-IDX)
               END-IF
               MOVE WS-CLASS-AV TO WS-PNT-AV
               MOVE WS-CL-COUNT(WS-CL-IDX) TO WS-PNT-CNT
               MOVE WS-CL-CAPACITY(WS-CL-IDX) TO WS-PNT-CAP
               MOVE SPACES TO WS-LINE
               STRING WS-CL-NAME(WS-CL-IDX) SPACE "EFFECTIF"
                  WS-PNT-CNT SPACE "/" WS-PNT-CAP SPACE "MOYENNE"
                  WS-PNT-AV SPACE "F" SPACE
                  WS-CL-GENDER-CNT(WS-CL-IDX, 1) SPACE "M" SPACE
                  WS-CL-GENDER-CNT(WS-CL-IDX, 2) SPACE "?" SPACE
                  WS-CL-GENDER-CNT(WS-CL-IDX, 3)
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-REPORT FROM WS-LINE
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OPT-CNT
                   IF WS-OP-CLASS-CNT(WS-OP-IDX, WS-CL-IDX) > ZERO
                       MOVE SPACES TO WS-LINE
                       STRING "   OPTION" SPACE WS-OP-CODE(WS-OP-IDX)
                          SPACE WS-OP-CLASS-CNT(WS-OP-IDX, WS-CL-IDX)
                          DELIMITED BY SIZE
                          INTO WS-LINE
                       WRITE R-REPORT FROM WS-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
           MOVE "ELEVES NON PLACES (CAPACITE OU CONTRAINTES) :"
              TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-STUD-CNT
               IF WS-SD-CLASS-IX(WS-SD-IDX) = ZERO
                   MOVE SPACES TO WS-LINE
                   STRING "   " WS-SD-LASTNAME(WS-SD-IDX) SPACE
                      WS-SD-FIRSTNAME(WS-SD-IDX) SPACE "MATRICULE"
                      SPACE WS-SD-MATRICULE(WS-SD-IDX)
                      DELIMITED BY SIZE
                      INTO WS-LINE
                   WRITE R-REPORT FROM WS-LINE
               END-IF
           END-PERFORM.
       END-3100-W-REPORT.
           EXIT.
