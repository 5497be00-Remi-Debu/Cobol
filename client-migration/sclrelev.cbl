      ******************************************************************
      *    Relevés mensuels des frais scolaires et balance âgée des    *
      *    impayés, à partir des comptes chargés par sclfrais          *
      *    (tables FEE_CHARGE et FEE_PAYMENT) :                        *
      *    - "releves-frais_AAAAMM.dat" : un relevé par responsable    *
      *      sur le même principe que l'extrait de mise sous pli de    *
      *      sclrep (nom, deux lignes d'adresse, corps, saut de        *
      *      page) - solde du mois précédent, frais et paiements du    *
      *      mois, solde à payer. Un compte sans solde ni mouvement    *
      *      dans le mois ne reçoit pas de relevé ;                    *
      *    - "impayes-frais.dat" : pour l'intendant, chaque compte     *
      *      débiteur en fin de mois, le reste dû étant imputé aux     *
      *      frais les plus récents (les paiements soldent d'abord     *
      *      les plus anciens) et réparti par ancienneté : 0-30,       *
      *      31-60, 61-90 et plus de 90 jours.                         *
      *    Le mois traité est SCLRELEV-MOIS (AAAAMM), le mois en       *
      *    cours par défaut.                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclrelev.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-STATEMENT ASSIGN TO DYNAMIC WS-STATEMENT-FILENAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATEMENT.

           SELECT F-AGED ASSIGN TO 'impayes-frais.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGED.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-STATEMENT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-STATEMENT PIC X(200).

       FD  F-AGED
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-AGED PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-STATEMENT PIC X(02).
           88 FS-STATEMENT-OK VALUE '00'.

       01  FS-AGED PIC X(02).
           88 FS-AGED-OK VALUE '00'.

       01  WS-STATEMENT-FILENAME PIC X(40)
              VALUE 'releves-frais.dat'.

       01  WS-PRINT-LINE PIC X(200).
       01  WS-FORM-FEED  PIC X(01) VALUE X"0C".

      *    Mois traité (SCLRELEV-MOIS) et ses bornes.
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

      *    Ancienneté des impayés.
       01  WS-END-INT     PIC 9(08).
       01  WS-AGE-DAYS    PIC S9(08).
       01  WS-REMAINING   PIC S9(07)V99.
       01  WS-PORTION     PIC S9(07)V99.
       01  WS-AGED-BUCKETS.
           03 WS-AGED-030   PIC S9(07)V99.
           03 WS-AGED-060   PIC S9(07)V99.
           03 WS-AGED-090   PIC S9(07)V99.
           03 WS-AGED-OVER  PIC S9(07)V99.
       01  WS-AGED-TOTALS.
           03 WS-TOT-DUE    PIC S9(08)V99 VALUE ZERO.
           03 WS-TOT-030    PIC S9(08)V99 VALUE ZERO.
           03 WS-TOT-060    PIC S9(08)V99 VALUE ZERO.
           03 WS-TOT-090    PIC S9(08)V99 VALUE ZERO.
           03 WS-TOT-OVER   PIC S9(08)V99 VALUE ZERO.

       01  WS-PNT-AMOUNT  PIC -(6)9,99.
       01  WS-PNT-DEBIT   PIC -(6)9,99.
       01  WS-PNT-CREDIT  PIC -(6)9,99.
       01  WS-PNT-DUE     PIC -(7)9,99.
       01  WS-PNT-030     PIC -(7)9,99.
       01  WS-PNT-060     PIC -(7)9,99.
       01  WS-PNT-090     PIC -(7)9,99.
       01  WS-PNT-OVER    PIC -(7)9,99.

       01  WS-STATEMENT-CNT PIC 9(05) VALUE ZERO.
       01  WS-AGED-CNT      PIC 9(05) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclrelev'.

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

       01  SQL-PERIOD.
           03 SQL-P-START      PIC 9(08).
           03 SQL-P-END        PIC 9(08).

      *    Un compte responsable, ses soldes et ses mouvements du
      *    mois.
       01  SQL-ACCOUNT.
           03 SQL-A-GU-NAME    PIC X(20).
           03 SQL-A-GU-ADDR1   PIC X(30).
           03 SQL-A-GU-ADDR2   PIC X(30).
           03 SQL-A-OPENING    PIC S9(07)V99.
           03 SQL-A-CLOSING    PIC S9(07)V99.
           03 SQL-A-MOVE-CNT   PIC 9(05).

       01  SQL-MOVE.
           03 SQL-V-DATE       PIC 9(08).
           03 SQL-V-LASTNAME   PIC X(07).
           03 SQL-V-FIRSTNAME  PIC X(06).
           03 SQL-V-LABEL      PIC X(30).
           03 SQL-V-DEBIT      PIC S9(07)V99.
           03 SQL-V-CREDIT     PIC S9(07)V99.

       01  SQL-AGED.
           03 SQL-G-DATE       PIC 9(08).
           03 SQL-G-AMOUNT     PIC S9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.

           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "SCLRELEV-MOIS".
           IF WS-MONTH-ENV IS NUMERIC
               MOVE WS-MONTH-ENV TO WS-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH
           END-IF.

      *    Bornes du mois : le premier jour, et la veille du premier
      *    jour du mois suivant.
           COMPUTE SQL-P-START = WS-MONTH * 100 + 1.
           MOVE WS-MONTH-YYYY TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-MONTH-MM + 1.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT) TO SQL-P-END.

           MOVE SPACES TO WS-STATEMENT-FILENAME.
           STRING "releves-frais_" WS-MONTH ".dat"
              DELIMITED BY SIZE
              INTO WS-STATEMENT-FILENAME.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               PERFORM 2000-START-ACCOUNTS
                  THRU END-2000-ACCOUNTS
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "RELEVES ECRITS       :" SPACE WS-STATEMENT-CNT.
           DISPLAY "COMPTES EN IMPAYE    :" SPACE WS-AGED-CNT.

           MOVE WS-STATEMENT-CNT TO WS-RUN-WRITTEN.
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
      *    Parcourt les comptes responsables (toute paire nom /        *
      *    adresse présente dans les frais ou les paiements) avec      *
      *    leur solde d'ouverture, leur solde de fin de mois et le     *
      *    nombre de mouvements du mois.                               *
      ******************************************************************
       2000-START-ACCOUNTS.
           OPEN OUTPUT F-STATEMENT.
           IF NOT FS-STATEMENT-OK
               DISPLAY "ERREUR OUVERTURE" SPACE
                  FUNCTION TRIM(WS-STATEMENT-FILENAME) SPACE ":" SPACE
                  FS-STATEMENT
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-2000-ACCOUNTS
           END-IF.

           OPEN OUTPUT F-AGED.
           IF NOT FS-AGED-OK
               DISPLAY "ERREUR OUVERTURE impayes-frais.dat :" SPACE
                  FS-AGED
               MOVE "KO" TO WS-RUN-STATUS
               CLOSE F-STATEMENT
               GO TO END-2000-ACCOUNTS
           END-IF.

           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BALANCE AGEE DES FRAIS SCOLAIRES IMPAYES AU" SPACE
              SQL-P-END(7:2) "/" SQL-P-END(5:2) "/" SQL-P-END(1:4)
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RESPONSABLE          "
              "        DU      0-30 J     31-60 J     61-90 J"
              "     + 90 J"
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.
           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.

           EXEC SQL
               DECLARE CRSACCOUNT CURSOR FOR
               SELECT a.name, a.addr1,
                      COALESCE((SELECT MAX(g.addr2) FROM guardian g
                                WHERE g.name = a.name
                                AND g.addr1 = a.addr1), ' '),
                      (SELECT COALESCE(SUM(c.amount), 0)
                       FROM fee_charge c
                       WHERE c.guardian_name = a.name
                       AND c.guardian_addr1 = a.addr1
                       AND c.charge_date < :SQL-P-START)
                      - (SELECT COALESCE(SUM(p.amount), 0)
                       FROM fee_payment p
                       WHERE p.guardian_name = a.name
                       AND p.guardian_addr1 = a.addr1
                       AND p.pay_date < :SQL-P-START),
                      (SELECT COALESCE(SUM(c.amount), 0)
                       FROM fee_charge c
                       WHERE c.guardian_name = a.name
                       AND c.guardian_addr1 = a.addr1
                       AND c.charge_date <= :SQL-P-END)
                      - (SELECT COALESCE(SUM(p.amount), 0)
                       FROM fee_payment p
                       WHERE p.guardian_name = a.name
                       AND p.guardian_addr1 = a.addr1
                       AND p.pay_date <= :SQL-P-END),
                      (SELECT COUNT(*)
                       FROM fee_charge c
                       WHERE c.guardian_name = a.name
                       AND c.guardian_addr1 = a.addr1
                       AND c.charge_date BETWEEN :SQL-P-START
                                             AND :SQL-P-END)
                      + (SELECT COUNT(*)
                       FROM fee_payment p
                       WHERE p.guardian_name = a.name
                       AND p.guardian_addr1 = a.addr1
                       AND p.pay_date BETWEEN :SQL-P-START
                                          AND :SQL-P-END)
               FROM (SELECT guardian_name AS name,
                            guardian_addr1 AS addr1
                     FROM fee_charge
                     UNION
                     SELECT guardian_name, guardian_addr1
                     FROM fee_payment) a
               ORDER BY a.name, a.addr1
           END-EXEC.

           EXEC SQL OPEN CRSACCOUNT END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSACCOUNT
                   INTO :SQL-A-GU-NAME, :SQL-A-GU-ADDR1,
                   :SQL-A-GU-ADDR2, :SQL-A-OPENING, :SQL-A-CLOSING,
                   :SQL-A-MOVE-CNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2100-START-W-STATEMENT
                          THRU END-2100-W-STATEMENT
                       PERFORM 3000-START-W-AGED
                          THRU END-3000-W-AGED
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSACCOUNT :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSACCOUNT END-EXEC.

           MOVE ALL "*" TO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.
           MOVE WS-TOT-DUE  TO WS-PNT-DUE.
           MOVE WS-TOT-030  TO WS-PNT-030.
           MOVE WS-TOT-060  TO WS-PNT-060.
           MOVE WS-TOT-090  TO WS-PNT-090.
           MOVE WS-TOT-OVER TO WS-PNT-OVER.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL" "                " WS-PNT-DUE SPACE
              WS-PNT-030 SPACE WS-PNT-060 SPACE WS-PNT-090 SPACE
              WS-PNT-OVER
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COMPTES EN IMPAYE :" SPACE WS-AGED-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.

           CLOSE F-STATEMENT.
           CLOSE F-AGED.
       END-2000-ACCOUNTS.
           EXIT.

      ******************************************************************
      *    Relevé du compte courant : bloc adresse, solde précédent,   *
      *    mouvements du mois, solde à payer, saut de page.            *
      ******************************************************************
       2100-START-W-STATEMENT.
           IF SQL-A-OPENING = ZERO AND SQL-A-MOVE-CNT = ZERO
               GO TO END-2100-W-STATEMENT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE SQL-A-GU-NAME TO WS-PRINT-LINE(1:20).
           WRITE R-STATEMENT FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE SQL-A-GU-ADDR1 TO WS-PRINT-LINE(1:30).
           WRITE R-STATEMENT FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE SQL-A-GU-ADDR2 TO WS-PRINT-LINE(1:30).
           WRITE R-STATEMENT FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-STATEMENT FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RELEVE DES FRAIS SCOLAIRES - MOIS DE" SPACE
              WS-MONTH-MM "/" WS-MONTH-YYYY
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-STATEMENT FROM WS-PRINT-LINE.

           MOVE SQL-A-OPENING TO WS-PNT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SOLDE PRECEDENT" SPACE WS-PNT-AMOUNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-STATEMENT FROM WS-PRINT-LINE.

           PERFORM 2200-START-W-MOVES THRU END-2200-W-MOVES.

           MOVE SQL-A-CLOSING TO WS-PNT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF SQL-A-CLOSING < ZERO
               STRING "SOLDE EN VOTRE FAVEUR" SPACE WS-PNT-AMOUNT
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           ELSE
               STRING "SOLDE A PAYER  " SPACE WS-PNT-AMOUNT
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-IF.
           WRITE R-STATEMENT FROM WS-PRINT-LINE.

      *    Saut de page pour l'imprimante à enveloppes.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-FORM-FEED TO WS-PRINT-LINE(1:1).
           WRITE R-STATEMENT FROM WS-PRINT-LINE.

           ADD 1 TO WS-STATEMENT-CNT.
       END-2100-W-STATEMENT.
           EXIT.

      ******************************************************************
      *    Mouvements du mois du compte courant : frais au débit,      *
      *    paiements au crédit, par date, avec l'élève concerné.       *
      ******************************************************************
       2200-START-W-MOVES.
           EXEC SQL
               DECLARE CRSMOVE CURSOR FOR
               SELECT c.charge_date, s.lastname, s.firstname,
                      c.label, c.amount, 0
               FROM fee_charge c
               JOIN student s ON c.student_id = s.id
               WHERE c.guardian_name = :SQL-A-GU-NAME
               AND c.guardian_addr1 = :SQL-A-GU-ADDR1
               AND c.charge_date BETWEEN :SQL-P-START AND :SQL-P-END
               UNION ALL
               SELECT p.pay_date, s.lastname, s.firstname,
                      'PAIEMENT ' || p.mode || ' ' || p.reference,
                      0, p.amount
               FROM fee_payment p
               JOIN student s ON p.student_id = s.id
               WHERE p.guardian_name = :SQL-A-GU-NAME
               AND p.guardian_addr1 = :SQL-A-GU-ADDR1
               AND p.pay_date BETWEEN :SQL-P-START AND :SQL-P-END
               ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL OPEN CRSMOVE END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSMOVE
                   INTO :SQL-V-DATE, :SQL-V-LASTNAME,
                   :SQL-V-FIRSTNAME, :SQL-V-LABEL, :SQL-V-DEBIT,
                   :SQL-V-CREDIT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2300-START-W-ONE-MOVE
                          THRU END-2300-W-ONE-MOVE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSMOVE :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSMOVE END-EXEC.
       END-2200-W-MOVES.
           EXIT.

      ******************************************************************
       2300-START-W-ONE-MOVE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE SQL-V-DEBIT  TO WS-PNT-DEBIT.
           MOVE SQL-V-CREDIT TO WS-PNT-CREDIT.
           IF SQL-V-DEBIT = ZERO
               STRING SQL-V-DATE(7:2) "/" SQL-V-DATE(5:2) "/"
                  SQL-V-DATE(1:4) SPACE SQL-V-LASTNAME SPACE
                  SQL-V-FIRSTNAME SPACE SQL-V-LABEL SPACE
                  "          " SPACE WS-PNT-CREDIT
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           ELSE
               STRING SQL-V-DATE(7:2) "/" SQL-V-DATE(5:2) "/"
                  SQL-V-DATE(1:4) SPACE SQL-V-LASTNAME SPACE
                  SQL-V-FIRSTNAME SPACE SQL-V-LABEL SPACE
                  WS-PNT-DEBIT
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-IF.
           WRITE R-STATEMENT FROM WS-PRINT-LINE.
       END-2300-W-ONE-MOVE.
           EXIT.

      ******************************************************************
      *    Balance âgée du compte courant s'il est débiteur en fin     *
      *    de mois : le reste dû est imputé aux frais du plus récent   *
      *    au plus ancien, chaque part rangée selon l'âge du frais     *
      *    à la fin du mois.                                           *
      ******************************************************************
       3000-START-W-AGED.
           IF SQL-A-CLOSING NOT > ZERO
               GO TO END-3000-W-AGED
           END-IF.

           MOVE SQL-A-CLOSING TO WS-REMAINING.
           INITIALIZE WS-AGED-BUCKETS.

           EXEC SQL
               DECLARE CRSAGED CURSOR FOR
               SELECT charge_date, amount
               FROM fee_charge
               WHERE guardian_name = :SQL-A-GU-NAME
               AND guardian_addr1 = :SQL-A-GU-ADDR1
               AND charge_date <= :SQL-P-END
               ORDER BY charge_date DESC, id DESC
           END-EXEC.

           EXEC SQL OPEN CRSAGED END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR WS-REMAINING NOT > ZERO
               EXEC SQL
                   FETCH CRSAGED
                   INTO :SQL-G-DATE, :SQL-G-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-START-AGE-ONE
                          THRU END-3100-AGE-ONE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRSAGED :"
                       SPACE SQLCODE
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSAGED END-EXEC.

           ADD 1 TO WS-AGED-CNT.
           ADD SQL-A-CLOSING TO WS-TOT-DUE.
           ADD WS-AGED-030   TO WS-TOT-030.
           ADD WS-AGED-060   TO WS-TOT-060.
           ADD WS-AGED-090   TO WS-TOT-090.
           ADD WS-AGED-OVER  TO WS-TOT-OVER.

           MOVE SQL-A-CLOSING TO WS-PNT-DUE.
           MOVE WS-AGED-030   TO WS-PNT-030.
           MOVE WS-AGED-060   TO WS-PNT-060.
           MOVE WS-AGED-090   TO WS-PNT-090.
           MOVE WS-AGED-OVER  TO WS-PNT-OVER.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING SQL-A-GU-NAME SPACE WS-PNT-DUE SPACE
              WS-PNT-030 SPACE WS-PNT-060 SPACE WS-PNT-090 SPACE
              WS-PNT-OVER SPACE "-" SPACE SQL-A-GU-ADDR1
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-AGED FROM WS-PRINT-LINE.
       END-3000-W-AGED.
           EXIT.

      ******************************************************************
       3100-START-AGE-ONE.
           IF SQL-G-AMOUNT < WS-REMAINING
               MOVE SQL-G-AMOUNT TO WS-PORTION
           ELSE
               MOVE WS-REMAINING TO WS-PORTION
           END-IF.
           SUBTRACT WS-PORTION FROM WS-REMAINING.

           COMPUTE WS-AGE-DAYS = WS-END-INT
              - FUNCTION INTEGER-OF-DATE(SQL-G-DATE).

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD WS-PORTION TO WS-AGED-030
               WHEN WS-AGE-DAYS <= 60
                   ADD WS-PORTION TO WS-AGED-060
               WHEN WS-AGE-DAYS <= 90
                   ADD WS-PORTION TO WS-AGED-090
               WHEN OTHER
                   ADD WS-PORTION TO WS-AGED-OVER
           END-EVALUATE.
       END-3100-AGE-ONE.
           EXIT.
