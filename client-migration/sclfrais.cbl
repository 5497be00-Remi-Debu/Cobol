      ******************************************************************
      *    Comptes des responsables pour les frais scolaires : le      *
      *    programme charge les deux fichiers tenus par l'intendance   *
      *    dans la DB "school" :                                       *
      *    - "frais-charges.dat" : une ligne par frais facturé à un    *
      *      élève (matricule, date, nature - CAN cantine, SOR         *
      *      sortie scolaire, FOU fournitures -, libellé, montant et   *
      *      nom du responsable payeur, à blanc pour le premier        *
      *      responsable connu de l'élève) -> table FEE_CHARGE ;       *
      *    - "frais-paiements.dat" : une ligne par paiement reçu d'un  *
      *      responsable (matricule d'un de ses enfants, nom du        *
      *      responsable, date, mode - CHQ, ESP, VIR, CB -, montant,   *
      *      référence) -> table FEE_PAYMENT.                          *
      *    Le compte d'un responsable est repéré par son nom et sa     *
      *    première ligne d'adresse, tels qu'enregistrés dans          *
      *    GUARDIAN : les frais de tous ses enfants y sont portés.     *
      *    Les relevés mensuels et la balance âgée des impayés sont    *
      *    produits par sclrelev. Les lignes qui visent un élève ou    *
      *    un responsable inconnus, une nature ou un mode inconnus,    *
      *    une date impossible ou un montant nul partent dans          *
      *    "frais-rejets.dat".                                         *
      *                                                                *
      *    Table FEE_CHARGE : ID, STUDENT_ID, GUARDIAN_NAME,           *
      *    GUARDIAN_ADDR1, CHARGE_DATE (AAAAMMJJ), KIND, LABEL,        *
      *    AMOUNT.                                                     *
      *    Table FEE_PAYMENT : ID, STUDENT_ID, GUARDIAN_NAME,          *
      *    GUARDIAN_ADDR1, PAY_DATE (AAAAMMJJ), MODE, AMOUNT,          *
      *    REFERENCE.                                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclfrais.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CHARGE ASSIGN TO 'frais-charges.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHARGE.

           SELECT F-PAYMENT ASSIGN TO 'frais-paiements.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAYMENT.

           SELECT F-REJECT ASSIGN TO 'frais-rejets.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJECT.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-CHARGE
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.
       01  R-CHARGE.
           03 FC-MATRICULE PIC 9(06).
           03 FC-DATE      PIC 9(08).
           03 FC-KIND      PIC X(03).
           03 FC-LABEL     PIC X(30).
           03 FC-AMOUNT    PIC 9(05)V99.
           03 FC-GUARDIAN  PIC X(20).

       FD  F-PAYMENT
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
       01  R-PAYMENT.
           03 FP-MATRICULE PIC 9(06).
           03 FP-GUARDIAN  PIC X(20).
           03 FP-DATE      PIC 9(08).
           03 FP-MODE      PIC X(03).
           03 FP-AMOUNT    PIC 9(05)V99.
           03 FP-REFERENCE PIC X(15).

       FD  F-REJECT
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.
       01  R-REJECT PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-CHARGE PIC X(02).
           88 FS-CHARGE-OK  VALUE '00'.
           88 FS-CHARGE-EOF VALUE '10'.

       01  FS-PAYMENT PIC X(02).
           88 FS-PAYMENT-OK  VALUE '00'.
           88 FS-PAYMENT-EOF VALUE '10'.

       01  FS-REJECT PIC X(02).
           88 FS-REJECT-OK VALUE '00'.

       01  WS-FEE-KIND PIC X(03).
           88 WS-FEE-KIND-VALID VALUE 'CAN' 'SOR' 'FOU'.

       01  WS-PAY-MODE PIC X(03).
           88 WS-PAY-MODE-VALID VALUE 'CHQ' 'ESP' 'VIR' 'CB '.

       01  WS-REJECT-RECORD PIC X(74).
       01  WS-REJECT-REASON PIC X(40).

       01  WS-CHARGE-CNT   PIC 9(05) VALUE ZERO.
       01  WS-PAYMENT-CNT  PIC 9(05) VALUE ZERO.
       01  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.

       01  WS-DBNAME-ENV   PIC X(30) VALUE SPACES.
       01  WS-USERNAME-ENV PIC X(30) VALUE SPACES.
       01  WS-PASSWD-ENV   PIC X(10) VALUE SPACES.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclfrais'.

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

       01  SQL-FEE.
           03 SQL-F-MATRICULE  PIC 9(06).
           03 SQL-F-STUDENT-ID PIC 9(04).
           03 SQL-F-GU-NAME    PIC X(20).
           03 SQL-F-GU-ADDR1   PIC X(30).
           03 SQL-F-DATE       PIC 9(08).
           03 SQL-F-KIND       PIC X(03).
           03 SQL-F-LABEL      PIC X(30).
           03 SQL-F-AMOUNT     PIC 9(05)V99.
           03 SQL-F-MODE       PIC X(03).
           03 SQL-F-REFERENCE  PIC X(15).
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
               DISPLAY "CHAINE DE NUIT EN COURS : CHARGEMENT DES "
                  "FRAIS REFUSE, REESSAYER PLUS TARD "
                  "(SCLLOCK-OVERRIDE=Y EN CAS D'URGENCE)"
               STOP RUN
           END-IF.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           ELSE
               OPEN OUTPUT F-REJECT
               PERFORM 2000-START-PROCESS-CHARGES
                  THRU END-2000-PROCESS-CHARGES
               PERFORM 3000-START-PROCESS-PAYMENTS
                  THRU END-3000-PROCESS-PAYMENTS
               CLOSE F-REJECT
           END-IF.

       END-0000-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "FRAIS CHARGES    :" SPACE WS-CHARGE-CNT.
           DISPLAY "PAIEMENTS CHARGES:" SPACE WS-PAYMENT-CNT.
           DISPLAY "LIGNES REJETEES  :" SPACE WS-REJECT-CNT.

           ADD WS-CHARGE-CNT WS-PAYMENT-CNT GIVING WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
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
      *    Lit le fichier des frais facturés et applique chaque ligne. *
      ******************************************************************
       2000-START-PROCESS-CHARGES.
           OPEN INPUT F-CHARGE.
           IF NOT FS-CHARGE-OK
               DISPLAY "ERREUR OUVERTURE frais-charges.dat :" SPACE
                  FS-CHARGE
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-2000-PROCESS-CHARGES
           END-IF.

           PERFORM UNTIL FS-CHARGE-EOF
               READ F-CHARGE
               AT END
                   SET FS-CHARGE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUN-READ
                   PERFORM 2100-START-APPLY-CHARGE
                      THRU END-2100-APPLY-CHARGE
               END-READ
           END-PERFORM.

           CLOSE F-CHARGE.
       END-2000-PROCESS-CHARGES.
           EXIT.

      ******************************************************************
      *    Applique le frais courant : nature, date, montant, élève    *
      *    et responsable payeur contrôlés ; garde NOT EXISTS pour     *
      *    qu'une resoumission du fichier ne facture pas deux fois.    *
      ******************************************************************
       2100-START-APPLY-CHARGE.
           MOVE R-CHARGE TO WS-REJECT-RECORD.

           MOVE FC-KIND TO WS-FEE-KIND.
           IF NOT WS-FEE-KIND-VALID
               MOVE "NATURE DE FRAIS INCONNUE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-CHARGE
           END-IF.

           IF FC-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(FC-DATE) NOT = ZERO
               MOVE "DATE IMPOSSIBLE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-CHARGE
           END-IF.

           IF FC-AMOUNT IS NOT NUMERIC OR FC-AMOUNT = ZERO
               MOVE "MONTANT NUL OU NON NUMERIQUE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-CHARGE
           END-IF.

           MOVE FC-MATRICULE TO SQL-F-MATRICULE.
           MOVE FC-DATE      TO SQL-F-DATE.
           MOVE FC-KIND      TO SQL-F-KIND.
           MOVE FC-LABEL     TO SQL-F-LABEL.
           MOVE FC-AMOUNT    TO SQL-F-AMOUNT.
           MOVE FC-GUARDIAN  TO SQL-F-GU-NAME.

           EXEC SQL
               SELECT ID INTO :SQL-F-STUDENT-ID FROM STUDENT
               WHERE MATRICULE = :SQL-F-MATRICULE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE "ELEVE INCONNU" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-CHARGE
           END-IF.

      *    Responsable payeur : celui nommé sur la ligne, sinon le
      *    premier responsable de l'élève dans l'ordre alphabétique
      *    (le même ordre que les blocs adresse de sclrep).
           IF SQL-F-GU-NAME = SPACES
               EXEC SQL
                   SELECT NAME, ADDR1
                   INTO :SQL-F-GU-NAME, :SQL-F-GU-ADDR1
                   FROM GUARDIAN
                   WHERE STUDENT_ID = :SQL-F-STUDENT-ID
                   ORDER BY NAME
                   LIMIT 1
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT NAME, ADDR1
                   INTO :SQL-F-GU-NAME, :SQL-F-GU-ADDR1
                   FROM GUARDIAN
                   WHERE STUDENT_ID = :SQL-F-STUDENT-ID
                   AND NAME = :SQL-F-GU-NAME
                   LIMIT 1
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO
               MOVE "RESPONSABLE PAYEUR INCONNU" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-2100-APPLY-CHARGE
           END-IF.

           EXEC SQL
               INSERT INTO FEE_CHARGE
               (STUDENT_ID, GUARDIAN_NAME, GUARDIAN_ADDR1,
                CHARGE_DATE, KIND, LABEL, AMOUNT)
               SELECT :SQL-F-STUDENT-ID, :SQL-F-GU-NAME,
                   :SQL-F-GU-ADDR1, :SQL-F-DATE, :SQL-F-KIND,
                   :SQL-F-LABEL, :SQL-F-AMOUNT
               WHERE NOT EXISTS (
                   SELECT 1
                   FROM FEE_CHARGE
                   WHERE STUDENT_ID = :SQL-F-STUDENT-ID
                   AND CHARGE_DATE = :SQL-F-DATE
                   AND KIND = :SQL-F-KIND
                   AND LABEL = :SQL-F-LABEL
                   AND AMOUNT = :SQL-F-AMOUNT
                   )
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           ADD 1 TO WS-CHARGE-CNT.
       END-2100-APPLY-CHARGE.
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
      *    Lit le fichier des paiements reçus et applique chaque       *
      *    ligne.                                                      *
      ******************************************************************
       3000-START-PROCESS-PAYMENTS.
           OPEN INPUT F-PAYMENT.
           IF NOT FS-PAYMENT-OK
               DISPLAY "ERREUR OUVERTURE frais-paiements.dat :" SPACE
                  FS-PAYMENT
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-3000-PROCESS-PAYMENTS
           END-IF.

           PERFORM UNTIL FS-PAYMENT-EOF
               READ F-PAYMENT
               AT END
                   SET FS-PAYMENT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUN-READ
                   PERFORM 3100-START-APPLY-PAYMENT
                      THRU END-3100-APPLY-PAYMENT
               END-READ
           END-PERFORM.

           CLOSE F-PAYMENT.
       END-3000-PROCESS-PAYMENTS.
           EXIT.

      ******************************************************************
      *    Applique le paiement courant au compte du responsable       *
      *    nommé, repéré par l'un de ses enfants ; garde NOT EXISTS    *
      *    sur responsable/date/référence/montant.                     *
      ******************************************************************
       3100-START-APPLY-PAYMENT.
           MOVE R-PAYMENT TO WS-REJECT-RECORD.

           MOVE FP-MODE TO WS-PAY-MODE.
           IF NOT WS-PAY-MODE-VALID
               MOVE "MODE DE PAIEMENT INCONNU" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-PAYMENT
           END-IF.

           IF FP-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(FP-DATE) NOT = ZERO
               MOVE "DATE IMPOSSIBLE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-PAYMENT
           END-IF.

           IF FP-AMOUNT IS NOT NUMERIC OR FP-AMOUNT = ZERO
               MOVE "MONTANT NUL OU NON NUMERIQUE" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-PAYMENT
           END-IF.

           MOVE FP-MATRICULE TO SQL-F-MATRICULE.
           MOVE FP-GUARDIAN  TO SQL-F-GU-NAME.
           MOVE FP-DATE      TO SQL-F-DATE.
           MOVE FP-MODE      TO SQL-F-MODE.
           MOVE FP-AMOUNT    TO SQL-F-AMOUNT.
           MOVE FP-REFERENCE TO SQL-F-REFERENCE.

           EXEC SQL
               SELECT ID INTO :SQL-F-STUDENT-ID FROM STUDENT
               WHERE MATRICULE = :SQL-F-MATRICULE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE "ELEVE INCONNU" TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-PAYMENT
           END-IF.

           EXEC SQL
               SELECT NAME, ADDR1
               INTO :SQL-F-GU-NAME, :SQL-F-GU-ADDR1
               FROM GUARDIAN
               WHERE STUDENT_ID = :SQL-F-STUDENT-ID
               AND NAME = :SQL-F-GU-NAME
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE "RESPONSABLE INCONNU POUR CET ELEVE"
                  TO WS-REJECT-REASON
               PERFORM 2900-START-REJECT THRU END-2900-REJECT
               GO TO END-3100-APPLY-PAYMENT
           END-IF.

           EXEC SQL
               INSERT INTO FEE_PAYMENT
               (STUDENT_ID, GUARDIAN_NAME, GUARDIAN_ADDR1,
                PAY_DATE, MODE, AMOUNT, REFERENCE)
               SELECT :SQL-F-STUDENT-ID, :SQL-F-GU-NAME,
                   :SQL-F-GU-ADDR1, :SQL-F-DATE, :SQL-F-MODE,
                   :SQL-F-AMOUNT, :SQL-F-REFERENCE
               WHERE NOT EXISTS (
                   SELECT 1
                   FROM FEE_PAYMENT
                   WHERE GUARDIAN_NAME = :SQL-F-GU-NAME
                   AND GUARDIAN_ADDR1 = :SQL-F-GU-ADDR1
                   AND PAY_DATE = :SQL-F-DATE
                   AND REFERENCE = :SQL-F-REFERENCE
                   AND AMOUNT = :SQL-F-AMOUNT
                   )
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           ADD 1 TO WS-PAYMENT-CNT.
       END-3100-APPLY-PAYMENT.
           EXIT.
