      *    LE RECOUVREMENT LACHE ENFIN SON SURLIGNEUR.                 *
      *    LES PAIEMENTS D'UN CLIENT INCONNU DU MAITRE PARTENT DANS   *
      *    "paiements-rejets.dat".                                     *
      *    POUR LES POLICES PAYEES PAR PRELEVEMENT (insuech), LE DU    *
      *    N'EST PAS LA PRIME ANNUELLE MAIS LES ECHEANCES DEJA EMISES  *
      *    ("echeances-emises.dat") : LA PRIME ANNUELLE DE CES         *
      *    POLICES EST RETIREE DU TOTAL DU MAITRE ET REMPLACEE PAR LE  *
      *    CUMUL DE LEURS ECHEANCES, MONTRE SUR LA LIGNE DU CLIENT.    *
      *    LE CLIENT D'UN PAIEMENT OU D'UNE ECHEANCE EST RAMENE A SON  *
      *    NUMERO SURVIVANT S'IL A ETE FUSIONNE (insumap), COMME DANS  *
      *    LE MAITRE.                                                  *
      *                                                                *
      ******************************************************************

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PAY.

           SELECT F-ISSUED ASSIGN TO "echeances-emises.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ISSUED.

           SELECT F-REJECT ASSIGN TO "paiements-rejets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           03 PAY-DATE   PIC 9(08).
           03 PAY-AMOUNT PIC 9(09).

      *    ECHEANCE EMISE PAR insuech.
       FD  F-ISSUED.
       01  R-ISSUED.
           03 ISS-CLIENT  PIC X(12).
           03 ISS-POL-ID  PIC X(08).
           03 ISS-MONTH   PIC 9(06).
           03 ISS-NUMBER  PIC 9(02).
           03 ISS-DUE     PIC 9(08).
           03 ISS-AMOUNT  PIC 9(06)V9(02).
           03 ISS-ANNUAL  PIC 9(06)V9(02).

       FD  F-REJECT.
       01  R-REJECT PIC X(120).

           03 FS-PAY PIC X(02).
              88 FS-PAY-OK  VALUE "00".
              88 FS-PAY-EOF VALUE "10".
           03 FS-ISSUED PIC X(02).
              88 FS-ISSUED-OK  VALUE "00".
              88 FS-ISSUED-EOF VALUE "10".
           03 FS-REJECT  PIC X(02).
           03 FS-ENCOURS PIC X(02).

               05 WS-CLI-DUE      PIC 9(10).
               05 WS-CLI-PAID     PIC 9(10).
               05 WS-CLI-LASTPAY  PIC 9(08).
               05 WS-CLI-ISSUED   PIC 9(10).

      *    POLICES EN PRELEVEMENT DEJA RENCONTREES (LEUR PRIME
      *    ANNUELLE N'EST RETIREE DU DU QU'UNE FOIS).
       01  WS-PLANPOL-TABLE.
           03 WS-PP-CNT PIC 9(04) VALUE 0.
           03 WS-PP OCCURS 2000 TIMES
                    INDEXED BY WS-PP-IDX.
               05 WS-PP-ID PIC X(08).
       01  WS-PP-FOUND  PIC X(01).
       01  WS-ISS-ROUND PIC 9(07).

      *    DECOUPAGE DE LA LIGNE DU MAITRE : LE TOTAL DES PRIMES
      *    SUIT LE LITTERAL "PRIMES :".
           03 WS-TOT-90P   PIC 9(11) VALUE 0.

       01  WS-LINE       PIC X(200).
       01  WS-LINE-SAVE  PIC X(200).
       01  WS-NUM-DUE    PIC ZZZZZZZZZ9.
       01  WS-NUM-PAID   PIC ZZZZZZZZZ9.
       01  WS-NUM-BAL    PIC +ZZZZZZZZZ9.
       01  WS-NUM-CLEAN  PIC ZZZZZZZZZZ9.
       01  WS-NUM-ISSUED PIC ZZZZZZZZZ9.

       01  WS-FLAG       PIC X(10).

              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           PERFORM 1000-LOAD-MASTER THRU 1000-LOAD-MASTER-END.
           PERFORM 1500-LOAD-ISSUED THRU 1500-LOAD-ISSUED-END.
           PERFORM 2000-APPLY-PAYMENTS THRU 2000-APPLY-PAYMENTS-END.
           PERFORM 3000-WRITE-ENCOURS THRU 3000-WRITE-ENCOURS-END.

                  FUNCTION NUMVAL(WS-AMOUNT-PART)
               MOVE ZERO TO WS-CLI-PAID(WS-CLI-CNT)
               MOVE ZERO TO WS-CLI-LASTPAY(WS-CLI-CNT)
               MOVE ZERO TO WS-CLI-ISSUED(WS-CLI-CNT)
           END-IF.
       1100-LOAD-ONE-CLIENT-END.

      *    ECHEANCES EMISES PAR insuech (FICHIER FACULTATIF) : LA
      *    PRIME ANNUELLE DE CHAQUE POLICE EN PRELEVEMENT EST RETIREE
      *    UNE FOIS DU DU DE SON CLIENT, ET SES ECHEANCES Y SONT
      *    AJOUTEES (ARRONDIES A L'UNITE COMME LE MAITRE).
       1500-LOAD-ISSUED.
           OPEN INPUT F-ISSUED.
           IF NOT FS-ISSUED-OK
               GO TO 1500-LOAD-ISSUED-END
           END-IF.

           PERFORM UNTIL FS-ISSUED-EOF
               READ F-ISSUED
               AT END
                   SET FS-ISSUED-EOF TO TRUE
               NOT AT END
                   PERFORM 1600-ISSUED-ONE THRU 1600-ISSUED-ONE-END
               END-READ
           END-PERFORM.

           CLOSE F-ISSUED.
       1500-LOAD-ISSUED-END.

       1600-ISSUED-ONE.
           CALL "insumap" USING ISS-CLIENT
           END-CALL.
           SET WS-CLI-IDX TO 1.
           SEARCH WS-CLI
               AT END
                   GO TO 1600-ISSUED-ONE-END
               WHEN WS-CLI-ID(WS-CLI-IDX) EQUAL ISS-CLIENT
                   CONTINUE
           END-SEARCH.

           MOVE "N" TO WS-PP-FOUND.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-CNT
               IF WS-PP-ID(WS-PP-IDX) = ISS-POL-ID
                   MOVE "O" TO WS-PP-FOUND
               END-IF
           END-PERFORM.

           IF WS-PP-FOUND = "N" AND WS-PP-CNT < 2000
               ADD 1 TO WS-PP-CNT
               MOVE ISS-POL-ID TO WS-PP-ID(WS-PP-CNT)
               COMPUTE WS-ISS-ROUND ROUNDED = ISS-ANNUAL
               IF WS-CLI-DUE(WS-CLI-IDX) > WS-ISS-ROUND
                   SUBTRACT WS-ISS-ROUND FROM WS-CLI-DUE(WS-CLI-IDX)
               ELSE
                   MOVE ZERO TO WS-CLI-DUE(WS-CLI-IDX)
               END-IF
           END-IF.

           COMPUTE WS-ISS-ROUND ROUNDED = ISS-AMOUNT.
           ADD WS-ISS-ROUND TO WS-CLI-DUE(WS-CLI-IDX).
           ADD WS-ISS-ROUND TO WS-CLI-ISSUED(WS-CLI-IDX).
       1600-ISSUED-ONE-END.

      *    LIT LES PAIEMENTS ET LES CUMULE CHEZ LEUR CLIENT ; UN
      *    CLIENT INCONNU DU MAITRE PART EN REJET.
       2000-APPLY-PAYMENTS.
       2000-APPLY-PAYMENTS-END.

       2100-APPLY-ONE.
           CALL "insumap" USING PAY-CLIENT
           END-CALL.
           SET WS-CLI-IDX TO 1.
           SEARCH WS-CLI
               AT END
               MOVE "IMPAYE" TO WS-FLAG
           END-IF.

           INITIALIZE WS-NUM-DUE WS-NUM-PAID WS-NUM-BAL WS-NUM-ISSUED.
           MOVE WS-CLI-DUE(WS-CLI-IDX)  TO WS-NUM-DUE.
           MOVE WS-CLI-ISSUED(WS-CLI-IDX) TO WS-NUM-ISSUED.
           MOVE WS-CLI-PAID(WS-CLI-IDX) TO WS-NUM-PAID.
           MOVE WS-BALANCE              TO WS-NUM-BAL.

              FUNCTION TRIM(WS-FLAG)
              DELIMITED BY SIZE
              INTO WS-LINE.
           IF WS-CLI-ISSUED(WS-CLI-IDX) > ZERO
               MOVE WS-LINE TO WS-LINE-SAVE
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-LINE-SAVE) SPACE
                  "DONT ECHEANCES :" SPACE FUNCTION TRIM(WS-NUM-ISSUED)
                  DELIMITED BY SIZE
                  INTO WS-LINE
           END-IF.
           WRITE R-ENCOURS FROM WS-LINE.
       3100-WRITE-ONE-CLIENT-END.
