      ******************************************************************
      *                                                                *
      *    DECLARATION TRIMESTRIELLE DE LA TAXE SUR LES CONVENTIONS    *
      *    D'ASSURANCE (TSCA) : LE TAUX ETAIT CHOISI A L'OEIL SUR      *
      *    L'INTITULE DE LA POLICE DANS UN TABLEUR. LE PROGRAMME LIT : *
      *       - LE BAREME ENTRETENU "taux-tsca.dat" :                  *
      *            COLONNES 1-10  : TYPE DE PRODUIT                    *
      *            COLONNES 11-14 : TAUX 99V99 EN POURCENT             *
      *            COLONNES 15-44 : LIBELLE DU TYPE                    *
      *       - LA CORRESPONDANCE "produits-libelles.dat" :            *
      *            COLONNES 1-41  : INTITULE DE LA POLICE              *
      *            COLONNES 42-51 : TYPE DE PRODUIT                    *
      *       - LES POLICES DE "datassur.dat" ET LES TAUX DE CHANGE    *
      *         "taux-change.dat", COMME testech, POUR QUE LES TOTAUX  *
      *         SE RAPPROCHENT DE SON RAPPORT.                         *
      *    LA BASE TAXABLE DU TRIMESTRE EST LA PRIME EMISE (CONVERTIE  *
      *    EN EUROS) DES POLICES DONT LA DATE DE DEBUT TOMBE DANS LE   *
      *    TRIMESTRE (VARIABLE D'ENVIRONNEMENT INSUTAX-TRIMESTRE AU    *
      *    FORMAT AAAAT, TRIMESTRE ECOULE PAR DEFAUT). SORTIES :       *
      *       - "declaration-tsca.dat" : BASE ET TAXE PAR TYPE DE      *
      *         PRODUIT PUIS PAR TAUX, TOTAUX, ET LE RAPPROCHEMENT     *
      *         EMIS / ACQUIS AVEC "rapport_de_synthese.dat" DE        *
      *         testech (LANCE AVEC TESTECH-CLOTURE = FIN DU           *
      *         TRIMESTRE) ;                                           *
      *       - "tsca-exceptions.dat" : LES INTITULES SANS TYPE DE     *
      *         PRODUIT OU DONT LE TYPE N'A PAS DE TAUX, A AJOUTER A   *
      *         LA CORRESPONDANCE AVANT DE DECLARER.                   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insutax.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TAUX ASSIGN TO "taux-tsca.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

           SELECT F-MAP ASSIGN TO "produits-libelles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAP.

           SELECT F-INPUT ASSIGN TO "datassur.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INPUT.

           SELECT F-RATES ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RATES.

           SELECT F-SYNTH ASSIGN TO "rapport_de_synthese.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYNTH.

           SELECT F-DECL ASSIGN TO "declaration-tsca.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECL.

           SELECT F-EXCEPT ASSIGN TO "tsca-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXCEPT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TAUX.
       01  R-TAUX.
           03 TT-PRODUCT PIC X(10).
           03 TT-RATE    PIC 9(02)V9(02).
           03 TT-DESC    PIC X(30).

       FD  F-MAP.
       01  R-MAP.
           03 PL-LABEL   PIC X(41).
           03 PL-PRODUCT PIC X(10).

      *    MEME DECOUPAGE QUE testech.
       FD  F-INPUT
           RECORD CONTAINS 122 CHARACTERS
           RECORDING MODE IS F.
       01  R-INPUT.
           03 R-ID         PIC X(08).
           03 R-SEPARATOR  PIC X(01).
           03 R-GROUP      PIC X(14).
           03 FILLER       PIC X(01).
           03 R-TYPE       PIC X(14).
           03 FILLER       PIC X(01).
           03 R-LABEL      PIC X(41).
           03 FILLER       PIC X(01).
           03 R-STATUS     PIC X(08).
           03 FILLER       PIC X(01).
           03 R-DATE-START PIC 9(08).
           03 FILLER       PIC X(01).
           03 R-DATE-END   PIC 9(08).
           03 FILLER       PIC X(01).
           03 R-AMOUNT     PIC X(09).
           03 FILLER       PIC X(01).
           03 R-SYMBOL     PIC X(03).

       FD  F-RATES
           RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE IS F.
       01  R-RATES.
           03 RT-SYMBOL PIC X(03).
           03 RT-RATE   PIC 9(03)V9(06).

       FD  F-SYNTH.
       01  R-SYNTH PIC X(200).

       FD  F-DECL.
       01  R-DECL PIC X(160).

       FD  F-EXCEPT.
       01  R-EXCEPT PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-TAUX PIC X(02).
              88 FS-TAUX-OK  VALUE "00".
              88 FS-TAUX-EOF VALUE "10".
           03 FS-MAP PIC X(02).
              88 FS-MAP-OK  VALUE "00".
              88 FS-MAP-EOF VALUE "10".
           03 FS-INPUT PIC X(02).
              88 FS-INPUT-OK  VALUE "00".
              88 FS-INPUT-EOF VALUE "10".
           03 FS-RATES PIC X(02).
              88 FS-RATES-OK  VALUE "00".
              88 FS-RATES-EOF VALUE "10".
           03 FS-SYNTH PIC X(02).
              88 FS-SYNTH-OK  VALUE "00".
              88 FS-SYNTH-EOF VALUE "10".
           03 FS-DECL   PIC X(02).
           03 FS-EXCEPT PIC X(02).

      *    TRIMESTRE DECLARE ET SES BORNES.
       01  WS-QUARTER-ENV PIC X(05).
       01  WS-QUARTER.
           03 WS-Q-YEAR PIC 9(04).
           03 WS-Q-NUM  PIC 9(01).
       01  WS-Q-START   PIC 9(08).
       01  WS-Q-END     PIC 9(08).
       01  WS-Q-END-INT PIC 9(08) COMP.
       01  WS-TODAY     PIC 9(08).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03 WS-TODAY-YYYY PIC 9(04).
           03 WS-TODAY-MM   PIC 9(02).
           03 WS-TODAY-DD   PIC 9(02).

      *    BAREME TSCA PAR TYPE DE PRODUIT ET CUMULS DU TRIMESTRE.
       01  WS-TAUX-TABLE.
           03 WS-TT-CNT PIC 9(02) VALUE 0.
           03 WS-TT OCCURS 50 TIMES
                    INDEXED BY WS-TT-IDX.
               05 WS-TT-PRODUCT PIC X(10).
               05 WS-TT-RATE    PIC 9(02)V9(02).
               05 WS-TT-DESC    PIC X(30).
               05 WS-TT-COUNT   PIC 9(05).
               05 WS-TT-BASE    PIC 9(12)V9(02).
               05 WS-TT-TAX     PIC 9(12)V9(02).

      *    CUMULS PAR TAUX (PLUSIEURS TYPES PEUVENT PARTAGER UN TAUX).
       01  WS-RATE-SUM-TABLE.
           03 WS-RS-CNT PIC 9(02) VALUE 0.
           03 WS-RS OCCURS 50 TIMES
                    INDEXED BY WS-RS-IDX.
               05 WS-RS-RATE PIC 9(02)V9(02).
               05 WS-RS-BASE PIC 9(12)V9(02).
               05 WS-RS-TAX  PIC 9(12)V9(02).

      *    CORRESPONDANCE INTITULE -> TYPE DE PRODUIT.
       01  WS-MAP-TABLE.
           03 WS-PL-CNT PIC 9(04) VALUE 0.
           03 WS-PL OCCURS 1000 TIMES
                    INDEXED BY WS-PL-IDX.
               05 WS-PL-LABEL   PIC X(41).
               05 WS-PL-PRODUCT PIC X(10).

      *    INTITULES EN EXCEPTION (SANS TYPE OU SANS TAUX).
       01  WS-EXCEPT-TABLE.
           03 WS-EX-CNT PIC 9(04) VALUE 0.
           03 WS-EX OCCURS 500 TIMES
                    INDEXED BY WS-EX-IDX.
               05 WS-EX-LABEL   PIC X(41).
               05 WS-EX-PRODUCT PIC X(10).
               05 WS-EX-COUNT   PIC 9(05).
               05 WS-EX-BASE    PIC 9(12)V9(02).

      *    TAUX DE CHANGE VERS L'EURO (taux-change.dat DE testech).
       01  WS-RATE-TABLE.
           03 WS-RT-CNT PIC 9(02) VALUE 0.
           03 WS-RT OCCURS 50 TIMES
                    INDEXED BY WS-RT-IDX.
               05 WS-RT-SYMBOL PIC X(03).
               05 WS-RT-RATE   PIC 9(03)V9(06).

       01  WS-AMOUNT-NUM  PIC 9(10)V9(02).
       01  WS-EUR         PIC 9(10)V9(02).
       01  WS-RATE-FOUND  PIC X(01).
       01  WS-START-INT   PIC 9(08) COMP.
       01  WS-END-INT     PIC 9(08) COMP.
       01  WS-DURATION    PIC S9(05).
       01  WS-ELAPSED     PIC S9(05).
       01  WS-EARNED      PIC 9(10)V9(02).
       01  WS-TAX         PIC 9(12)V9(02).

      *    TOTAUX DU TRIMESTRE ET DU PORTEFEUILLE (VUE testech).
       01  WS-TOTALS.
           03 WS-READ-CNT      PIC 9(05) VALUE 0.
           03 WS-QUARTER-CNT   PIC 9(05) VALUE 0.
           03 WS-NORATE-CNT    PIC 9(05) VALUE 0.
           03 WS-BASE-TOTAL    PIC 9(12)V9(02) VALUE 0.
           03 WS-TAX-TOTAL     PIC 9(12)V9(02) VALUE 0.
           03 WS-EXCEPT-TOTAL  PIC 9(12)V9(02) VALUE 0.
           03 WS-OUTSIDE-TOTAL PIC 9(12)V9(02) VALUE 0.
           03 WS-WRITTEN-TOTAL PIC 9(12)V9(02) VALUE 0.
           03 WS-EARNED-TOTAL  PIC 9(12)V9(02) VALUE 0.

      *    FIGURES RELUES DANS LE RAPPORT DE testech.
       01  WS-SYNTH.
           03 WS-SY-FOUND     PIC X(01) VALUE "N".
           03 WS-SY-CLOTURE   PIC X(08) VALUE SPACES.
           03 WS-SY-WRITTEN   PIC 9(12)V9(02) VALUE 0.
           03 WS-SY-EARNED    PIC 9(12)V9(02) VALUE 0.
       01  WS-SY-LEFT   PIC X(200).
       01  WS-SY-REST   PIC X(200).
       01  WS-SY-TOKEN  PIC X(20).
       01  WS-SY-TALLY  PIC 9(02).

       01  WS-LINE      PIC X(160).
       01  WS-AMT-CLEAN PIC ZZZZZZZZZZZ9.99.
       01  WS-TAX-CLEAN PIC ZZZZZZZZZZZ9.99.
       01  WS-RATE-CLEAN PIC Z9.99.
       01  WS-CNT-CLEAN PIC ZZZZ9.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insutax".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0100-SET-QUARTER THRU 0100-SET-QUARTER-END.

           PERFORM 0200-LOAD-TAUX THRU 0200-LOAD-TAUX-END.
           IF WS-RUN-STATUS = "KO"
               GO TO 9000-FIN
           END-IF.
           PERFORM 0300-LOAD-MAP THRU 0300-LOAD-MAP-END.
           PERFORM 0400-LOAD-RATES THRU 0400-LOAD-RATES-END.

           OPEN INPUT F-INPUT.
           IF NOT FS-INPUT-OK
               DISPLAY "ERREUR OUVERTURE datassur.dat :" SPACE FS-INPUT
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 9000-FIN
           END-IF.

           PERFORM UNTIL FS-INPUT-EOF
               READ F-INPUT
               AT END
                   SET FS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 1000-POLICY THRU 1000-POLICY-END
               END-READ
           END-PERFORM.

           CLOSE F-INPUT.

           PERFORM 2000-READ-SYNTH THRU 2000-READ-SYNTH-END.
           PERFORM 3000-WRITE-DECL THRU 3000-WRITE-DECL-END.
           PERFORM 4000-WRITE-EXCEPT THRU 4000-WRITE-EXCEPT-END.

      *    DES EXCEPTIONS RENDENT LA DECLARATION INCOMPLETE.
           IF WS-EX-CNT > ZERO
               MOVE "KO" TO WS-RUN-STATUS
           END-IF.

       9000-FIN.
           DISPLAY "POLICES LUES :" SPACE WS-READ-CNT SPACE
              "DU TRIMESTRE :" SPACE WS-QUARTER-CNT SPACE
              "INTITULES EN EXCEPTION :" SPACE WS-EX-CNT.

           MOVE WS-READ-CNT    TO WS-RUN-READ.
           MOVE WS-QUARTER-CNT TO WS-RUN-WRITTEN.
           MOVE WS-EX-CNT      TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    TRIMESTRE DEMANDE (AAAAT) OU, A DEFAUT, LE TRIMESTRE
      *    ECOULE ; BORNES AAAAMMJJ DU TRIMESTRE.
       0100-SET-QUARTER.
           ACCEPT WS-QUARTER-ENV FROM ENVIRONMENT "INSUTAX-TRIMESTRE".
           IF WS-QUARTER-ENV IS NUMERIC
              AND WS-QUARTER-ENV(5:1) > "0"
              AND WS-QUARTER-ENV(5:1) < "5"
               MOVE WS-QUARTER-ENV TO WS-QUARTER
           ELSE
               MOVE WS-TODAY-YYYY TO WS-Q-YEAR
               COMPUTE WS-Q-NUM = (WS-TODAY-MM - 1) / 3 + 1
               IF WS-Q-NUM = 1
                   SUBTRACT 1 FROM WS-Q-YEAR
                   MOVE 4 TO WS-Q-NUM
               ELSE
                   SUBTRACT 1 FROM WS-Q-NUM
               END-IF
           END-IF.

           COMPUTE WS-Q-START = WS-Q-YEAR * 10000
                              + ((WS-Q-NUM - 1) * 3 + 1) * 100 + 1.
           EVALUATE WS-Q-NUM
               WHEN 1
                   COMPUTE WS-Q-END = WS-Q-YEAR * 10000 + 0331
               WHEN 2
                   COMPUTE WS-Q-END = WS-Q-YEAR * 10000 + 0630
               WHEN 3
                   COMPUTE WS-Q-END = WS-Q-YEAR * 10000 + 0930
               WHEN OTHER
                   COMPUTE WS-Q-END = WS-Q-YEAR * 10000 + 1231
           END-EVALUATE.
           COMPUTE WS-Q-END-INT = FUNCTION INTEGER-OF-DATE(WS-Q-END).
       0100-SET-QUARTER-END.

      *    CHARGE LE BAREME TSCA ; SANS BAREME, PAS DE DECLARATION.
       0200-LOAD-TAUX.
           OPEN INPUT F-TAUX.
           IF NOT FS-TAUX-OK
               DISPLAY "ERREUR OUVERTURE taux-tsca.dat :" SPACE FS-TAUX
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 0200-LOAD-TAUX-END
           END-IF.

           PERFORM UNTIL FS-TAUX-EOF
               READ F-TAUX
               AT END
                   SET FS-TAUX-EOF TO TRUE
               NOT AT END
                   IF WS-TT-CNT < 50 AND TT-RATE IS NUMERIC
                       ADD 1 TO WS-TT-CNT
                       MOVE TT-PRODUCT TO WS-TT-PRODUCT(WS-TT-CNT)
                       MOVE TT-RATE    TO WS-TT-RATE(WS-TT-CNT)
                       MOVE TT-DESC    TO WS-TT-DESC(WS-TT-CNT)
                       MOVE ZERO       TO WS-TT-COUNT(WS-TT-CNT)
                       MOVE ZERO       TO WS-TT-BASE(WS-TT-CNT)
                       MOVE ZERO       TO WS-TT-TAX(WS-TT-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-TAUX.
       0200-LOAD-TAUX-END.

      *    CHARGE LA CORRESPONDANCE INTITULE -> TYPE DE PRODUIT.
       0300-LOAD-MAP.
           OPEN INPUT F-MAP.
           IF NOT FS-MAP-OK
               DISPLAY "AVERTISSEMENT : produits-libelles.dat ABSENT,"
                  SPACE "TOUS LES INTITULES PASSENT EN EXCEPTION"
               GO TO 0300-LOAD-MAP-END
           END-IF.

           PERFORM UNTIL FS-MAP-EOF
               READ F-MAP
               AT END
                   SET FS-MAP-EOF TO TRUE
               NOT AT END
                   IF WS-PL-CNT < 1000
                       ADD 1 TO WS-PL-CNT
                       MOVE PL-LABEL   TO WS-PL-LABEL(WS-PL-CNT)
                       MOVE PL-PRODUCT TO WS-PL-PRODUCT(WS-PL-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-MAP.
       0300-LOAD-MAP-END.

      *    CHARGE LES TAUX DE CHANGE VERS L'EURO.
       0400-LOAD-RATES.
           OPEN INPUT F-RATES.
           IF NOT FS-RATES-OK
               GO TO 0400-LOAD-RATES-END
           END-IF.

           PERFORM UNTIL FS-RATES-EOF
               READ F-RATES
               AT END
                   SET FS-RATES-EOF TO TRUE
               NOT AT END
                   IF WS-RT-CNT < 50
                       ADD 1 TO WS-RT-CNT
                       MOVE RT-SYMBOL TO WS-RT-SYMBOL(WS-RT-CNT)
                       MOVE RT-RATE   TO WS-RT-RATE(WS-RT-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-RATES.
       0400-LOAD-RATES-END.

      *    POLICE COURANTE : CONVERSION EN EUROS ET CUMUL EMIS /
      *    ACQUIS (MEMES REGLES QUE testech), PUIS, SI ELLE DEMARRE
      *    DANS LE TRIMESTRE, CUMUL DANS LA BASE DE SON TYPE.
       1000-POLICY.
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(R-AMOUNT).
           MOVE "N" TO WS-RATE-FOUND.
           MOVE ZERO TO WS-EUR.
           IF R-SYMBOL = "EUR"
               MOVE "Y" TO WS-RATE-FOUND
               MOVE WS-AMOUNT-NUM TO WS-EUR
           ELSE
               SET WS-RT-IDX TO 1
               SEARCH WS-RT
                   AT END
                       CONTINUE
                   WHEN WS-RT-IDX > WS-RT-CNT
                       CONTINUE
                   WHEN WS-RT-SYMBOL(WS-RT-IDX) = R-SYMBOL
                       MOVE "Y" TO WS-RATE-FOUND
                       COMPUTE WS-EUR ROUNDED =
                          WS-AMOUNT-NUM * WS-RT-RATE(WS-RT-IDX)
               END-SEARCH
           END-IF.

      *    SANS TAUX DE CHANGE : HORS FACTURATION DANS testech, HORS
      *    DECLARATION ICI (COMPTE A PART).
           IF WS-RATE-FOUND = "N"
               ADD 1 TO WS-NORATE-CNT
               GO TO 1000-POLICY-END
           END-IF.

           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(R-DATE-START).
           COMPUTE WS-END-INT   = FUNCTION INTEGER-OF-DATE(R-DATE-END).
           COMPUTE WS-DURATION  = WS-END-INT - WS-START-INT.
           EVALUATE TRUE
               WHEN WS-Q-END-INT NOT GREATER WS-START-INT
                   MOVE ZERO TO WS-EARNED
               WHEN WS-Q-END-INT NOT LESS WS-END-INT
                   MOVE WS-EUR TO WS-EARNED
               WHEN OTHER
                   COMPUTE WS-ELAPSED = WS-Q-END-INT - WS-START-INT
                   IF WS-DURATION > ZERO
                       COMPUTE WS-EARNED ROUNDED =
                          WS-EUR * WS-ELAPSED / WS-DURATION
                   ELSE
                       MOVE WS-EUR TO WS-EARNED
                   END-IF
           END-EVALUATE.
           ADD WS-EUR    TO WS-WRITTEN-TOTAL.
           ADD WS-EARNED TO WS-EARNED-TOTAL.

           IF R-DATE-START < WS-Q-START OR R-DATE-START > WS-Q-END
               ADD WS-EUR TO WS-OUTSIDE-TOTAL
               GO TO 1000-POLICY-END
           END-IF.

           ADD 1 TO WS-QUARTER-CNT.

           SET WS-PL-IDX TO 1.
           SEARCH WS-PL
               AT END
                   MOVE SPACES TO WS-PL-PRODUCT(1)
                   PERFORM 1100-EXCEPTION THRU 1100-EXCEPTION-END
                   GO TO 1000-POLICY-END
               WHEN WS-PL-IDX > WS-PL-CNT
                   PERFORM 1100-EXCEPTION THRU 1100-EXCEPTION-END
                   GO TO 1000-POLICY-END
               WHEN WS-PL-LABEL(WS-PL-IDX) = R-LABEL
                   CONTINUE
           END-SEARCH.

           SET WS-TT-IDX TO 1.
           SEARCH WS-TT
               AT END
                   PERFORM 1100-EXCEPTION THRU 1100-EXCEPTION-END
               WHEN WS-TT-IDX > WS-TT-CNT
                   PERFORM 1100-EXCEPTION THRU 1100-EXCEPTION-END
               WHEN WS-TT-PRODUCT(WS-TT-IDX)
                    = WS-PL-PRODUCT(WS-PL-IDX)
                   ADD 1      TO WS-TT-COUNT(WS-TT-IDX)
                   ADD WS-EUR TO WS-TT-BASE(WS-TT-IDX)
           END-SEARCH.
       1000-POLICY-END.

      *    INTITULE SANS TYPE DE PRODUIT, OU TYPE ABSENT DU BAREME.
       1100-EXCEPTION.
           ADD WS-EUR TO WS-EXCEPT-TOTAL.
           SET WS-EX-IDX TO 1.
           SEARCH WS-EX
               AT END
                   IF WS-EX-CNT < 500
                       ADD 1 TO WS-EX-CNT
                       MOVE R-LABEL TO WS-EX-LABEL(WS-EX-CNT)
                       MOVE SPACES  TO WS-EX-PRODUCT(WS-EX-CNT)
                       IF WS-PL-IDX NOT > WS-PL-CNT
                           MOVE WS-PL-PRODUCT(WS-PL-IDX)
                             TO WS-EX-PRODUCT(WS-EX-CNT)
                       END-IF
                       MOVE 1       TO WS-EX-COUNT(WS-EX-CNT)
                       MOVE WS-EUR  TO WS-EX-BASE(WS-EX-CNT)
                   END-IF
               WHEN WS-EX-IDX > WS-EX-CNT
                   IF WS-EX-CNT < 500
                       ADD 1 TO WS-EX-CNT
                       MOVE R-LABEL TO WS-EX-LABEL(WS-EX-CNT)
                       MOVE SPACES  TO WS-EX-PRODUCT(WS-EX-CNT)
                       IF WS-PL-IDX NOT > WS-PL-CNT
                           MOVE WS-PL-PRODUCT(WS-PL-IDX)
                             TO WS-EX-PRODUCT(WS-EX-CNT)
                       END-IF
                       MOVE 1       TO WS-EX-COUNT(WS-EX-CNT)
                       MOVE WS-EUR  TO WS-EX-BASE(WS-EX-CNT)
                   END-IF
               WHEN WS-EX-LABEL(WS-EX-IDX) = R-LABEL
                   ADD 1      TO WS-EX-COUNT(WS-EX-IDX)
                   ADD WS-EUR TO WS-EX-BASE(WS-EX-IDX)
           END-SEARCH.
       1100-EXCEPTION-END.

      *    RELIT LE RAPPORT DE testech : DATE DE CLOTURE ET CUMULS
      *    DES LIGNES "EMIS : ... ACQUIS : ..." PAR GROUPE.
       2000-READ-SYNTH.
           OPEN INPUT F-SYNTH.
           IF NOT FS-SYNTH-OK
               GO TO 2000-READ-SYNTH-END
           END-IF.

           MOVE "Y" TO WS-SY-FOUND.
           PERFORM UNTIL FS-SYNTH-EOF
               READ F-SYNTH
               AT END
                   SET FS-SYNTH-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-SYNTH-LINE THRU 2100-SYNTH-LINE-END
               END-READ
           END-PERFORM.

           CLOSE F-SYNTH.
       2000-READ-SYNTH-END.

       2100-SYNTH-LINE.
           MOVE ZERO TO WS-SY-TALLY.
           INSPECT R-SYNTH TALLYING WS-SY-TALLY FOR ALL "CLOTURE AU ".
           IF WS-SY-TALLY > ZERO
               MOVE SPACES TO WS-SY-LEFT WS-SY-REST
               UNSTRING R-SYNTH DELIMITED BY "CLOTURE AU "
               INTO WS-SY-LEFT WS-SY-REST
               MOVE WS-SY-REST(1:8) TO WS-SY-CLOTURE
               GO TO 2100-SYNTH-LINE-END
           END-IF.

           MOVE ZERO TO WS-SY-TALLY.
           INSPECT R-SYNTH TALLYING WS-SY-TALLY FOR ALL " EMIS : ".
           IF WS-SY-TALLY = ZERO
               GO TO 2100-SYNTH-LINE-END
           END-IF.

           MOVE SPACES TO WS-SY-LEFT WS-SY-REST.
           UNSTRING R-SYNTH DELIMITED BY " EMIS : "
           INTO WS-SY-LEFT WS-SY-REST.
           MOVE SPACES TO WS-SY-TOKEN.
           UNSTRING WS-SY-REST DELIMITED BY SPACE INTO WS-SY-TOKEN.
           ADD FUNCTION NUMVAL(WS-SY-TOKEN) TO WS-SY-WRITTEN.

           MOVE WS-SY-REST TO WS-SY-LEFT.
           MOVE SPACES TO WS-SY-REST.
           UNSTRING WS-SY-LEFT DELIMITED BY " ACQUIS : "
           INTO WS-SY-TOKEN WS-SY-REST.
           MOVE SPACES TO WS-SY-TOKEN.
           UNSTRING WS-SY-REST DELIMITED BY SPACE INTO WS-SY-TOKEN.
           ADD FUNCTION NUMVAL(WS-SY-TOKEN) TO WS-SY-EARNED.
       2100-SYNTH-LINE-END.

      *    ECRIT LA DECLARATION : PAR TYPE, PAR TAUX, TOTAUX ET
      *    RAPPROCHEMENT.
       3000-WRITE-DECL.
           OPEN OUTPUT F-DECL.

           MOVE SPACES TO WS-LINE.
           STRING "*** DECLARATION TSCA - TRIMESTRE" SPACE WS-Q-NUM
              SPACE WS-Q-YEAR SPACE "(" WS-Q-START SPACE "-" SPACE
              WS-Q-END ") ***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           WRITE R-DECL FROM WS-LINE.

           MOVE "BASE TAXABLE ET TAXE PAR TYPE DE PRODUIT" TO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-CNT
               COMPUTE WS-TT-TAX(WS-TT-IDX) ROUNDED =
                  WS-TT-BASE(WS-TT-IDX) * WS-TT-RATE(WS-TT-IDX) / 100
               ADD WS-TT-BASE(WS-TT-IDX) TO WS-BASE-TOTAL
               ADD WS-TT-TAX(WS-TT-IDX)  TO WS-TAX-TOTAL
               PERFORM 3100-ACCUM-RATE THRU 3100-ACCUM-RATE-END
               INITIALIZE WS-AMT-CLEAN WS-TAX-CLEAN WS-RATE-CLEAN
                  WS-CNT-CLEAN
               MOVE WS-TT-BASE(WS-TT-IDX)  TO WS-AMT-CLEAN
               MOVE WS-TT-TAX(WS-TT-IDX)   TO WS-TAX-CLEAN
               MOVE WS-TT-RATE(WS-TT-IDX)  TO WS-RATE-CLEAN
               MOVE WS-TT-COUNT(WS-TT-IDX) TO WS-CNT-CLEAN
               MOVE SPACES TO WS-LINE
               STRING "  " WS-TT-PRODUCT(WS-TT-IDX) SPACE
                  WS-TT-DESC(WS-TT-IDX) SPACE
                  "POLICES :" SPACE FUNCTION TRIM(WS-CNT-CLEAN) SPACE
                  "TAUX :" SPACE FUNCTION TRIM(WS-RATE-CLEAN) "%"
                  SPACE "BASE :" SPACE FUNCTION TRIM(WS-AMT-CLEAN)
                  SPACE "TAXE :" SPACE FUNCTION TRIM(WS-TAX-CLEAN)
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-DECL FROM WS-LINE
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           MOVE "BASE TAXABLE ET TAXE DUE PAR TAUX" TO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-CNT
               INITIALIZE WS-AMT-CLEAN WS-TAX-CLEAN WS-RATE-CLEAN
               MOVE WS-RS-BASE(WS-RS-IDX) TO WS-AMT-CLEAN
               MOVE WS-RS-TAX(WS-RS-IDX)  TO WS-TAX-CLEAN
               MOVE WS-RS-RATE(WS-RS-IDX) TO WS-RATE-CLEAN
               MOVE SPACES TO WS-LINE
               STRING "  TAUX" SPACE FUNCTION TRIM(WS-RATE-CLEAN) "%"
                  SPACE "BASE :" SPACE FUNCTION TRIM(WS-AMT-CLEAN)
                  SPACE "TAXE DUE :" SPACE FUNCTION TRIM(WS-TAX-CLEAN)
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-DECL FROM WS-LINE
           END-PERFORM.

           MOVE ALL "-" TO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           INITIALIZE WS-AMT-CLEAN WS-TAX-CLEAN.
           MOVE WS-BASE-TOTAL TO WS-AMT-CLEAN.
           MOVE WS-TAX-TOTAL  TO WS-TAX-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING "TOTAL BASE TAXABLE :" SPACE
              FUNCTION TRIM(WS-AMT-CLEAN) SPACE
              "TOTAL TSCA DUE :" SPACE FUNCTION TRIM(WS-TAX-CLEAN)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           INITIALIZE WS-AMT-CLEAN.
           MOVE WS-EXCEPT-TOTAL TO WS-AMT-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING "PRIMES EN EXCEPTION (NON DECLAREES) :" SPACE
              FUNCTION TRIM(WS-AMT-CLEAN) SPACE
              "- VOIR tsca-exceptions.dat"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-DECL FROM WS-LINE.

           PERFORM 3200-WRITE-RECON THRU 3200-WRITE-RECON-END.

           CLOSE F-DECL.
       3000-WRITE-DECL-END.

      *    CUMULE LE TYPE COURANT DANS SON TAUX.
       3100-ACCUM-RATE.
           SET WS-RS-IDX TO 1.
           SEARCH WS-RS
               AT END
                   PERFORM 3110-NEW-RATE THRU 3110-NEW-RATE-END
               WHEN WS-RS-IDX > WS-RS-CNT
                   PERFORM 3110-NEW-RATE THRU 3110-NEW-RATE-END
               WHEN WS-RS-RATE(WS-RS-IDX) = WS-TT-RATE(WS-TT-IDX)
                   ADD WS-TT-BASE(WS-TT-IDX) TO WS-RS-BASE(WS-RS-IDX)
                   ADD WS-TT-TAX(WS-TT-IDX)  TO WS-RS-TAX(WS-RS-IDX)
           END-SEARCH.
       3100-ACCUM-RATE-END.

      *    NOUVEAU TAUX DANS LE RECAPITULATIF.
       3110-NEW-RATE.
           IF WS-RS-CNT < 50
               ADD 1 TO WS-RS-CNT
               SET WS-RS-IDX TO WS-RS-CNT
               MOVE WS-TT-RATE(WS-TT-IDX) TO WS-RS-RATE(WS-RS-IDX)
               MOVE WS-TT-BASE(WS-TT-IDX) TO WS-RS-BASE(WS-RS-IDX)
               MOVE WS-TT-TAX(WS-TT-IDX)  TO WS-RS-TAX(WS-RS-IDX)
           END-IF.
       3110-NEW-RATE-END.

      *    RAPPROCHEMENT : EMIS DU PORTEFEUILLE = BASE DU TRIMESTRE +
      *    EXCEPTIONS + EMIS HORS TRIMESTRE, ET EMIS / ACQUIS A LA FIN
      *    DU TRIMESTRE CONTRE LES LIGNES PAR GROUPE DE testech.
       3200-WRITE-RECON.
           MOVE SPACES TO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           MOVE "RAPPROCHEMENT AVEC L'EMIS / ACQUIS (testech)"
              TO WS-LINE.
           WRITE R-DECL FROM WS-LINE.

           INITIALIZE WS-AMT-CLEAN.
           MOVE WS-WRITTEN-TOTAL TO WS-AMT-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING "  EMIS DU PORTEFEUILLE :" SPACE
              FUNCTION TRIM(WS-AMT-CLEAN)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           INITIALIZE WS-AMT-CLEAN.
           MOVE WS-OUTSIDE-TOTAL TO WS-AMT-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING "  DONT EMIS HORS TRIMESTRE :" SPACE
              FUNCTION TRIM(WS-AMT-CLEAN)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-DECL FROM WS-LINE.
           INITIALIZE WS-AMT-CLEAN.
           MOVE WS-EARNED-TOTAL TO WS-AMT-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING "  ACQUIS A LA FIN DU TRIMESTRE :" SPACE
              FUNCTION TRIM(WS-AMT-CLEAN)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-DECL FROM WS-LINE.

           IF WS-WRITTEN-TOTAL = WS-BASE-TOTAL + WS-EXCEPT-TOTAL
                                 + WS-OUTSIDE-TOTAL
               MOVE "  BASE + EXCEPTIONS + HORS TRIMESTRE = EMIS : OK"
                  TO WS-LINE
           ELSE
               MOVE "  BASE + EXCEPTIONS + HORS TRIMESTRE <> EMIS :"
                  TO WS-LINE
               MOVE "*** ECART ***" TO WS-LINE(48:13)
               MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           WRITE R-DECL FROM WS-LINE.

           IF WS-SY-FOUND NOT = "Y"
               MOVE "  rapport_de_synthese.dat ABSENT : testech NON "
                  TO WS-LINE
               MOVE "RAPPROCHE" TO WS-LINE(48:9)
               WRITE R-DECL FROM WS-LINE
               GO TO 3200-WRITE-RECON-END
           END-IF.

           INITIALIZE WS-AMT-CLEAN.
           MOVE WS-SY-WRITTEN TO WS-AMT-CLEAN.
           MOVE SPACES TO WS-LINE.
           IF WS-SY-WRITTEN = WS-WRITTEN-TOTAL
               STRING "  EMIS testech :" SPACE
                  FUNCTION TRIM(WS-AMT-CLEAN) SPACE "- RAPPROCHEMENT OK"
                  DELIMITED BY SIZE
                  INTO WS-LINE
           ELSE
               STRING "  EMIS testech :" SPACE
                  FUNCTION TRIM(WS-AMT-CLEAN) SPACE "- *** ECART ***"
                  DELIMITED BY SIZE
                  INTO WS-LINE
               MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           WRITE R-DECL FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           IF WS-SY-CLOTURE NOT = WS-Q-END
               STRING "  ACQUIS testech CLOTURE AU" SPACE WS-SY-CLOTURE
                  SPACE "ET NON AU" SPACE WS-Q-END SPACE
                  "- NON RAPPROCHE (RELANCER testech AVEC "
                  "TESTECH-CLOTURE)"
                  DELIMITED BY SIZE
                  INTO WS-LINE
           ELSE
               INITIALIZE WS-AMT-CLEAN
               MOVE WS-SY-EARNED TO WS-AMT-CLEAN
               IF WS-SY-EARNED = WS-EARNED-TOTAL
                   STRING "  ACQUIS testech :" SPACE
                      FUNCTION TRIM(WS-AMT-CLEAN) SPACE
                      "- RAPPROCHEMENT OK"
                      DELIMITED BY SIZE
                      INTO WS-LINE
               ELSE
                   STRING "  ACQUIS testech :" SPACE
                      FUNCTION TRIM(WS-AMT-CLEAN) SPACE
                      "- *** ECART ***"
                      DELIMITED BY SIZE
                      INTO WS-LINE
                   MOVE "KO" TO WS-RUN-STATUS
               END-IF
           END-IF.
           WRITE R-DECL FROM WS-LINE.
       3200-WRITE-RECON-END.

      *    LISTE DES INTITULES EN EXCEPTION A RATTACHER.
       4000-WRITE-EXCEPT.
           OPEN OUTPUT F-EXCEPT.

           MOVE "*** INTITULES SANS TYPE DE PRODUIT OU SANS TAUX ***"
              TO WS-LINE.
           WRITE R-EXCEPT FROM WS-LINE.

           IF WS-EX-CNT = ZERO
               MOVE "AUCUNE EXCEPTION" TO WS-LINE
               WRITE R-EXCEPT FROM WS-LINE
           END-IF.

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT
               INITIALIZE WS-AMT-CLEAN WS-CNT-CLEAN
               MOVE WS-EX-BASE(WS-EX-IDX)  TO WS-AMT-CLEAN
               MOVE WS-EX-COUNT(WS-EX-IDX) TO WS-CNT-CLEAN
               MOVE SPACES TO WS-LINE
               IF WS-EX-PRODUCT(WS-EX-IDX) = SPACES
                   STRING WS-EX-LABEL(WS-EX-IDX) SPACE
                      "POLICES :" SPACE FUNCTION TRIM(WS-CNT-CLEAN)
                      SPACE "PRIMES :" SPACE FUNCTION TRIM(WS-AMT-CLEAN)
                      SPACE "- INTITULE SANS TYPE DE PRODUIT"
                      DELIMITED BY SIZE
                      INTO WS-LINE
               ELSE
                   STRING WS-EX-LABEL(WS-EX-IDX) SPACE
                      "POLICES :" SPACE FUNCTION TRIM(WS-CNT-CLEAN)
                      SPACE "PRIMES :" SPACE FUNCTION TRIM(WS-AMT-CLEAN)
                      SPACE "- TYPE" SPACE WS-EX-PRODUCT(WS-EX-IDX)
                      SPACE "ABSENT DU BAREME"
                      DELIMITED BY SIZE
                      INTO WS-LINE
               END-IF
               WRITE R-EXCEPT FROM WS-LINE
           END-PERFORM.

           CLOSE F-EXCEPT.
       4000-WRITE-EXCEPT-END.
