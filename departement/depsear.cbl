           88 WS-RD-FOUND-NO  VALUE 0.
       01  WS-RD-LINE        PIC X(60).

      *    Date des regions du cumul (DEPSEAR-DATE-REGION AAAAMMJJ,
      *    date du jour par defaut) et region du departement en
      *    vigueur a cette date, rendue par depregn.
       01  WS-RD-DATE        PIC 9(08).
       01  WS-RD-DATE-X      PIC X(08) VALUE SPACES.
       01  WS-RD-DEPT        PIC X(03).
       01  WS-RD-REGION      PIC X(26).
       01  WS-RD-RESULT      PIC X(01).

       01  FS-COMMUNES PIC X(02).
           88 FS-COMMUNES-OK  VALUE "00".
           88 FS-COMMUNES-EOF VALUE "10".

      ******************************************************************
      *    Cumule le nombre de departements par region et ecrit le     *
      *    resultat dans un fichier de synthese. Les regions sont      *
      *    celles en vigueur a la date du cumul (rattachements dates   *
      *    de depregn) : un cumul date d'avant la reforme de 2016      *
      *    retrouve ses anciennes regions.                             *
      ******************************************************************
       START-REGION-ROLLUP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RD-DATE.
           ACCEPT WS-RD-DATE-X FROM ENVIRONMENT "DEPSEAR-DATE-REGION".
           IF WS-RD-DATE-X IS NUMERIC
               MOVE WS-RD-DATE-X TO WS-RD-DATE
           END-IF.

           OPEN OUTPUT F-REGION-OUT.

           IF FS-REGION-OUT-OK
               MOVE SPACES TO WS-RD-LINE
               STRING "REGIONS EN VIGUEUR AU " WS-RD-DATE
                   DELIMITED BY SIZE
                   INTO WS-RD-LINE
               MOVE WS-RD-LINE TO R-REGION-OUT
               WRITE R-REGION-OUT

               PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > D-CNT
                   PERFORM START-REGION-ACCUM THRU END-REGION-ACCUM
               END-PERFORM
       START-REGION-ACCUM.
           SET WS-RD-FOUND-NO TO TRUE.

           MOVE D-NUM(D-IDX)    TO WS-RD-DEPT.
           MOVE D-REGION(D-IDX) TO WS-RD-REGION.
           CALL "depregn" USING WS-RD-DEPT, WS-RD-DATE, WS-RD-REGION,
              WS-RD-RESULT
           END-CALL.

           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF WS-RD-NAME(WS-RD-IDX) EQUAL WS-RD-REGION
                   ADD 1 TO WS-RD-DEPT-COUNT(WS-RD-IDX)
                   SET WS-RD-FOUND-YES TO TRUE
               END-IF

           IF WS-RD-FOUND-NO
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-REGION TO WS-RD-NAME(WS-RD-COUNT)
               MOVE 1 TO WS-RD-DEPT-COUNT(WS-RD-COUNT)
           END-IF.
       END-REGION-ACCUM.
