      ******************************************************************
      *    Sous programme partagé de contrôle d'une valeur de          *
      *    paramètre contre sa définition du registre                  *
      *    "parametres.dat" (copybook parametre) : la lecture par      *
      *    paramlu et la saisie par parmaint appliquent ainsi          *
      *    exactement les mêmes règles.                                *
      *       N : chiffres, une virgule ou un point décimal au plus,   *
      *           deux décimales au plus, entre PR-MIN et PR-MAX ;     *
      *       D : date AAAAMMJJ valide, entre PR-MIN et PR-MAX ;       *
      *       I : Y ou N ;                                             *
      *       A : longueur entre PR-MIN et PR-MAX.                     *
      *    PR-MAX à zéro : pas de borne haute. Une valeur à blanc est  *
      *    acceptée (paramètre non renseigné). Le résultat vaut "Y"    *
      *    ou "N", avec le motif du refus.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paramck.
       AUTHOR.     Rémi.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LEN       PIC 9(03).
       01  WS-POS       PIC 9(03).
       01  WS-CHAR      PIC X(01).
       01  WS-DIGIT     PIC 9(01).
       01  WS-SEP-CNT   PIC 9(03).
       01  WS-INT-CNT   PIC 9(03).
       01  WS-DEC-CNT   PIC 9(03).
       01  WS-NUM       PIC 9(08)V99.
       01  WS-DATE      PIC 9(08).
       01  WS-LEN-NUM   PIC 9(08)V99.

       LINKAGE SECTION.
       COPY parametre.
       01  LK-VALUE   PIC X(100).
       01  LK-RESULT  PIC X(01).
           88 LK-RESULT-OK VALUE "Y".
       01  LK-MESSAGE PIC X(60).

      ******************************************************************
       PROCEDURE DIVISION USING R-PARAMETRE, LK-VALUE, LK-RESULT,
           LK-MESSAGE.

       START-MAIN.
           SET LK-RESULT-OK TO TRUE.
           MOVE SPACES TO LK-MESSAGE.

           IF NOT PR-TYPE-VALID
              MOVE "N" TO LK-RESULT
              MOVE "TYPE DE PARAMETRE INCONNU (N, D, I OU A)"
                 TO LK-MESSAGE
              GO TO END-MAIN
           END-IF.

           IF LK-VALUE = SPACES
              GO TO END-MAIN
           END-IF.

           PERFORM START-GET-LENGTH THRU END-GET-LENGTH.

           EVALUATE TRUE
              WHEN PR-TYPE-NUM
                 PERFORM START-CHECK-NUM THRU END-CHECK-NUM
              WHEN PR-TYPE-DATE
                 PERFORM START-CHECK-DATE THRU END-CHECK-DATE
              WHEN PR-TYPE-IND
                 IF LK-VALUE NOT = "Y" AND LK-VALUE NOT = "N"
                    MOVE "N" TO LK-RESULT
                    MOVE "INDICATEUR Y OU N ATTENDU" TO LK-MESSAGE
                 END-IF
              WHEN PR-TYPE-ALPHA
                 MOVE WS-LEN TO WS-LEN-NUM
                 IF WS-LEN-NUM < PR-MIN
                    OR (PR-MAX > ZERO AND WS-LEN-NUM > PR-MAX)
                    MOVE "N" TO LK-RESULT
                    MOVE "LONGUEUR HORS BORNES" TO LK-MESSAGE
                 END-IF
           END-EVALUATE.
       END-MAIN.
           GOBACK.

      ******************************************************************
      *    Longueur utile de la valeur : la valeur est cadrée à        *
      *    gauche, un blanc intérieur est refusé pour N, D et I.       *
      ******************************************************************
       START-GET-LENGTH.
           MOVE ZERO TO WS-LEN.
           PERFORM VARYING WS-POS FROM 100 BY -1
                   UNTIL WS-POS < 1 OR WS-LEN > ZERO
              IF LK-VALUE(WS-POS:1) NOT = SPACE
                 MOVE WS-POS TO WS-LEN
              END-IF
           END-PERFORM.
       END-GET-LENGTH.
           EXIT.

      ******************************************************************
      *    Numérique : chiffres, un séparateur décimal au plus (la     *
      *    virgule des programmes en DECIMAL-POINT IS COMMA ou le      *
      *    point), deux décimales au plus, puis contrôle des bornes.   *
      ******************************************************************
       START-CHECK-NUM.
           MOVE ZERO TO WS-NUM.
           MOVE ZERO TO WS-SEP-CNT.
           MOVE ZERO TO WS-INT-CNT.
           MOVE ZERO TO WS-DEC-CNT.

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LEN OR NOT LK-RESULT-OK
              MOVE LK-VALUE(WS-POS:1) TO WS-CHAR
              EVALUATE TRUE
                 WHEN WS-CHAR IS NUMERIC
                    MOVE WS-CHAR TO WS-DIGIT
                    IF WS-SEP-CNT = ZERO
                       ADD 1 TO WS-INT-CNT
                       IF WS-INT-CNT > 8
                          MOVE "N" TO LK-RESULT
                       ELSE
                          COMPUTE WS-NUM = WS-NUM * 10 + WS-DIGIT
                       END-IF
                    ELSE
                       ADD 1 TO WS-DEC-CNT
                       EVALUATE WS-DEC-CNT
                          WHEN 1
                             COMPUTE WS-NUM = WS-NUM + WS-DIGIT / 10
                          WHEN 2
                             COMPUTE WS-NUM = WS-NUM + WS-DIGIT / 100
                          WHEN OTHER
                             MOVE "N" TO LK-RESULT
                       END-EVALUATE
                    END-IF
                 WHEN WS-CHAR = "," OR WS-CHAR = "."
                    ADD 1 TO WS-SEP-CNT
                    IF WS-SEP-CNT > 1
                       MOVE "N" TO LK-RESULT
                    END-IF
                 WHEN OTHER
                    MOVE "N" TO LK-RESULT
              END-EVALUATE
           END-PERFORM.

           IF WS-INT-CNT = ZERO AND WS-DEC-CNT = ZERO
              MOVE "N" TO LK-RESULT
           END-IF.

           IF NOT LK-RESULT-OK
              MOVE "VALEUR NUMERIQUE INVALIDE" TO LK-MESSAGE
              GO TO END-CHECK-NUM
           END-IF.

           IF WS-NUM < PR-MIN
              OR (PR-MAX > ZERO AND WS-NUM > PR-MAX)
              MOVE "N" TO LK-RESULT
              MOVE "VALEUR HORS BORNES" TO LK-MESSAGE
           END-IF.
       END-CHECK-NUM.
           EXIT.

      ******************************************************************
      *    Date : huit chiffres, date calendaire valide, bornes.       *
      ******************************************************************
       START-CHECK-DATE.
           IF WS-LEN NOT = 8 OR LK-VALUE(1:8) IS NOT NUMERIC
              MOVE "N" TO LK-RESULT
              MOVE "DATE AAAAMMJJ ATTENDUE" TO LK-MESSAGE
              GO TO END-CHECK-DATE
           END-IF.

           MOVE LK-VALUE(1:8) TO WS-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE) NOT = ZERO
              MOVE "N" TO LK-RESULT
              MOVE "DATE INEXISTANTE" TO LK-MESSAGE
              GO TO END-CHECK-DATE
           END-IF.

           MOVE WS-DATE TO WS-NUM.
           IF WS-NUM < PR-MIN
              OR (PR-MAX > ZERO AND WS-NUM > PR-MAX)
              MOVE "N" TO LK-RESULT
              MOVE "DATE HORS BORNES" TO LK-MESSAGE
           END-IF.
       END-CHECK-DATE.
           EXIT.
