       01  WS-THRESHOLD-ENV PIC X(05) VALUE SPACES.
       01  WS-THRESHOLD     PIC 99V99 VALUE 10,00.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'sclchain'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-AVERAGE    PIC 99V99.
       01  WS-RATE       PIC 9(03)V9(02).


       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE "SCLPROM-THRESHOLD" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-THRESHOLD-ENV.
      *    Le registre admet le point décimal ; le programme est en
      *    DECIMAL-POINT IS COMMA.
           INSPECT WS-THRESHOLD-ENV REPLACING ALL "." BY ",".
           IF WS-THRESHOLD-ENV NOT = SPACES
               COMPUTE WS-THRESHOLD =
                  FUNCTION NUMVAL(WS-THRESHOLD-ENV)
