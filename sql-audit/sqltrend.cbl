       01  WS-THRESHOLD-ENV PIC X(08) VALUE SPACES.
       01  WS-THRESHOLD     PIC 9(05) VALUE 10.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "sqltrend".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "sqltrend".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

      *    Découpage d'une ligne d'audit : date-heure, programme,
      *    jeton SQLCODE:..., jeton SQLSTATE:... puis le message.
       01  WS-TOKENS.
      *    rapport.                                                    *
      ******************************************************************
       START-MAIN.
           MOVE "SQLTREND-ALERT-THRESHOLD" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-THRESHOLD-ENV.
           IF FUNCTION TRIM(WS-THRESHOLD-ENV) IS NUMERIC
              COMPUTE WS-THRESHOLD =
                 FUNCTION NUMVAL(WS-THRESHOLD-ENV)
