       01  WS-MIN     PIC 9(03) VALUE 10.
       01  WS-MAX     PIC 9(03) VALUE 60.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "trainret".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "train".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-RET-TIME-G.
           03 WS-RET-HH PIC 9(02).
           03 WS-RET-MM PIC 9(02).
      *    écris les trois sections du tableau des perturbations.      *
      ******************************************************************
       START-MAIN.
           MOVE "TRAINCOR-MIN" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-MIN-ENV.
           IF WS-MIN-ENV NOT = SPACES
              AND FUNCTION TRIM(WS-MIN-ENV) IS NUMERIC
              COMPUTE WS-MIN = FUNCTION NUMVAL(WS-MIN-ENV)
           END-IF.
           MOVE "TRAINCOR-MAX" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-MAX-ENV.
           IF WS-MAX-ENV NOT = SPACES
              AND FUNCTION TRIM(WS-MAX-ENV) IS NUMERIC
              COMPUTE WS-MAX = FUNCTION NUMVAL(WS-MAX-ENV)
