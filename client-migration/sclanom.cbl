
       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclanom'.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'sclchain'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-RUN-STATS.
       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.
           MOVE "SCLANOM-ECART" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-ECART-ENV.
      *    Le registre admet le point décimal ; le programme est en
      *    DECIMAL-POINT IS COMMA.
           INSPECT WS-ECART-ENV REPLACING ALL "." BY ",".
           IF WS-ECART-ENV NOT = SPACES
               COMPUTE WS-ECART = FUNCTION NUMVAL(WS-ECART-ENV)
           END-IF.
