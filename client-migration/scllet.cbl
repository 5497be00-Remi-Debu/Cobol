
       01  WS-PROGRAM-NAME PIC X(08) VALUE 'scllet'.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'sclchain'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-RUN-STATS.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE "SCLLET-SEUIL" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-SEUIL-ENV.
           IF WS-SEUIL-ENV IS NUMERIC
               MOVE WS-SEUIL-ENV TO WS-SEUIL
           END-IF.
