           88 FS-RUNLOG-OK VALUE "00".

       01  FS-START PIC X(02).
           88 FS-START-OK  VALUE "00".
           88 FS-START-EOF VALUE "10".

       01  WS-START-FOUND PIC X(01).
           88 WS-START-FOUND-Y VALUE "Y".

       01  WS-END-TIME   PIC 9(06).
       01  WS-START-SECS PIC 9(08).
           EXIT.

      ******************************************************************
      *    Relit le repère de lancement posé par runstart : si le      *
      *    programme appelant en a un, l'heure de début et la          *
      *    durée (en secondes, minuit franchi compris) sont portées    *
      *    sur la ligne ; sinon elles restent à zéro.                  *
      ******************************************************************
              GO TO END-GET-DURATION
           END-IF.

           MOVE "N" TO WS-START-FOUND.
           PERFORM UNTIL FS-START-EOF OR WS-START-FOUND-Y
              READ F-START
              AT END
                 SET FS-START-EOF TO TRUE
              NOT AT END
                 IF ST-PROGRAM = LK-PROGRAM-NAME
                    SET WS-START-FOUND-Y TO TRUE
                    MOVE ST-TIME TO WS-START-TIME
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-START.

           IF NOT WS-START-FOUND-Y
              GO TO END-GET-DURATION
           END-IF.

           DIVIDE WS-START-TIME BY 10000
              GIVING WS-HH REMAINDER WS-MMSS.
           DIVIDE WS-MMSS BY 100 GIVING WS-MI REMAINDER WS-SS.
