       01  WS-CNT-TGV        PIC 9(05) VALUE 0.
       01  WS-CNT-CORAIL     PIC 9(05) VALUE 0.
       01  WS-CNT-TER        PIC 9(05) VALUE 0.
      *    Sillons fret (au moins un arrêt F) du jour édité : ils
      *    restent au tableau, leurs arrêts fret listés à part.
       01  WS-CNT-FRET       PIC 9(05) VALUE 0.
       01  WS-NBR-FRET       PIC 9(02) VALUE 0.

       01  WS-CONF-IDX1      PIC 9(05).
       01  WS-CONF-IDX2      PIC 9(05).
              MOVE 0 TO WS-CNT-TGV
              MOVE 0 TO WS-CNT-CORAIL
              MOVE 0 TO WS-CNT-TER
              MOVE 0 TO WS-CNT-FRET
              MOVE 0 TO WS-CONF-COUNT

              PERFORM START-W-HEADER THRU END-W-HEADER
              IF T-NBR-HALT(T-IDX) > 0
                 PERFORM START-W-HALT-LIST THRU END-W-HALT-LIST
              END-IF

              MOVE 0 TO WS-NBR-FRET
              INSPECT T-HALT-FLAG(T-IDX)
              TALLYING WS-NBR-FRET
              FOR ALL "F"
              IF WS-NBR-FRET > 0
                 ADD 1 TO WS-CNT-FRET
                 PERFORM START-W-FRET-LIST THRU END-W-FRET-LIST
              END-IF
              END-IF
           END-PERFORM.
           CLOSE F-TRAIN3.
           WRITE R-TRAIN3 FROM WS-HALT-LIST-LINE.
       END-W-HALT-LIST.

      ******************************************************************
      *    Sillon fret : liste à part des arrêts fret (positions F),   *
      *    qui ne comptent pas dans le nombre d'arrêts voyageurs.      *
      ******************************************************************
       START-W-FRET-LIST.
           MOVE SPACES TO WS-HALT-LIST-LINE.
           MOVE 1 TO WS-HALT-PTR.
           STRING "      ARRETS FRET :" DELIMITED BY SIZE
           INTO WS-HALT-LIST-LINE
           WITH POINTER WS-HALT-PTR.

           PERFORM VARYING HALT-IDX FROM 1 BY 1 UNTIL HALT-IDX > 10
              IF T-HALT-FLAG(T-IDX)(HALT-IDX:1) EQUAL "F"
                 MOVE HALT-IDX TO WS-HALT-POS-NBR
                 STRING SPACE FUNCTION TRIM(WS-HALT-POS-NBR) ","
                 DELIMITED BY SIZE
                 INTO WS-HALT-LIST-LINE
                 WITH POINTER WS-HALT-PTR
              END-IF
           END-PERFORM.

           WRITE R-TRAIN3 FROM WS-HALT-LIST-LINE.
       END-W-FRET-LIST.

      ******************************************************************
      *    Calcul l'heure d'arrivée du train en fonction de son heure  *
      *    de départ et de la durée du trajet.                         *
           INTO WS-PNT-STRING.
           WRITE R-TRAIN3 FROM WS-PNT-STRING.

           INITIALIZE WS-PNT-STRING.
           INITIALIZE WS-PNT-NBR.
           MOVE WS-CNT-FRET TO WS-PNT-NBR.
           STRING "DONT SILLONS FRET :" SPACE FUNCTION TRIM(WS-PNT-NBR)
           DELIMITED BY SIZE
           INTO WS-PNT-STRING.
           WRITE R-TRAIN3 FROM WS-PNT-STRING.

      *    Fin
           INITIALIZE WS-PNT-STRING.
           STRING WS-PNT-BLANK "FIN"
