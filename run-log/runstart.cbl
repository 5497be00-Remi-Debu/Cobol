      ******************************************************************
      *    Sous programme compagnon de runlog : appelé en tête de      *
      *    traitement, il pose le repère de lancement                  *
      *    "run-start.dat" (programme, date, heure). Le fichier tient  *
      *    une ligne par programme : seule celle de l'appelant est     *
      *    remplacée, un ordonnanceur et les travaux qu'il lance       *
      *    gardent chacun leur repère. runlog relit la sienne          *
      *    en fin de traitement pour porter l'heure de début et la    *
      *    durée sur la ligne du journal commun - on sait enfin        *
      *    combien de temps un batch a pris, pas seulement qu'il a     *

       WORKING-STORAGE SECTION.
       01  FS-START PIC X(02).
           88 FS-START-OK  VALUE "00".
           88 FS-START-EOF VALUE "10".

      *    Repères des autres programmes, recopiés tels quels.
       01  WS-ST-TABLE.
           03 WS-ST-CNT PIC 9(03) VALUE ZERO.
           03 WS-ST-LINE PIC X(24) OCCURS 500 TIMES
                         INDEXED BY WS-ST-IDX.

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME PIC X(08).
       PROCEDURE DIVISION USING LK-PROGRAM-NAME.

       START-MAIN.
           PERFORM START-R-START THRU END-R-START.

           OPEN OUTPUT F-START.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              WRITE R-START FROM WS-ST-LINE(WS-ST-IDX)
           END-PERFORM.
           MOVE SPACES TO R-START.
           MOVE LK-PROGRAM-NAME TO ST-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ST-DATE.
           CLOSE F-START.
       END-MAIN.
           GOBACK.

      ******************************************************************
      *    Garde les repères des autres programmes ; un fichier absent *
      *    (premier lancement) n'en garde aucun.                       *
      ******************************************************************
       START-R-START.
           MOVE ZERO TO WS-ST-CNT.
           OPEN INPUT F-START.
           IF NOT FS-START-OK
              GO TO END-R-START
           END-IF.

           PERFORM UNTIL FS-START-EOF
              READ F-START
              AT END
                 SET FS-START-EOF TO TRUE
              NOT AT END
                 IF ST-PROGRAM NOT = LK-PROGRAM-NAME
                    AND WS-ST-CNT < 500
                    ADD 1 TO WS-ST-CNT
                    MOVE R-START TO WS-ST-LINE(WS-ST-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-START.
       END-R-START.
           EXIT.
