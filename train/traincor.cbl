      *    (arrivée le lendemain) est respecté : la correspondance     *
      *    se cherche alors sur les départs du lendemain. Les          *
      *    correspondances plus courtes que le minimum sont quand      *
      *    même listées, marquées SERREE. Les cars de remplacement     *
      *    (type BUS, travaux) sont des trains comme les autres pour   *
      *    la correspondance, marqués CAR. Le rapport part dans        *
      *    "correspondances.dat".                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 FS-CORRES-OK VALUE "00".

       01  HALT-IDX PIC 9(05).
       01  WS-FRET-TALLY PIC 9(02).

       01  WS-MIN-ENV PIC X(03) VALUE SPACES.
       01  WS-MAX-ENV PIC X(03) VALUE SPACES.
       01  WS-MIN     PIC 9(03) VALUE 10.
       01  WS-MAX     PIC 9(03) VALUE 60.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "traincor".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "train".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-ARR-IDX  PIC 9(05).
       01  WS-DEP-IDX  PIC 9(05).
       01  WS-ARR-MIN  PIC 9(05).
       01  WS-GAP      PIC S9(05).
       01  WS-GAP-E    PIC ZZZ9.
       01  WS-FLAG     PIC X(10).
       01  WS-CAR-FLAG PIC X(03).

       01  WS-LINE     PIC X(120).
       01  WS-CORR-CNT PIC 9(05) VALUE ZERO.
      *    écris les correspondances gare par gare.                    *
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
                       MOVE TRAIN-HALT-FLAG(HALT-IDX)
                       TO T-HALT-FLAG(T-CNT)(HALT-IDX:1)
                    END-PERFORM
      *             Un sillon fret (arrêt F) n'est pas retenu.
                    MOVE ZERO TO WS-FRET-TALLY
                    INSPECT T-HALT-FLAG(T-CNT)
                       TALLYING WS-FRET-TALLY FOR ALL "F"
                    IF WS-FRET-TALLY = ZERO
                       ADD 1 TO T-CNT
                    END-IF
                 END-READ
              END-PERFORM
           ELSE
                 ADD 1 TO WS-TIGHT-CNT
              END-IF

              MOVE SPACES TO WS-CAR-FLAG
              IF T-TYPE-CAR(WS-ARR-IDX) OR T-TYPE-CAR(WS-DEP-IDX)
                 MOVE "CAR" TO WS-CAR-FLAG
              END-IF

              INITIALIZE WS-GAP-E
              MOVE WS-GAP TO WS-GAP-E

                 "-> DEPART" SPACE T-TYPE(WS-DEP-IDX) SPACE
                 T-START-HH(WS-DEP-IDX) ":" T-START-MM(WS-DEP-IDX)
                 SPACE "ATTENTE" SPACE FUNCTION TRIM(WS-GAP-E) SPACE
                 "MIN" SPACE WS-FLAG SPACE WS-CAR-FLAG
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-CORRES FROM WS-LINE
