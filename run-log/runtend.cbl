      ******************************************************************
      *    Tendance des volumes et prévision de capacité : runsla      *
      *    signale une fenêtre batch dépassée, mais seulement après    *
      *    coup. Le programme relit le journal commun "run-log.dat"    *
      *    sur les dernières semaines (RUNTEND-SEMAINES, 8 à défaut,   *
      *    26 au plus, jusqu'à RUNTEND-DATE AAAAMMJJ, la date du jour  *
      *    à défaut) et écrit "tendance-rapport.dat" :                 *
      *    - par programme et par semaine : passages, durée moyenne    *
      *      et maximale, plus fortes volumétries lues et écrites ;    *
      *    - la croissance hebdomadaire de la durée et des volumes     *
      *      (droite des moindres carrés sur les pointes de chaque     *
      *      semaine, en pourcentage de la moyenne) ;                  *
      *    - la date à laquelle la tendance atteint la fenêtre         *
      *      autorisée du programme ("sla-fenetres.dat", celui de      *
      *      runsla) ou une limite de table connue.                    *
      *    Les limites de table viennent de "capacite-limites.dat"     *
      *    (une ligne par limite : PROGRAMME X(8), COMPTEUR X(1)       *
      *    L lus / E écrits, LIMITE 9(8), LIBELLE X(40)) ; sans ce     *
      *    fichier, les limites connues des programmes s'appliquent    *
      *    (table des défauts ci-dessous).                             *
      *    Toute limite déjà atteinte, ou prévue dans l'horizon        *
      *    d'alerte (RUNTEND-HORIZON jours, 28 à défaut), part aussi   *
      *    dans "tendance-alertes.dat" (copybook tendance), que le     *
      *    rapport d'exploitation du matin (runrep) reprend. Les       *
      *    paramètres sont lus par paramlu (chaîne runtend).           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runtend.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RUNLOG ASSIGN TO "run-log.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

           SELECT F-SLA ASSIGN TO "sla-fenetres.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SLA.

           SELECT F-LIMITES ASSIGN TO "capacite-limites.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIMITES.

           SELECT F-RAPPORT ASSIGN TO "tendance-rapport.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

           SELECT F-ALERTES ASSIGN TO "tendance-alertes.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALERTES.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       01  R-RUNLOG.
           03 RL-DATE     PIC 9(08).
           03 FILLER      PIC X(01).
           03 RL-TIME     PIC 9(06).
           03 FILLER      PIC X(01).
           03 RL-PROGRAM  PIC X(08).
           03 FILLER      PIC X(01).
           03 RL-READ     PIC 9(08).
           03 FILLER      PIC X(01).
           03 RL-WRITTEN  PIC 9(08).
           03 FILLER      PIC X(01).
           03 RL-REJECTED PIC 9(08).
           03 FILLER      PIC X(01).
           03 RL-STATUS   PIC X(02).
           03 FILLER      PIC X(01).
           03 RL-START    PIC 9(06).
           03 FILLER      PIC X(01).
           03 RL-DURATION PIC 9(06).

       FD  F-SLA
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  R-SLA.
           03 SLA-PROGRAM  PIC X(08).
           03 SLA-MAX-SECS PIC 9(06).
           03 SLA-DEADLINE PIC 9(06).

       FD  F-LIMITES
           RECORD CONTAINS 57 CHARACTERS
           RECORDING MODE IS F.
       01  R-LIMITE.
           03 LI-PROGRAM  PIC X(08).
           03 LI-COMPTEUR PIC X(01).
           03 LI-LIMITE   PIC 9(08).
           03 LI-LIBELLE  PIC X(40).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(132).

       FD  F-ALERTES
           RECORD CONTAINS 89 CHARACTERS
           RECORDING MODE IS F.
       COPY tendance.

       WORKING-STORAGE SECTION.
       01  FS-RUNLOG PIC X(02).
           88 FS-RUNLOG-OK  VALUE "00".
           88 FS-RUNLOG-EOF VALUE "10".
       01  FS-SLA PIC X(02).
           88 FS-SLA-OK  VALUE "00".
           88 FS-SLA-EOF VALUE "10".
       01  FS-LIMITES PIC X(02).
           88 FS-LIMITES-OK  VALUE "00".
           88 FS-LIMITES-EOF VALUE "10".
       01  FS-RAPPORT PIC X(02).
       01  FS-ALERTES PIC X(02).

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "runtend".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "runtend".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-REPORT-DATE PIC 9(08).
       01  WS-WEEKS       PIC 9(02) VALUE 8.
       01  WS-HORIZON     PIC 9(03) VALUE 28.
       01  WS-REPORT-INT  PIC 9(08) COMP.
       01  WS-FIRST-INT   PIC 9(08) COMP.
       01  WS-DATE-INT    PIC 9(08) COMP.
       01  WS-WEEK-NUM    PIC 9(02).
       01  WS-WEEK-START  PIC 9(08).

      *    Limites de table connues, appliquées quand le fichier
      *    capacite-limites.dat est absent.
       01  WS-LIMIT-DEFAULTS.
           03 FILLER PIC X(08) VALUE "sclrep".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(08) VALUE 200.
           03 FILLER PIC X(40)
              VALUE "ELEVES DE LA CLASSE (TABLE STUDENT)".
           03 FILLER PIC X(08) VALUE "sclrep".
           03 FILLER PIC X(01) VALUE "L".
           03 FILLER PIC 9(08) VALUE 200.
           03 FILLER PIC X(40) VALUE "NOTES DE LA CLASSE (TABLE GRADE)".
           03 FILLER PIC X(08) VALUE "insucli".
           03 FILLER PIC X(01) VALUE "L".
           03 FILLER PIC 9(08) VALUE 99.
           03 FILLER PIC X(40) VALUE "POLICES (TABLE WS-INSU)".
           03 FILLER PIC X(08) VALUE "train".
           03 FILLER PIC X(01) VALUE "L".
           03 FILLER PIC 9(08) VALUE 500.
           03 FILLER PIC X(40) VALUE "TRAINS (TABLE T-REC)".
       01  WS-LIMIT-DEFAULT-TABLE REDEFINES WS-LIMIT-DEFAULTS.
           03 WS-LD OCCURS 4 TIMES.
               05 WS-LD-PROGRAM  PIC X(08).
               05 WS-LD-COMPTEUR PIC X(01).
               05 WS-LD-LIMITE   PIC 9(08).
               05 WS-LD-LIBELLE  PIC X(40).

      *    Limites retenues (fichier ou défauts).
       01  WS-LIMIT-TABLE.
           03 WS-LM-CNT PIC 9(02) VALUE ZERO.
           03 WS-LM OCCURS 50 TIMES
                    INDEXED BY WS-LM-IDX.
               05 WS-LM-PROGRAM  PIC X(08).
               05 WS-LM-COMPTEUR PIC X(01).
               05 WS-LM-LIMITE   PIC 9(08).
               05 WS-LM-LIBELLE  PIC X(40).

      *    Fenêtres autorisées par programme.
       01  WS-SLA-TABLE.
           03 WS-SL-CNT PIC 9(02) VALUE ZERO.
           03 WS-SL OCCURS 50 TIMES
                    INDEXED BY WS-SL-IDX.
               05 WS-SL-PROGRAM  PIC X(08).
               05 WS-SL-MAX      PIC 9(06).

      *    Cumuls par programme et par semaine de la période.
       01  WS-PROG-TABLE.
           03 WS-PG-CNT PIC 9(02) VALUE ZERO.
           03 WS-PG OCCURS 50 TIMES
                    INDEXED BY WS-PG-IDX.
               05 WS-PG-PROGRAM PIC X(08).
               05 WS-WK OCCURS 26 TIMES
                        INDEXED BY WS-WK-IDX.
                   07 WS-WK-RUNS        PIC 9(05).
                   07 WS-WK-DUR-RUNS    PIC 9(05).
                   07 WS-WK-SUM-DUR     PIC 9(09).
                   07 WS-WK-MAX-DUR     PIC 9(06).
                   07 WS-WK-MAX-READ    PIC 9(08).
                   07 WS-WK-MAX-WRITTEN PIC 9(08).

      *    Droite des moindres carrés sur les pointes hebdomadaires
      *    d'une série (D durée, L lus, E écrits) : pente par
      *    semaine, valeur de la droite à la dernière semaine.
       01  WS-FIT-SERIE  PIC X(01).
       01  WS-FIT-X      PIC 9(02).
       01  WS-FIT-Y      PIC 9(08).
       01  WS-FIT-N      PIC 9(03).
       01  WS-FIT-SX     PIC S9(09).
       01  WS-FIT-SXX    PIC S9(09).
       01  WS-FIT-SY     PIC S9(13)V9(04).
       01  WS-FIT-SXY    PIC S9(13)V9(04).
       01  WS-FIT-DENOM  PIC S9(13).
       01  WS-FIT-SLOPE  PIC S9(11)V9(04).
       01  WS-FIT-BASE   PIC S9(11)V9(04).
       01  WS-FIT-NOW    PIC S9(11)V9(04).
       01  WS-FIT-MEAN   PIC S9(11)V9(04).
       01  WS-FIT-LAST   PIC 9(08).
       01  WS-FIT-PCT    PIC S9(05)V9(01).
       01  WS-FIT-OK     PIC X(01).
           88 WS-FIT-OK-Y VALUE "Y".

      *    Projection contre une limite.
       01  WS-PJ-TYPE     PIC X(01).
       01  WS-PJ-LIMITE   PIC 9(08).
       01  WS-PJ-LIBELLE  PIC X(40).
       01  WS-PJ-DAYS     PIC S9(07).
       01  WS-PJ-DATE     PIC 9(08).
       01  WS-PJ-ETAT     PIC X(01).
       01  WS-PJ-TEXT     PIC X(60).

       01  WS-ALERT-CNT   PIC 9(04) VALUE ZERO.
       01  WS-AVG-DUR     PIC 9(06).
       01  WS-PCT-DUR     PIC +ZZZ9.9.
       01  WS-PCT-READ    PIC +ZZZ9.9.
       01  WS-PCT-WRITTEN PIC +ZZZ9.9.
       01  WS-PNT-DAYS    PIC ZZZZZ9.
       01  WS-PNT-VALUE   PIC ZZZZZZZ9.
       01  WS-PNT-LIMITE  PIC ZZZZZZZ9.
       01  WS-COMPTEUR-LIB PIC X(06).
       01  WS-LINE        PIC X(132).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           PERFORM START-LOAD-CONFIG THRU END-LOAD-CONFIG.
           PERFORM START-R-SLA THRU END-R-SLA.
           PERFORM START-R-LIMITES THRU END-R-LIMITES.
           PERFORM START-R-RUNLOG THRU END-R-RUNLOG.

           OPEN OUTPUT F-RAPPORT.
           OPEN OUTPUT F-ALERTES.

           MOVE "*** TENDANCE DES VOLUMES ET PREVISION DE CAPACITE ***"
              TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "PERIODE :" SPACE WS-WEEKS SPACE
              "SEMAINES JUSQU'AU" SPACE WS-REPORT-DATE SPACE
              "- HORIZON D'ALERTE :" SPACE WS-HORIZON SPACE "JOURS"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-CNT
              PERFORM START-W-PROGRAM THRU END-W-PROGRAM
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "PROGRAMMES :" SPACE WS-PG-CNT SPACE
              "ALERTES DE CAPACITE :" SPACE WS-ALERT-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           CLOSE F-ALERTES.
           CLOSE F-RAPPORT.

           DISPLAY "PROGRAMMES :" SPACE WS-PG-CNT SPACE
              "ALERTES DE CAPACITE :" SPACE WS-ALERT-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Date de fin, nombre de semaines et horizon d'alerte, lus    *
      *    au registre des paramètres.                                 *
      ******************************************************************
       START-LOAD-CONFIG.
           MOVE "RUNTEND-DATE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR(1:8) IS NUMERIC
              MOVE WS-PARM-VALEUR(1:8) TO WS-REPORT-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.

           MOVE "RUNTEND-SEMAINES" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-VALEUR) IS NUMERIC
              COMPUTE WS-WEEKS = FUNCTION NUMVAL(WS-PARM-VALEUR)
           END-IF.
           IF WS-WEEKS < 2 OR WS-WEEKS > 26
              MOVE 8 TO WS-WEEKS
           END-IF.

           MOVE "RUNTEND-HORIZON" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-VALEUR) IS NUMERIC
              COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-PARM-VALEUR)
           END-IF.

           COMPUTE WS-REPORT-INT =
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           COMPUTE WS-FIRST-INT = WS-REPORT-INT - 7 * WS-WEEKS + 1.
       END-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    Charge les fenêtres autorisées (fichier facultatif).        *
      ******************************************************************
       START-R-SLA.
           OPEN INPUT F-SLA.
           IF NOT FS-SLA-OK
              DISPLAY "AVERTISSEMENT : sla-fenetres.dat ABSENT, "
                 "PAS DE PREVISION DE FENETRE"
              GO TO END-R-SLA
           END-IF.

           PERFORM UNTIL FS-SLA-EOF
              READ F-SLA
              AT END
                 SET FS-SLA-EOF TO TRUE
              NOT AT END
                 IF WS-SL-CNT < 50
                    ADD 1 TO WS-SL-CNT
                    MOVE SLA-PROGRAM  TO WS-SL-PROGRAM(WS-SL-CNT)
                    MOVE SLA-MAX-SECS TO WS-SL-MAX(WS-SL-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-SLA.
       END-R-SLA.
           EXIT.

      ******************************************************************
      *    Charge les limites de table : le fichier entretenu s'il     *
      *    existe, les limites connues des programmes sinon.           *
      ******************************************************************
       START-R-LIMITES.
           OPEN INPUT F-LIMITES.
           IF NOT FS-LIMITES-OK
              PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                      UNTIL WS-LM-IDX > 4
                 ADD 1 TO WS-LM-CNT
                 MOVE WS-LD(WS-LM-IDX) TO WS-LM(WS-LM-CNT)
              END-PERFORM
              GO TO END-R-LIMITES
           END-IF.

           PERFORM UNTIL FS-LIMITES-EOF
              READ F-LIMITES
              AT END
                 SET FS-LIMITES-EOF TO TRUE
              NOT AT END
                 IF WS-LM-CNT < 50 AND LI-LIMITE IS NUMERIC
                    AND (LI-COMPTEUR = "L" OR LI-COMPTEUR = "E")
                    ADD 1 TO WS-LM-CNT
                    MOVE R-LIMITE TO WS-LM(WS-LM-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-LIMITES.
       END-R-LIMITES.
           EXIT.

      ******************************************************************
      *    Parcourt le journal et cumule chaque passage de la période  *
      *    dans la semaine de son programme.                           *
      ******************************************************************
       START-R-RUNLOG.
           OPEN INPUT F-RUNLOG.
           IF NOT FS-RUNLOG-OK
              DISPLAY "ERREUR OUVERTURE run-log.dat :" SPACE
                 FS-RUNLOG
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-RUNLOG-EOF
              READ F-RUNLOG
              AT END
                 SET FS-RUNLOG-EOF TO TRUE
              NOT AT END
                 IF RL-DATE IS NUMERIC
                    AND RL-DATE NOT > WS-REPORT-DATE
                    AND FUNCTION TEST-DATE-YYYYMMDD(RL-DATE) = ZERO
                    PERFORM START-HANDLE-ONE THRU END-HANDLE-ONE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-RUNLOG.
       END-R-RUNLOG.
           EXIT.

      ******************************************************************
       START-HANDLE-ONE.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(RL-DATE).
           IF WS-DATE-INT < WS-FIRST-INT
              GO TO END-HANDLE-ONE
           END-IF.
           COMPUTE WS-WEEK-NUM = (WS-DATE-INT - WS-FIRST-INT) / 7 + 1.

           SET WS-PG-IDX TO 1.
           SEARCH WS-PG
              AT END
                 IF WS-PG-CNT < 50
                    ADD 1 TO WS-PG-CNT
                    SET WS-PG-IDX TO WS-PG-CNT
                    INITIALIZE WS-PG(WS-PG-IDX)
                    MOVE RL-PROGRAM TO WS-PG-PROGRAM(WS-PG-IDX)
                 ELSE
                    GO TO END-HANDLE-ONE
                 END-IF
              WHEN WS-PG-PROGRAM(WS-PG-IDX) EQUAL RL-PROGRAM
                 CONTINUE
           END-SEARCH.

           SET WS-WK-IDX TO WS-WEEK-NUM.
           ADD 1 TO WS-WK-RUNS(WS-PG-IDX, WS-WK-IDX).
           IF RL-READ IS NUMERIC
              AND RL-READ > WS-WK-MAX-READ(WS-PG-IDX, WS-WK-IDX)
              MOVE RL-READ TO WS-WK-MAX-READ(WS-PG-IDX, WS-WK-IDX)
           END-IF.
           IF RL-WRITTEN IS NUMERIC
              AND RL-WRITTEN > WS-WK-MAX-WRITTEN(WS-PG-IDX, WS-WK-IDX)
              MOVE RL-WRITTEN
                 TO WS-WK-MAX-WRITTEN(WS-PG-IDX, WS-WK-IDX)
           END-IF.

      *    Durée à zéro : programme pas encore instrumenté.
           IF RL-DURATION IS NUMERIC AND RL-DURATION > ZERO
              ADD 1 TO WS-WK-DUR-RUNS(WS-PG-IDX, WS-WK-IDX)
              ADD RL-DURATION TO WS-WK-SUM-DUR(WS-PG-IDX, WS-WK-IDX)
              IF RL-DURATION > WS-WK-MAX-DUR(WS-PG-IDX, WS-WK-IDX)
                 MOVE RL-DURATION
                    TO WS-WK-MAX-DUR(WS-PG-IDX, WS-WK-IDX)
              END-IF
           END-IF.
       END-HANDLE-ONE.
           EXIT.

      ******************************************************************
      *    Bloc d'un programme : ses semaines, sa croissance, puis     *
      *    les prévisions contre sa fenêtre et ses limites de table.   *
      ******************************************************************
       START-W-PROGRAM.
           MOVE SPACES TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "PROGRAMME" SPACE WS-PG-PROGRAM(WS-PG-IDX)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WEEKS
              IF WS-WK-RUNS(WS-PG-IDX, WS-WK-IDX) > ZERO
                 PERFORM START-W-WEEK THRU END-W-WEEK
              END-IF
           END-PERFORM.

      *    Croissance hebdomadaire des trois séries.
           MOVE "D" TO WS-FIT-SERIE.
           PERFORM START-FIT THRU END-FIT.
           MOVE WS-FIT-PCT TO WS-PCT-DUR.
           MOVE "L" TO WS-FIT-SERIE.
           PERFORM START-FIT THRU END-FIT.
           MOVE WS-FIT-PCT TO WS-PCT-READ.
           MOVE "E" TO WS-FIT-SERIE.
           PERFORM START-FIT THRU END-FIT.
           MOVE WS-FIT-PCT TO WS-PCT-WRITTEN.

           MOVE SPACES TO WS-LINE.
           IF WS-FIT-OK-Y
              STRING "   CROISSANCE PAR SEMAINE - DUREE :" SPACE
                 WS-PCT-DUR " %  LUS :" SPACE WS-PCT-READ
                 " %  ECRITS :" SPACE WS-PCT-WRITTEN " %"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              MOVE "   CROISSANCE : MOINS DE DEUX SEMAINES DE PASSAGES"
                 TO WS-LINE
           END-IF.
           WRITE R-RAPPORT FROM WS-LINE.

      *    Prévision contre la fenêtre autorisée.
           SET WS-SL-IDX TO 1.
           SEARCH WS-SL
              AT END
                 CONTINUE
              WHEN WS-SL-PROGRAM(WS-SL-IDX) EQUAL
                   WS-PG-PROGRAM(WS-PG-IDX)
                 IF WS-SL-MAX(WS-SL-IDX) > ZERO
                    MOVE "D" TO WS-FIT-SERIE
                    PERFORM START-FIT THRU END-FIT
                    MOVE "F" TO WS-PJ-TYPE
                    MOVE WS-SL-MAX(WS-SL-IDX) TO WS-PJ-LIMITE
                    MOVE "FENETRE BATCH (SECONDES)" TO WS-PJ-LIBELLE
                    PERFORM START-PROJECT THRU END-PROJECT
                 END-IF
           END-SEARCH.

      *    Prévisions contre les limites de table du programme.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-CNT
              IF WS-LM-PROGRAM(WS-LM-IDX) EQUAL
                 WS-PG-PROGRAM(WS-PG-IDX)
                 MOVE WS-LM-COMPTEUR(WS-LM-IDX) TO WS-FIT-SERIE
                 PERFORM START-FIT THRU END-FIT
                 MOVE "L" TO WS-PJ-TYPE
                 MOVE WS-LM-LIMITE(WS-LM-IDX) TO WS-PJ-LIMITE
                 MOVE WS-LM-LIBELLE(WS-LM-IDX) TO WS-PJ-LIBELLE
                 PERFORM START-PROJECT THRU END-PROJECT
              END-IF
           END-PERFORM.
       END-W-PROGRAM.
           EXIT.

      ******************************************************************
      *    Ligne d'une semaine du programme courant.                   *
      ******************************************************************
       START-W-WEEK.
           COMPUTE WS-DATE-INT =
              WS-FIRST-INT + 7 * (WS-WK-IDX - 1).
           COMPUTE WS-WEEK-START =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           MOVE ZERO TO WS-AVG-DUR.
           IF WS-WK-DUR-RUNS(WS-PG-IDX, WS-WK-IDX) > ZERO
              COMPUTE WS-AVG-DUR ROUNDED =
                 WS-WK-SUM-DUR(WS-PG-IDX, WS-WK-IDX) /
                 WS-WK-DUR-RUNS(WS-PG-IDX, WS-WK-IDX)
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "   SEMAINE DU" SPACE WS-WEEK-START SPACE
              "PASSAGES :" SPACE WS-WK-RUNS(WS-PG-IDX, WS-WK-IDX)
              SPACE "DUREE MOY :" SPACE WS-AVG-DUR SPACE
              "MAX :" SPACE WS-WK-MAX-DUR(WS-PG-IDX, WS-WK-IDX)
              SPACE "S  LUS MAX :" SPACE
              WS-WK-MAX-READ(WS-PG-IDX, WS-WK-IDX) SPACE
              "ECRITS MAX :" SPACE
              WS-WK-MAX-WRITTEN(WS-PG-IDX, WS-WK-IDX)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
       END-W-WEEK.
           EXIT.

      ******************************************************************
      *    Droite des moindres carrés de la série WS-FIT-SERIE sur     *
      *    les semaines ayant des passages (x = numéro de semaine,     *
      *    y = pointe de la semaine). Deux semaines au moins.          *
      ******************************************************************
       START-FIT.
           MOVE "N"  TO WS-FIT-OK.
           MOVE ZERO TO WS-FIT-N.
           MOVE ZERO TO WS-FIT-SX.
           MOVE ZERO TO WS-FIT-SXX.
           MOVE ZERO TO WS-FIT-SY.
           MOVE ZERO TO WS-FIT-SXY.
           MOVE ZERO TO WS-FIT-SLOPE.
           MOVE ZERO TO WS-FIT-NOW.
           MOVE ZERO TO WS-FIT-PCT.
           MOVE ZERO TO WS-FIT-LAST.

           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WEEKS
              IF WS-WK-RUNS(WS-PG-IDX, WS-WK-IDX) > ZERO
                 EVALUATE WS-FIT-SERIE
                    WHEN "D"
                       MOVE WS-WK-MAX-DUR(WS-PG-IDX, WS-WK-IDX)
                          TO WS-FIT-Y
                    WHEN "L"
                       MOVE WS-WK-MAX-READ(WS-PG-IDX, WS-WK-IDX)
                          TO WS-FIT-Y
                    WHEN OTHER
                       MOVE WS-WK-MAX-WRITTEN(WS-PG-IDX, WS-WK-IDX)
                          TO WS-FIT-Y
                 END-EVALUATE
                 IF WS-FIT-SERIE NOT = "D"
                    OR WS-WK-DUR-RUNS(WS-PG-IDX, WS-WK-IDX) > ZERO
                    SET WS-FIT-X TO WS-WK-IDX
                    ADD 1 TO WS-FIT-N
                    ADD WS-FIT-Y TO WS-FIT-SY
                    ADD WS-FIT-X TO WS-FIT-SX
                    COMPUTE WS-FIT-SXX =
                       WS-FIT-SXX + WS-FIT-X * WS-FIT-X
                    COMPUTE WS-FIT-SXY =
                       WS-FIT-SXY + WS-FIT-X * WS-FIT-Y
                    MOVE WS-FIT-Y TO WS-FIT-LAST
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FIT-N < 2
              MOVE WS-FIT-LAST TO WS-FIT-NOW
              GO TO END-FIT
           END-IF.

           COMPUTE WS-FIT-DENOM =
              WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX.
           IF WS-FIT-DENOM = ZERO
              MOVE WS-FIT-LAST TO WS-FIT-NOW
              GO TO END-FIT
           END-IF.

           SET WS-FIT-OK-Y TO TRUE.
           COMPUTE WS-FIT-SLOPE ROUNDED =
              (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
              / WS-FIT-DENOM.
           COMPUTE WS-FIT-BASE ROUNDED =
              (WS-FIT-SY - WS-FIT-SLOPE * WS-FIT-SX) / WS-FIT-N.
           COMPUTE WS-FIT-NOW ROUNDED =
              WS-FIT-BASE + WS-FIT-SLOPE * WS-WEEKS.
           IF WS-FIT-NOW < ZERO
              MOVE ZERO TO WS-FIT-NOW
           END-IF.
           COMPUTE WS-FIT-MEAN ROUNDED = WS-FIT-SY / WS-FIT-N.
           IF WS-FIT-MEAN > ZERO
              COMPUTE WS-FIT-PCT ROUNDED =
                 WS-FIT-SLOPE * 100 / WS-FIT-MEAN
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-FIT-PCT
              END-COMPUTE
           END-IF.
       END-FIT.
           EXIT.

      ******************************************************************
      *    Prévision de la série ajustée contre WS-PJ-LIMITE : limite  *
      *    déjà atteinte (dernière pointe ou droite), date prévue si   *
      *    la série croît, alerte dans l'horizon.                      *
      ******************************************************************
       START-PROJECT.
           MOVE SPACE TO WS-PJ-ETAT.
           MOVE ZERO TO WS-PJ-DATE.
           MOVE ZERO TO WS-PJ-DAYS.

           EVALUATE TRUE
              WHEN WS-FIT-LAST NOT < WS-PJ-LIMITE
                 OR WS-FIT-NOW NOT < WS-PJ-LIMITE
                 MOVE "A" TO WS-PJ-ETAT
                 MOVE WS-REPORT-DATE TO WS-PJ-DATE
                 IF WS-FIT-LAST > WS-FIT-NOW
                    MOVE WS-FIT-LAST TO WS-FIT-NOW
                 END-IF
                 MOVE "DEJA ATTEINTE" TO WS-PJ-TEXT
              WHEN NOT WS-FIT-OK-Y
                 MOVE "HISTORIQUE INSUFFISANT POUR UNE PREVISION"
                    TO WS-PJ-TEXT
              WHEN WS-FIT-SLOPE NOT > ZERO
                 MOVE "PAS DE CROISSANCE, NON ATTEINTE"
                    TO WS-PJ-TEXT
              WHEN OTHER
                 COMPUTE WS-PJ-DAYS ROUNDED =
                    (WS-PJ-LIMITE - WS-FIT-NOW) * 7 / WS-FIT-SLOPE
                    ON SIZE ERROR
                       MOVE 9999999 TO WS-PJ-DAYS
                 END-COMPUTE
                 IF WS-PJ-DAYS > 36500
                    MOVE "CROISSANCE TROP FAIBLE, AU-DELA DE CENT ANS"
                       TO WS-PJ-TEXT
                 ELSE
                    COMPUTE WS-DATE-INT = WS-REPORT-INT + WS-PJ-DAYS
                    COMPUTE WS-PJ-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                    MOVE WS-PJ-DAYS TO WS-PNT-DAYS
                    MOVE SPACES TO WS-PJ-TEXT
                    STRING "ATTEINTE PREVUE LE" SPACE WS-PJ-DATE
                       SPACE "(DANS" SPACE
                       FUNCTION TRIM(WS-PNT-DAYS) SPACE "JOURS)"
                       DELIMITED BY SIZE
                       INTO WS-PJ-TEXT
                    IF WS-PJ-DAYS NOT > WS-HORIZON
                       MOVE "P" TO WS-PJ-ETAT
                    END-IF
                 END-IF
           END-EVALUATE.

           EVALUATE WS-FIT-SERIE
              WHEN "D"
                 MOVE "DUREE" TO WS-COMPTEUR-LIB
              WHEN "L"
                 MOVE "LUS" TO WS-COMPTEUR-LIB
              WHEN OTHER
                 MOVE "ECRITS" TO WS-COMPTEUR-LIB
           END-EVALUATE.
           MOVE WS-FIT-NOW   TO WS-PNT-VALUE.
           MOVE WS-PJ-LIMITE TO WS-PNT-LIMITE.

           MOVE SPACES TO WS-LINE.
           STRING "   LIMITE" SPACE FUNCTION TRIM(WS-PJ-LIBELLE)
              SPACE "(" FUNCTION TRIM(WS-COMPTEUR-LIB) SPACE
              FUNCTION TRIM(WS-PNT-VALUE) " / "
              FUNCTION TRIM(WS-PNT-LIMITE) ") :" SPACE
              FUNCTION TRIM(WS-PJ-TEXT)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           IF WS-PJ-ETAT = SPACE
              GO TO END-PROJECT
           END-IF.

           MOVE "      *** ALERTE DE CAPACITE ***" TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           ADD 1 TO WS-ALERT-CNT.
           MOVE SPACES TO R-TENDANCE.
           MOVE WS-REPORT-DATE           TO TD-DATE.
           MOVE WS-PG-PROGRAM(WS-PG-IDX) TO TD-PROGRAM.
           MOVE WS-PJ-TYPE               TO TD-TYPE.
           MOVE WS-PJ-ETAT               TO TD-ETAT.
           MOVE WS-PJ-DATE               TO TD-ECHEANCE.
           MOVE WS-FIT-NOW               TO TD-VALEUR.
           MOVE WS-PJ-LIMITE             TO TD-LIMITE.
           MOVE WS-PJ-LIBELLE            TO TD-LIBELLE.
           WRITE R-TENDANCE.
       END-PROJECT.
           EXIT.
