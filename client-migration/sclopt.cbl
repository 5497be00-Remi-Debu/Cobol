      ******************************************************************
      *    Affectation des options de la rentrée (LV2, latin,          *
      *    sections...) avant que sclprom ne construise                *
      *    "input-rentree.dat". Le programme lit :                     *
      *    - "options-voeux.dat" : les voeux classés de chaque élève   *
      *      (matricule, groupe d'options, rang du voeu, option) ;     *
      *    - "options-places.dat" : le référentiel des options         *
      *      (groupe, option, nombre de places, libellé du cours       *
      *      COURSE qui portera l'inscription) ;                       *
      *    - "promotion-decisions.dat" de sclprom : la moyenne de      *
      *      passage de chaque élève, qui départage les voeux de même  *
      *      rang quand une option n'a plus assez de places.           *
      *    Les voeux sont servis rang par rang (tous les premiers      *
      *    voeux avant les seconds), à moyenne décroissante dans un    *
      *    même rang, dans la limite des places de chaque option.      *
      *    Il écrit :                                                  *
      *    - "options-affectations.dat" : une ligne par élève et par   *
      *      groupe servi, relue par sclprom qui en tire les RECORD    *
      *      "08" (inscription au cours de l'option) de septembre ;    *
      *    - "options-sans-choix.dat" : les élèves qui n'ont obtenu    *
      *      aucun de leurs voeux dans un groupe, avec leurs voeux et  *
      *      leur moyenne, pour arbitrage du chef d'établissement      *
      *      avant la rentrée ;                                        *
      *    - "options-rapport.dat" : demande et remplissage par        *
      *      option, et les voeux rejetés (option inconnue).           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclopt.
       AUTHOR.      Rémi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-WISH ASSIGN TO 'options-voeux.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-WISH.

           SELECT F-SEAT ASSIGN TO 'options-places.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEAT.

           SELECT F-DECISIONS ASSIGN TO 'promotion-decisions.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DECISIONS.

           SELECT F-ALLOC ASSIGN TO 'options-affectations.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALLOC.

           SELECT F-NOCHOICE ASSIGN TO 'options-sans-choix.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOCHOICE.

           SELECT F-REPORT ASSIGN TO 'options-rapport.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORT.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-WISH
           RECORD CONTAINS 17 CHARACTERS
           RECORDING MODE IS F.
       01  R-WISH.
           03 VO-MATRICULE PIC 9(06).
           03 VO-GROUP     PIC X(04).
           03 VO-RANK      PIC 9(01).
           03 VO-OPTION    PIC X(06).

       FD  F-SEAT
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE IS F.
       01  R-SEAT.
           03 OP-GROUP     PIC X(04).
           03 OP-OPTION    PIC X(06).
           03 OP-SEATS     PIC 9(03).
           03 OP-LABEL     PIC X(21).

      *    Ligne de décision écrite par sclprom (nom, prénom,
      *    moyenne, décision, matricule) ; la ligne de totaux de fin
      *    de fichier n'a pas de décision et est ignorée.
       FD  F-DECISIONS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-DECISIONS.
           03 DC-LASTNAME  PIC X(07).
           03 FILLER       PIC X(01).
           03 DC-FIRSTNAME PIC X(06).
           03 FILLER       PIC X(11).
           03 DC-AVERAGE   PIC Z9,99.
           03 FILLER       PIC X(12).
           03 DC-DECISION  PIC X(08).
           03 FILLER       PIC X(13).
           03 DC-MATRICULE PIC X(06).
           03 FILLER       PIC X(51).

       FD  F-ALLOC
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-ALLOC.
           03 AF-MATRICULE PIC 9(06).
           03 AF-GROUP     PIC X(04).
           03 AF-OPTION    PIC X(06).
           03 AF-RANK      PIC 9(01).
           03 AF-LABEL     PIC X(21).

       FD  F-NOCHOICE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-NOCHOICE PIC X(120).

       FD  F-REPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-REPORT PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-WISH PIC X(02).
           88 FS-WISH-OK  VALUE '00'.
           88 FS-WISH-EOF VALUE '10'.

       01  FS-SEAT PIC X(02).
           88 FS-SEAT-OK  VALUE '00'.
           88 FS-SEAT-EOF VALUE '10'.

       01  FS-DECISIONS PIC X(02).
           88 FS-DECISIONS-OK  VALUE '00'.
           88 FS-DECISIONS-EOF VALUE '10'.

       01  FS-ALLOC PIC X(02).
           88 FS-ALLOC-OK VALUE '00'.

       01  FS-NOCHOICE PIC X(02).
           88 FS-NOCHOICE-OK VALUE '00'.

       01  FS-REPORT PIC X(02).
           88 FS-REPORT-OK VALUE '00'.

      *    Référentiel des options et compteurs de remplissage.
       01  WS-SEAT-CNT PIC 9(03) VALUE ZERO.
       01  WS-SEAT-TABLE.
           03 WS-ST-ENTRY OCCURS 100 TIMES
                          INDEXED BY WS-ST-IDX.
               05 WS-ST-GROUP    PIC X(04).
               05 WS-ST-OPTION   PIC X(06).
               05 WS-ST-SEATS    PIC 9(03).
               05 WS-ST-LABEL    PIC X(21).
               05 WS-ST-TAKEN    PIC 9(03).
               05 WS-ST-DEMAND-1 PIC 9(04).

      *    Elèves de "promotion-decisions.dat" (moyenne de passage).
       01  WS-STUD-CNT PIC 9(04) VALUE ZERO.
       01  WS-STUD-TABLE.
           03 WS-SD-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-SD-IDX.
               05 WS-SD-MATRICULE PIC 9(06).
               05 WS-SD-LASTNAME  PIC X(07).
               05 WS-SD-FIRSTNAME PIC X(06).
               05 WS-SD-AVERAGE   PIC 99V99.
               05 WS-SD-DECISION  PIC X(08).

      *    Voeux valides, triés par rang puis moyenne décroissante
      *    avant d'être servis.
       01  WS-WISH-CNT PIC 9(04) VALUE ZERO.
       01  WS-WISH-TABLE.
           03 WS-WI-ENTRY OCCURS 1 TO 6000 TIMES
                          DEPENDING ON WS-WISH-CNT
                          INDEXED BY WS-WI-IDX.
               05 WS-WI-RANK      PIC 9(01).
               05 WS-WI-AVERAGE   PIC 99V99.
               05 WS-WI-MATRICULE PIC 9(06).
               05 WS-WI-GROUP     PIC X(04).
               05 WS-WI-OPTION    PIC X(06).
               05 WS-WI-SEAT-IDX  PIC 9(03).

      *    Affectations prononcées : une par élève et par groupe.
       01  WS-ALLOC-CNT PIC 9(04) VALUE ZERO.
       01  WS-ALLOC-TABLE.
           03 WS-AL-ENTRY OCCURS 4000 TIMES
                          INDEXED BY WS-AL-IDX.
               05 WS-AL-MATRICULE PIC 9(06).
               05 WS-AL-GROUP     PIC X(04).
               05 WS-AL-OPTION    PIC X(06).
               05 WS-AL-RANK      PIC 9(01).
               05 WS-AL-LABEL     PIC X(21).

      *    Couples élève/groupe déjà signalés sans choix, pour ne
      *    les lister qu'une fois.
       01  WS-NOCH-CNT PIC 9(04) VALUE ZERO.
       01  WS-NOCH-TABLE.
           03 WS-NC-ENTRY OCCURS 4000 TIMES
                          INDEXED BY WS-NC-IDX.
               05 WS-NC-MATRICULE PIC 9(06).
               05 WS-NC-GROUP     PIC X(04).

       01  WS-FOUND PIC X(01).
           88 WS-FOUND-Y VALUE 'Y'.
           88 WS-FOUND-N VALUE 'N'.

       01  WS-CUR-MATRICULE PIC 9(06).
       01  WS-CUR-GROUP     PIC X(04).
       01  WS-CUR-AVERAGE   PIC 99V99.
       01  WS-CUR-LASTNAME  PIC X(07).
       01  WS-CUR-FIRSTNAME PIC X(06).
       01  WS-SCAN-IDX      PIC 9(04).
       01  WS-WISH-LIST     PIC X(60).
       01  WS-WISH-PTR      PIC 9(03).

       01  WS-WISH-READ     PIC 9(06) VALUE ZERO.
       01  WS-WISH-REJECTED PIC 9(06) VALUE ZERO.
       01  WS-NO-DECISION   PIC 9(06) VALUE ZERO.

       01  WS-LINE          PIC X(120).
       01  WS-PNT-AV        PIC Z9,99.
       01  WS-PNT-CNT       PIC ZZZ9.
       01  WS-PNT-SEATS     PIC ZZ9.
       01  WS-PNT-TAKEN     PIC ZZ9.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclopt'.

       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE ZERO.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE ZERO.
           03 WS-RUN-REJECTED PIC 9(08) VALUE ZERO.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************

       PROCEDURE DIVISION.
       0000-MAIN-START.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.

           PERFORM 1000-START-LOAD-SEATS THRU END-1000-LOAD-SEATS.
           IF WS-SEAT-CNT EQUAL ZERO
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 1100-START-LOAD-DECISIONS
              THRU END-1100-LOAD-DECISIONS.
           PERFORM 1200-START-LOAD-WISHES THRU END-1200-LOAD-WISHES.

           OPEN OUTPUT F-REPORT.
           PERFORM 1300-START-W-REJECTS THRU END-1300-W-REJECTS.

           PERFORM 2000-START-ALLOCATE THRU END-2000-ALLOCATE.
           PERFORM 3000-START-W-ALLOC THRU END-3000-W-ALLOC.
           PERFORM 4000-START-W-NOCHOICE THRU END-4000-W-NOCHOICE.
           PERFORM 5000-START-W-REPORT THRU END-5000-W-REPORT.
           CLOSE F-REPORT.

       END-0000-MAIN.
           MOVE WS-WISH-READ     TO WS-RUN-READ.
           MOVE WS-ALLOC-CNT     TO WS-RUN-WRITTEN.
           MOVE WS-WISH-REJECTED TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    Charge le référentiel des options et de leurs places.       *
      ******************************************************************
       1000-START-LOAD-SEATS.
           OPEN INPUT F-SEAT.
           IF NOT FS-SEAT-OK
               DISPLAY "ERREUR OUVERTURE options-places.dat :" SPACE
                  FS-SEAT
               GO TO END-1000-LOAD-SEATS
           END-IF.

           PERFORM UNTIL FS-SEAT-EOF
               READ F-SEAT
               AT END
                   SET FS-SEAT-EOF TO TRUE
               NOT AT END
                   IF WS-SEAT-CNT < 100
                       ADD 1 TO WS-SEAT-CNT
                       MOVE OP-GROUP  TO WS-ST-GROUP(WS-SEAT-CNT)
                       MOVE OP-OPTION TO WS-ST-OPTION(WS-SEAT-CNT)
                       IF OP-SEATS NUMERIC
                           MOVE OP-SEATS TO WS-ST-SEATS(WS-SEAT-CNT)
                       ELSE
                           MOVE ZERO TO WS-ST-SEATS(WS-SEAT-CNT)
                       END-IF
                       MOVE OP-LABEL  TO WS-ST-LABEL(WS-SEAT-CNT)
                       MOVE ZERO TO WS-ST-TAKEN(WS-SEAT-CNT)
                       MOVE ZERO TO WS-ST-DEMAND-1(WS-SEAT-CNT)
                   ELSE
                       DISPLAY "AVERTISSEMENT : PLUS DE 100 OPTIONS, "
                          "OPTION" SPACE OP-GROUP SPACE OP-OPTION
                          SPACE "IGNOREE"
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-SEAT.
       END-1000-LOAD-SEATS.
           EXIT.

      ******************************************************************
      *    Relit les décisions de sclprom : moyenne de passage et      *
      *    décision de chaque élève, par matricule.                    *
      ******************************************************************
       1100-START-LOAD-DECISIONS.
           OPEN INPUT F-DECISIONS.
           IF NOT FS-DECISIONS-OK
               DISPLAY "AVERTISSEMENT : promotion-decisions.dat "
                  "ABSENT, VOEUX DEPARTAGES SANS MOYENNE"
               GO TO END-1100-LOAD-DECISIONS
           END-IF.

           PERFORM UNTIL FS-DECISIONS-EOF
               READ F-DECISIONS
               AT END
                   SET FS-DECISIONS-EOF TO TRUE
               NOT AT END
                   IF (DC-DECISION = "ADMIS" OR "REDOUBLE")
                      AND DC-MATRICULE NUMERIC
                      AND WS-STUD-CNT < 2000
                       ADD 1 TO WS-STUD-CNT
                       MOVE DC-MATRICULE
                          TO WS-SD-MATRICULE(WS-STUD-CNT)
                       MOVE DC-LASTNAME
                          TO WS-SD-LASTNAME(WS-STUD-CNT)
                       MOVE DC-FIRSTNAME
                          TO WS-SD-FIRSTNAME(WS-STUD-CNT)
                       MOVE DC-AVERAGE
                          TO WS-SD-AVERAGE(WS-STUD-CNT)
                       MOVE DC-DECISION
                          TO WS-SD-DECISION(WS-STUD-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DECISIONS.
       END-1100-LOAD-DECISIONS.
           EXIT.

      ******************************************************************
      *    Charge les voeux : l'option doit exister dans le groupe     *
      *    (sinon le voeu est rejeté), la moyenne de l'élève est       *
      *    reprise des décisions pour le départage.                    *
      ******************************************************************
       1200-START-LOAD-WISHES.
           OPEN INPUT F-WISH.
           IF NOT FS-WISH-OK
               DISPLAY "ERREUR OUVERTURE options-voeux.dat :" SPACE
                  FS-WISH
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-1200-LOAD-WISHES
           END-IF.

           PERFORM UNTIL FS-WISH-EOF
               READ F-WISH
               AT END
                   SET FS-WISH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-WISH-READ
                   PERFORM 1210-START-KEEP-WISH
                      THRU END-1210-KEEP-WISH
               END-READ
           END-PERFORM.

           CLOSE F-WISH.
       END-1200-LOAD-WISHES.
           EXIT.

      ******************************************************************
       1210-START-KEEP-WISH.
           IF VO-MATRICULE NOT NUMERIC OR VO-RANK NOT NUMERIC
              OR VO-RANK EQUAL ZERO
               ADD 1 TO WS-WISH-REJECTED
               GO TO END-1210-KEEP-WISH
           END-IF.

           SET WS-FOUND-N TO TRUE.
           SET WS-ST-IDX TO 1.
           SEARCH WS-ST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ST-IDX > WS-SEAT-CNT
                   CONTINUE
               WHEN WS-ST-GROUP(WS-ST-IDX) EQUAL VO-GROUP
                AND WS-ST-OPTION(WS-ST-IDX) EQUAL VO-OPTION
                   SET WS-FOUND-Y TO TRUE
           END-SEARCH.

           IF WS-FOUND-N OR WS-ST-IDX > WS-SEAT-CNT
               ADD 1 TO WS-WISH-REJECTED
               GO TO END-1210-KEEP-WISH
           END-IF.

           IF WS-WISH-CNT NOT LESS THAN 6000
               DISPLAY "AVERTISSEMENT : PLUS DE 6000 VOEUX, VOEU DE"
                  SPACE VO-MATRICULE SPACE "IGNORE"
               ADD 1 TO WS-WISH-REJECTED
               GO TO END-1210-KEEP-WISH
           END-IF.

           IF VO-RANK EQUAL 1
               ADD 1 TO WS-ST-DEMAND-1(WS-ST-IDX)
           END-IF.

           ADD 1 TO WS-WISH-CNT.
           MOVE VO-RANK      TO WS-WI-RANK(WS-WISH-CNT).
           MOVE VO-MATRICULE TO WS-WI-MATRICULE(WS-WISH-CNT).
           MOVE VO-GROUP     TO WS-WI-GROUP(WS-WISH-CNT).
           MOVE VO-OPTION    TO WS-WI-OPTION(WS-WISH-CNT).
           SET WS-WI-SEAT-IDX(WS-WISH-CNT) TO WS-ST-IDX.

           MOVE VO-MATRICULE TO WS-CUR-MATRICULE.
           PERFORM 1220-START-FIND-STUDENT
              THRU END-1220-FIND-STUDENT.
           IF WS-FOUND-Y
               MOVE WS-SD-AVERAGE(WS-SD-IDX)
                  TO WS-WI-AVERAGE(WS-WISH-CNT)
           ELSE
               MOVE ZERO TO WS-WI-AVERAGE(WS-WISH-CNT)
           END-IF.
       END-1210-KEEP-WISH.
           EXIT.

      ******************************************************************
      *    Recherche l'élève WS-CUR-MATRICULE dans les décisions.      *
      ******************************************************************
       1220-START-FIND-STUDENT.
           SET WS-FOUND-N TO TRUE.
           IF WS-STUD-CNT EQUAL ZERO
               GO TO END-1220-FIND-STUDENT
           END-IF.

           SET WS-SD-IDX TO 1.
           SEARCH WS-SD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SD-IDX > WS-STUD-CNT
                   CONTINUE
               WHEN WS-SD-MATRICULE(WS-SD-IDX) EQUAL WS-CUR-MATRICULE
                   SET WS-FOUND-Y TO TRUE
           END-SEARCH.

           IF WS-SD-IDX > WS-STUD-CNT
               SET WS-FOUND-N TO TRUE
           END-IF.
       END-1220-FIND-STUDENT.
           EXIT.

      ******************************************************************
      *    Rappelle en tête du rapport le nombre de voeux rejetés.     *
      ******************************************************************
       1300-START-W-REJECTS.
           MOVE "*** AFFECTATION DES OPTIONS DE LA RENTREE ***"
              TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "VOEUX LUS :" SPACE WS-WISH-READ SPACE
              "RETENUS :" SPACE WS-WISH-CNT SPACE
              "REJETES (OPTION INCONNUE OU LIGNE INVALIDE) :" SPACE
              WS-WISH-REJECTED
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
       END-1300-W-REJECTS.
           EXIT.

      ******************************************************************
      *    Sert les voeux : tri par rang puis moyenne décroissante     *
      *    (le matricule départage deux moyennes égales), puis un      *
      *    voeu est accordé si l'élève n'a encore rien dans ce groupe  *
      *    et s'il reste une place dans l'option.                      *
      ******************************************************************
       2000-START-ALLOCATE.
           IF WS-WISH-CNT EQUAL ZERO
               GO TO END-2000-ALLOCATE
           END-IF.

           SORT WS-WI-ENTRY
              ASCENDING  KEY WS-WI-RANK
              DESCENDING KEY WS-WI-AVERAGE
              ASCENDING  KEY WS-WI-MATRICULE.

           PERFORM VARYING WS-WI-IDX FROM 1 BY 1
                   UNTIL WS-WI-IDX > WS-WISH-CNT
               MOVE WS-WI-MATRICULE(WS-WI-IDX) TO WS-CUR-MATRICULE
               MOVE WS-WI-GROUP(WS-WI-IDX)     TO WS-CUR-GROUP
               PERFORM 2100-START-FIND-ALLOC THRU END-2100-FIND-ALLOC
               SET WS-ST-IDX TO WS-WI-SEAT-IDX(WS-WI-IDX)
               IF WS-FOUND-N
                  AND WS-ST-TAKEN(WS-ST-IDX) < WS-ST-SEATS(WS-ST-IDX)
                  AND WS-ALLOC-CNT < 4000
                   ADD 1 TO WS-ST-TAKEN(WS-ST-IDX)
                   ADD 1 TO WS-ALLOC-CNT
                   MOVE WS-CUR-MATRICULE
                      TO WS-AL-MATRICULE(WS-ALLOC-CNT)
                   MOVE WS-CUR-GROUP TO WS-AL-GROUP(WS-ALLOC-CNT)
                   MOVE WS-WI-OPTION(WS-WI-IDX)
                      TO WS-AL-OPTION(WS-ALLOC-CNT)
                   MOVE WS-WI-RANK(WS-WI-IDX)
                      TO WS-AL-RANK(WS-ALLOC-CNT)
                   MOVE WS-ST-LABEL(WS-ST-IDX)
                      TO WS-AL-LABEL(WS-ALLOC-CNT)
               END-IF
           END-PERFORM.
       END-2000-ALLOCATE.
           EXIT.

      ******************************************************************
      *    L'élève WS-CUR-MATRICULE a-t-il déjà une option dans le     *
      *    groupe WS-CUR-GROUP ?                                       *
      ******************************************************************
       2100-START-FIND-ALLOC.
           SET WS-FOUND-N TO TRUE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-CNT OR WS-FOUND-Y
               IF WS-AL-MATRICULE(WS-AL-IDX) EQUAL WS-CUR-MATRICULE
                  AND WS-AL-GROUP(WS-AL-IDX) EQUAL WS-CUR-GROUP
                   SET WS-FOUND-Y TO TRUE
               END-IF
           END-PERFORM.
       END-2100-FIND-ALLOC.
           EXIT.

      ******************************************************************
      *    Ecrit les affectations relues par sclprom.                  *
      ******************************************************************
       3000-START-W-ALLOC.
           OPEN OUTPUT F-ALLOC.
           IF NOT FS-ALLOC-OK
               DISPLAY "ERREUR OUVERTURE options-affectations.dat :"
                  SPACE FS-ALLOC
               MOVE "KO" TO WS-RUN-STATUS
               GO TO END-3000-W-ALLOC
           END-IF.

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-CNT
               MOVE WS-AL-MATRICULE(WS-AL-IDX) TO AF-MATRICULE
               MOVE WS-AL-GROUP(WS-AL-IDX)     TO AF-GROUP
               MOVE WS-AL-OPTION(WS-AL-IDX)    TO AF-OPTION
               MOVE WS-AL-RANK(WS-AL-IDX)      TO AF-RANK
               MOVE WS-AL-LABEL(WS-AL-IDX)     TO AF-LABEL
               WRITE R-ALLOC
           END-PERFORM.

           CLOSE F-ALLOC.
       END-3000-W-ALLOC.
           EXIT.

      ******************************************************************
      *    Liste des élèves qui n'ont obtenu aucun voeu dans un        *
      *    groupe : une ligne par élève et par groupe, avec la         *
      *    moyenne et les voeux exprimés, pour arbitrage.              *
      ******************************************************************
       4000-START-W-NOCHOICE.
           OPEN OUTPUT F-NOCHOICE.
           MOVE "*** ELEVES SANS AUCUN DE LEURS VOEUX - A ARBITRER ***"
              TO WS-LINE.
           WRITE R-NOCHOICE FROM WS-LINE.

           PERFORM VARYING WS-WI-IDX FROM 1 BY 1
                   UNTIL WS-WI-IDX > WS-WISH-CNT
               MOVE WS-WI-MATRICULE(WS-WI-IDX) TO WS-CUR-MATRICULE
               MOVE WS-WI-GROUP(WS-WI-IDX)     TO WS-CUR-GROUP
               PERFORM 2100-START-FIND-ALLOC THRU END-2100-FIND-ALLOC
               IF WS-FOUND-N
                   PERFORM 4100-START-FIND-NOCHOICE
                      THRU END-4100-FIND-NOCHOICE
                   IF WS-FOUND-N
                       PERFORM 4200-START-W-ONE-NOCHOICE
                          THRU END-4200-W-ONE-NOCHOICE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NOCH-CNT EQUAL ZERO
               MOVE "TOUS LES ELEVES ONT OBTENU UN DE LEURS VOEUX"
                  TO WS-LINE
               WRITE R-NOCHOICE FROM WS-LINE
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "ELEVES/GROUPES A ARBITRER :" SPACE WS-NOCH-CNT
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-NOCHOICE FROM WS-LINE
           END-IF.

           CLOSE F-NOCHOICE.
       END-4000-W-NOCHOICE.
           EXIT.

      ******************************************************************
       4100-START-FIND-NOCHOICE.
           SET WS-FOUND-N TO TRUE.
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                   UNTIL WS-NC-IDX > WS-NOCH-CNT OR WS-FOUND-Y
               IF WS-NC-MATRICULE(WS-NC-IDX) EQUAL WS-CUR-MATRICULE
                  AND WS-NC-GROUP(WS-NC-IDX) EQUAL WS-CUR-GROUP
                   SET WS-FOUND-Y TO TRUE
               END-IF
           END-PERFORM.
       END-4100-FIND-NOCHOICE.
           EXIT.

      ******************************************************************
      *    Ecrit la ligne d'arbitrage de l'élève/groupe courant : nom, *
      *    moyenne de passage, décision, et ses voeux dans l'ordre de  *
      *    la table triée (donc par rang).                             *
      ******************************************************************
       4200-START-W-ONE-NOCHOICE.
           IF WS-NOCH-CNT < 4000
               ADD 1 TO WS-NOCH-CNT
               MOVE WS-CUR-MATRICULE TO WS-NC-MATRICULE(WS-NOCH-CNT)
               MOVE WS-CUR-GROUP     TO WS-NC-GROUP(WS-NOCH-CNT)
           END-IF.

           PERFORM 1220-START-FIND-STUDENT THRU END-1220-FIND-STUDENT.
           IF WS-FOUND-Y
               MOVE WS-SD-LASTNAME(WS-SD-IDX)  TO WS-CUR-LASTNAME
               MOVE WS-SD-FIRSTNAME(WS-SD-IDX) TO WS-CUR-FIRSTNAME
               MOVE WS-SD-AVERAGE(WS-SD-IDX)   TO WS-CUR-AVERAGE
           ELSE
               MOVE "INCONNU"                  TO WS-CUR-LASTNAME
               MOVE SPACES                     TO WS-CUR-FIRSTNAME
               MOVE ZERO                       TO WS-CUR-AVERAGE
           END-IF.

           MOVE SPACES TO WS-WISH-LIST.
           MOVE 1 TO WS-WISH-PTR.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-WISH-CNT
               IF WS-WI-MATRICULE(WS-SCAN-IDX) EQUAL WS-CUR-MATRICULE
                  AND WS-WI-GROUP(WS-SCAN-IDX) EQUAL WS-CUR-GROUP
                   STRING WS-WI-RANK(WS-SCAN-IDX) "-"
                      WS-WI-OPTION(WS-SCAN-IDX) SPACE
                      DELIMITED BY SIZE
                      INTO WS-WISH-LIST
                      WITH POINTER WS-WISH-PTR
                   END-STRING
               END-IF
           END-PERFORM.

           INITIALIZE WS-PNT-AV.
           MOVE WS-CUR-AVERAGE TO WS-PNT-AV.
           MOVE SPACES TO WS-LINE.
           STRING WS-CUR-MATRICULE SPACE WS-CUR-LASTNAME SPACE
              WS-CUR-FIRSTNAME SPACE "MOYENNE :" SPACE WS-PNT-AV
              SPACE "GROUPE :" SPACE WS-CUR-GROUP SPACE
              "VOEUX :" SPACE WS-WISH-LIST
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-NOCHOICE FROM WS-LINE.
       END-4200-W-ONE-NOCHOICE.
           EXIT.

      ******************************************************************
      *    Demande en premier voeu et remplissage de chaque option.    *
      ******************************************************************
       5000-START-W-REPORT.
           MOVE SPACES TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
           MOVE "GROUPE OPTION PLACES AFFECTES 1ER VOEU COURS"
              TO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SEAT-CNT
               INITIALIZE WS-PNT-SEATS WS-PNT-TAKEN WS-PNT-CNT
               MOVE WS-ST-SEATS(WS-ST-IDX)    TO WS-PNT-SEATS
               MOVE WS-ST-TAKEN(WS-ST-IDX)    TO WS-PNT-TAKEN
               MOVE WS-ST-DEMAND-1(WS-ST-IDX) TO WS-PNT-CNT
               MOVE SPACES TO WS-LINE
               STRING WS-ST-GROUP(WS-ST-IDX) SPACE SPACE SPACE
                  WS-ST-OPTION(WS-ST-IDX) SPACE SPACE
                  WS-PNT-SEATS SPACE SPACE SPACE SPACE
                  WS-PNT-TAKEN SPACE SPACE SPACE SPACE SPACE
                  WS-PNT-CNT SPACE SPACE SPACE SPACE
                  WS-ST-LABEL(WS-ST-IDX)
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-REPORT FROM WS-LINE
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           STRING "AFFECTATIONS :" SPACE WS-ALLOC-CNT SPACE
              "ELEVES/GROUPES SANS CHOIX :" SPACE WS-NOCH-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REPORT FROM WS-LINE.
       END-5000-W-REPORT.
           EXIT.
