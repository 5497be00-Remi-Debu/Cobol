      ******************************************************************
      *    Rapport des sillons fret : l'arrêt fret (TRAIN-HALT-FLAG    *
      *    "F") n'était exploité par aucun programme. Un service qui   *
      *    marque au moins un arrêt F est un sillon fret ; il sort     *
      *    des affiches, du tableau des arrivées et de la recherche    *
      *    d'itinéraire, et passe ici. Le programme charge la table    *
      *    des trains depuis "train1.dat", puis :                      *
      *    - "expeditions-fret.dat" : référence d'expédition X(10),    *
      *      gare + heure de départ du sillon (la clé de train1),      *
      *      date AAAAMMJJ, position de l'arrêt fret (01 à 10,         *
      *      marquée F) et tonnage 9(5). Une expédition qui ne vise    *
      *      pas un arrêt fret d'un sillon qui circule ce jour-là      *
      *      part dans "expeditions-rejetees.dat" avec son motif.      *
      *    Fenêtre horaire TRAINFRT-DEBUT / TRAINFRT-FIN (HHMM, toute  *
      *    la journée à défaut) sur l'heure de départ du sillon, et    *
      *    jour TRAINFRT-DATE (AAAAMMJJ, facultatif) : seuls les       *
      *    sillons qui circulent ce jour-là et les expéditions de ce   *
      *    jour sont retenus.                                          *
      *    Le rapport "sillons-fret.dat" donne par gare et par         *
      *    créneau d'une heure les sillons, leurs arrêts fret, le      *
      *    nombre d'expéditions et le tonnage, avec les totaux du      *
      *    créneau, de la gare et du rapport ; puis les conflits de    *
      *    quai entre un sillon fret et un train de voyageurs (même    *
      *    gare, même quai, un jour de circulation commun, créneaux    *
      *    qui se chevauchent - la règle de train.cbl).                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainfrt.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRAIN1 ASSIGN TO "train1.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAIN1.

           SELECT F-EXPED ASSIGN TO "expeditions-fret.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXPED.

           SELECT F-REJET ASSIGN TO "expeditions-rejetees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJET.

           SELECT F-FRET ASSIGN TO "sillons-fret.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRET.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-TRAIN1
           RECORD CONTAINS 27 TO 100 CHARACTERS
           RECORDING MODE IS V.
       COPY train1fd.

       FD  F-EXPED
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  R-EXPED.
           03 EXP-REF      PIC X(10).
           03 EXP-STATION  PIC X(18).
           03 EXP-TIME     PIC 9(04).
           03 EXP-DATE     PIC 9(08).
           03 EXP-POSITION PIC 9(02).
           03 EXP-TONNES   PIC 9(05).

       FD  F-REJET
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-REJET PIC X(132).

       FD  F-FRET
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-FRET PIC X(132).

       WORKING-STORAGE SECTION.
       COPY train3fd.

      *    Sillons fret, en parallèle de la table des trains (remplie
      *    après le tri par gare et heure).
       01  TABLE-FRET.
           03 FR-ENT OCCURS 500 TIMES.
               05 FR-FRET      PIC X(01).
                  88 FR-IS-FRET          VALUE "Y".
      *          Retenu : dans la fenêtre et circule le jour demandé.
               05 FR-RETENU    PIC X(01).
                  88 FR-RETENU-Y         VALUE "Y".
               05 FR-START-MIN PIC 9(05).
               05 FR-END-MIN   PIC 9(05).
               05 FR-EXP-NBR   PIC 9(04).
               05 FR-TONNES    PIC 9(07).

       01  FS-TRAIN1 PIC X(02).
           88 FS-TRAIN1-OK  VALUE "00".
           88 FS-TRAIN1-EOF VALUE "10".
       01  FS-EXPED PIC X(02).
           88 FS-EXPED-OK  VALUE "00".
           88 FS-EXPED-EOF VALUE "10".
       01  FS-REJET PIC X(02).
       01  FS-FRET PIC X(02).
           88 FS-FRET-OK VALUE "00".

       01  HALT-IDX PIC 9(05).
       01  WS-FRET-TALLY PIC 9(02).

      *    Fenêtre horaire et jour demandés.
       01  WS-DEBUT-ENV PIC X(04) VALUE SPACES.
       01  WS-FIN-ENV   PIC X(04) VALUE SPACES.
       01  WS-DATE-ENV  PIC X(08) VALUE SPACES.
       01  WS-DEBUT     PIC 9(04) VALUE 0000.
       01  WS-FIN       PIC 9(04) VALUE 2359.
       01  WS-DATE-NUM  PIC 9(08) VALUE ZERO.
       01  WS-DATE-INT  PIC 9(07).
       01  WS-DAY       PIC 9(01) VALUE ZERO.
       01  WS-EXP-DAY   PIC 9(01).

       01  WS-KEY-TIME-G.
           03 WS-KEY-HH PIC 9(02).
           03 WS-KEY-MM PIC 9(02).
       01  WS-KEY-TIME REDEFINES WS-KEY-TIME-G PIC 9(04).

      *    Expédition courante.
       01  WS-TRAIN-IDX PIC 9(05).
       01  WS-KNOWN     PIC X(01).
           88 WS-KNOWN-Y VALUE "Y".
       01  WS-MOTIF     PIC X(40).

      *    Edition : ruptures gare et créneau, totaux.
       01  WS-BRK-STATION PIC X(18).
       01  WS-BRK-HH      PIC 9(02).
       01  WS-FIRST       PIC X(01).
           88 WS-FIRST-Y VALUE "Y".
       01  WS-SLOT-TOTALS.
           03 WS-SLOT-NBR  PIC 9(05).
           03 WS-SLOT-EXP  PIC 9(05).
           03 WS-SLOT-TON  PIC 9(08).
       01  WS-GARE-TOTALS.
           03 WS-GARE-NBR  PIC 9(05).
           03 WS-GARE-EXP  PIC 9(05).
           03 WS-GARE-TON  PIC 9(08).
       01  WS-ALL-TOTALS.
           03 WS-ALL-NBR   PIC 9(05) VALUE ZERO.
           03 WS-ALL-EXP   PIC 9(05) VALUE ZERO.
           03 WS-ALL-TON   PIC 9(08) VALUE ZERO.
       01  WS-EXP-READ    PIC 9(05) VALUE ZERO.
       01  WS-REJET-CNT   PIC 9(05) VALUE ZERO.
       01  WS-CONF-CNT    PIC 9(05) VALUE ZERO.

       01  WS-PNT-NBR     PIC ZZZZ9.
       01  WS-PNT-TON     PIC ZZZZZZZ9.
       01  WS-PNT-POS     PIC Z9.
       01  WS-PTR         PIC 9(03).
       01  WS-HH          PIC 9(02).
       01  WS-MM          PIC 9(02).
       01  WS-WORK-MIN    PIC 9(05).
       01  WS-END-FLAG    PIC X(01).
       01  WS-HORAIRE     PIC X(14).
       01  WS-HORAIRE-2   PIC X(14).
       01  WS-LINE        PIC X(132).

      *    Conflits de quai : sillon fret / train de voyageurs.
       01  WS-FRT-IDX     PIC 9(05).
       01  WS-PAX-IDX     PIC 9(05).
       01  WS-COMMON      PIC X(01).
           88 WS-COMMON-Y VALUE "Y".

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "trainfrt".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.
           STOP RUN.

      ******************************************************************
      *    MAIN : charge et trie les trains, repère les sillons fret,  *
      *    charge les expéditions puis écris le rapport fret.          *
      ******************************************************************
       START-MAIN.
           PERFORM START-INIT THRU END-INIT.
           PERFORM START-R-TRAIN THRU END-R-TRAIN.

           SUBTRACT 1 FROM T-CNT.
           SORT T-REC ASCENDING KEY T-STATION-DEPART
                                    TRAIN-TIME-START.

           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > T-CNT
              PERFORM START-MARK-FRET THRU END-MARK-FRET
           END-PERFORM.

           PERFORM START-R-EXPED THRU END-R-EXPED.

           OPEN OUTPUT F-FRET.
           IF NOT FS-FRET-OK
              DISPLAY "ERREUR OUVERTURE sillons-fret.dat :" SPACE
                 FS-FRET
              MOVE "KO" TO WS-RUN-STATUS
           ELSE
              PERFORM START-W-HEADER THRU END-W-HEADER
              PERFORM START-W-SILLONS THRU END-W-SILLONS
              PERFORM START-W-CONFLITS THRU END-W-CONFLITS
              CLOSE F-FRET
           END-IF.

           DISPLAY "SILLONS FRET :" SPACE WS-ALL-NBR SPACE
              "- EXPEDITIONS :" SPACE WS-ALL-EXP SPACE
              "- TONNES :" SPACE WS-ALL-TON SPACE
              "- REJETEES :" SPACE WS-REJET-CNT SPACE
              "- CONFLITS DE QUAI :" SPACE WS-CONF-CNT.

           MOVE WS-EXP-READ  TO WS-RUN-READ.
           MOVE WS-ALL-NBR   TO WS-RUN-WRITTEN.
           MOVE WS-REJET-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Fenêtre horaire (TRAINFRT-DEBUT / TRAINFRT-FIN) et jour     *
      *    demandé (TRAINFRT-DATE) : une valeur absente ou invalide    *
      *    garde le défaut.                                            *
      ******************************************************************
       START-INIT.
           ACCEPT WS-DEBUT-ENV FROM ENVIRONMENT "TRAINFRT-DEBUT".
           IF WS-DEBUT-ENV IS NUMERIC
              MOVE WS-DEBUT-ENV TO WS-KEY-TIME
              IF WS-KEY-HH < 24 AND WS-KEY-MM < 60
                 MOVE WS-KEY-TIME TO WS-DEBUT
              END-IF
           END-IF.

           ACCEPT WS-FIN-ENV FROM ENVIRONMENT "TRAINFRT-FIN".
           IF WS-FIN-ENV IS NUMERIC
              MOVE WS-FIN-ENV TO WS-KEY-TIME
              IF WS-KEY-HH < 24 AND WS-KEY-MM < 60
                 MOVE WS-KEY-TIME TO WS-FIN
              END-IF
           END-IF.

           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "TRAINFRT-DATE".
           IF WS-DATE-ENV IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-DATE-ENV)) = ZERO
                 MOVE WS-DATE-ENV TO WS-DATE-NUM
      *          Le 01/01/1601 (jour 1 du calendrier intrinsèque)
      *          était un lundi.
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 COMPUTE WS-DAY =
                    FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
              END-IF
           END-IF.
       END-INIT.
           EXIT.

      ******************************************************************
      *    Charge le fichier "train1.dat" dans la table des trains.    *
      ******************************************************************
       START-R-TRAIN.
           OPEN INPUT F-TRAIN1.
           IF FS-TRAIN1 EQUAL "00"
              SET FS-TRAIN1-OK TO TRUE
              PERFORM UNTIL FS-TRAIN1-EOF
                 READ F-TRAIN1
                 AT END
                    SET FS-TRAIN1-EOF TO TRUE
                 NOT AT END
                    MOVE RECORD-TYPE      TO T-TYPE(T-CNT)
                    MOVE STATION-DEPART   TO T-STATION-DEPART(T-CNT)
                    MOVE TRAIN-TIME       TO TRAIN-TIME-START(T-CNT)
                    MOVE TRAIN-NBR-HEURES TO T-NBR-HOURS(T-CNT)
                    MOVE TRAIN-QUAI       TO T-QUAI(T-CNT)
                    MOVE TRAIN-JOURS      TO T-JOURS(T-CNT)
                    PERFORM VARYING HALT-IDX FROM 1 BY 1
                            UNTIL HALT-IDX > 10
                       MOVE TRAIN-HALT-FLAG(HALT-IDX)
                       TO T-HALT-FLAG(T-CNT)(HALT-IDX:1)
                    END-PERFORM
                    ADD 1 TO T-CNT
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY "ERREUR :" SPACE FS-TRAIN1
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           CLOSE F-TRAIN1.
       END-R-TRAIN.
           EXIT.

      ******************************************************************
      *    Train T-IDX : sillon fret ou non, créneau en minutes        *
      *    (l'arrivée du lendemain passe au-delà de 1440), retenu ou   *
      *    non pour la fenêtre et le jour demandés.                    *
      ******************************************************************
       START-MARK-FRET.
           MOVE ZERO TO WS-FRET-TALLY.
           INSPECT T-HALT-FLAG(T-IDX)
              TALLYING WS-FRET-TALLY FOR ALL "F".
           IF WS-FRET-TALLY > ZERO
              MOVE "Y" TO FR-FRET(T-IDX)
           ELSE
              MOVE "N" TO FR-FRET(T-IDX)
           END-IF.

           COMPUTE FR-START-MIN(T-IDX) =
              T-START-HH(T-IDX) * 60 + T-START-MM(T-IDX).
           COMPUTE FR-END-MIN(T-IDX) =
              FR-START-MIN(T-IDX) + T-NBR-HOURS(T-IDX) * 60.
           MOVE ZERO TO FR-EXP-NBR(T-IDX).
           MOVE ZERO TO FR-TONNES(T-IDX).

           MOVE "N" TO FR-RETENU(T-IDX).
           MOVE TRAIN-TIME-START(T-IDX) TO WS-KEY-TIME-G.
           IF FR-IS-FRET(T-IDX)
              AND WS-KEY-TIME NOT < WS-DEBUT
              AND WS-KEY-TIME NOT > WS-FIN
              AND (WS-DAY = ZERO
                   OR T-JOURS(T-IDX) = SPACES
                   OR T-JOURS(T-IDX)(WS-DAY:1) = "O")
              MOVE "Y" TO FR-RETENU(T-IDX)
           END-IF.
       END-MARK-FRET.
           EXIT.

      ******************************************************************
      *    Charge les expéditions : chacune est contrôlée puis         *
      *    cumulée sur son sillon, ou rejetée avec son motif.          *
      ******************************************************************
       START-R-EXPED.
           OPEN OUTPUT F-REJET.

           OPEN INPUT F-EXPED.
           IF NOT FS-EXPED-OK
              DISPLAY "AVERTISSEMENT : expeditions-fret.dat ABSENT"
              CLOSE F-REJET
              GO TO END-R-EXPED
           END-IF.

           PERFORM UNTIL FS-EXPED-EOF
              READ F-EXPED
              AT END
                 SET FS-EXPED-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-EXP-READ
                 PERFORM START-CHECK-EXPED THRU END-CHECK-EXPED
              END-READ
           END-PERFORM.

           CLOSE F-EXPED.
           CLOSE F-REJET.
       END-R-EXPED.
           EXIT.

      ******************************************************************
      *    Expédition courante : sillon fret de sa gare et de son      *
      *    heure, arrêt F à la position donnée, circulation le jour    *
      *    de l'expédition. Hors du jour demandé, elle est ignorée.    *
      ******************************************************************
       START-CHECK-EXPED.
           IF WS-DATE-NUM NOT = ZERO
              AND EXP-DATE NOT = WS-DATE-NUM
              GO TO END-CHECK-EXPED
           END-IF.

           MOVE SPACES TO WS-MOTIF.
           IF EXP-TONNES IS NOT NUMERIC OR EXP-TONNES = ZERO
              MOVE "TONNAGE NUL OU INVALIDE" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           IF EXP-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(EXP-DATE) NOT = ZERO
              MOVE "DATE INVALIDE" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           MOVE EXP-TIME TO WS-KEY-TIME.
           MOVE ZERO TO WS-TRAIN-IDX.
           MOVE "N" TO WS-KNOWN.
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > T-CNT
              IF T-STATION-DEPART(T-IDX) EQUAL EXP-STATION
                 AND T-START-HH(T-IDX) EQUAL WS-KEY-HH
                 AND T-START-MM(T-IDX) EQUAL WS-KEY-MM
                 SET WS-KNOWN-Y TO TRUE
                 IF FR-IS-FRET(T-IDX) AND WS-TRAIN-IDX = ZERO
                    MOVE T-IDX TO WS-TRAIN-IDX
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT WS-KNOWN-Y
              MOVE "SILLON INCONNU" TO WS-MOTIF
              GO TO START-REJET
           END-IF.
           IF WS-TRAIN-IDX = ZERO
              MOVE "TRAIN DE VOYAGEURS, PAS UN SILLON FRET"
                 TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           IF EXP-POSITION IS NOT NUMERIC
              OR EXP-POSITION < 1 OR EXP-POSITION > 10
              MOVE "POSITION D'ARRET INVALIDE" TO WS-MOTIF
              GO TO START-REJET
           END-IF.
           IF T-HALT-FLAG(WS-TRAIN-IDX)(EXP-POSITION:1) NOT = "F"
              MOVE "POSITION NON MARQUEE F" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(EXP-DATE).
           COMPUTE WS-EXP-DAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           IF T-JOURS(WS-TRAIN-IDX) NOT = SPACES
              AND T-JOURS(WS-TRAIN-IDX)(WS-EXP-DAY:1) NOT = "O"
              MOVE "SILLON NE CIRCULE PAS CE JOUR" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           ADD 1 TO FR-EXP-NBR(WS-TRAIN-IDX).
           ADD EXP-TONNES TO FR-TONNES(WS-TRAIN-IDX).
           GO TO END-CHECK-EXPED.

       START-REJET.
           ADD 1 TO WS-REJET-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "REJET :" SPACE EXP-REF SPACE EXP-STATION SPACE
              EXP-TIME SPACE EXP-DATE SPACE "POS" SPACE
              EXP-POSITION SPACE EXP-TONNES SPACE "T" SPACE
              "-" SPACE WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REJET FROM WS-LINE.
       END-CHECK-EXPED.
           EXIT.

      ******************************************************************
      *    Écris l'en-tête du rapport : fenêtre et jour demandés.      *
      ******************************************************************
       START-W-HEADER.
           MOVE ALL "*" TO WS-LINE.
           WRITE R-FRET FROM WS-LINE.
           MOVE WS-DEBUT TO WS-KEY-TIME.
           MOVE SPACES TO WS-LINE.
           STRING "SILLONS FRET - FENETRE" SPACE
              WS-KEY-HH ":" WS-KEY-MM
              DELIMITED BY SIZE
              INTO WS-LINE.
           MOVE WS-FIN TO WS-KEY-TIME.
           STRING " - " WS-KEY-HH ":" WS-KEY-MM
              DELIMITED BY SIZE
              INTO WS-LINE(29:8).
           IF WS-DATE-NUM NOT = ZERO
              STRING "- JOUR" SPACE WS-DATE-NUM
                 DELIMITED BY SIZE
                 INTO WS-LINE(38:16)
           ELSE
              STRING "- TOUS LES JOURS"
                 DELIMITED BY SIZE
                 INTO WS-LINE(38:16)
           END-IF.
           WRITE R-FRET FROM WS-LINE.
           MOVE ALL "*" TO WS-LINE.
           WRITE R-FRET FROM WS-LINE.
       END-W-HEADER.
           EXIT.

      ******************************************************************
      *    Sillons retenus, table triée par gare et heure : rupture    *
      *    de gare et de créneau horaire, totaux à chaque rupture.     *
      ******************************************************************
       START-W-SILLONS.
           SET WS-FIRST-Y TO TRUE.
           INITIALIZE WS-SLOT-TOTALS WS-GARE-TOTALS.

           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > T-CNT
              IF FR-RETENU-Y(T-IDX)
                 IF NOT WS-FIRST-Y
                    AND (T-STATION-DEPART(T-IDX) NOT = WS-BRK-STATION
                         OR T-START-HH(T-IDX) NOT = WS-BRK-HH)
                    PERFORM START-W-SLOT-TOTAL THRU END-W-SLOT-TOTAL
                 END-IF
                 IF NOT WS-FIRST-Y
                    AND T-STATION-DEPART(T-IDX) NOT = WS-BRK-STATION
                    PERFORM START-W-GARE-TOTAL THRU END-W-GARE-TOTAL
                 END-IF
                 IF WS-FIRST-Y
                    OR T-STATION-DEPART(T-IDX) NOT = WS-BRK-STATION
                    MOVE SPACES TO WS-LINE
                    STRING "GARE :" SPACE T-STATION-DEPART(T-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    WRITE R-FRET FROM WS-LINE
                 END-IF
                 IF WS-FIRST-Y
                    OR T-STATION-DEPART(T-IDX) NOT = WS-BRK-STATION
                    OR T-START-HH(T-IDX) NOT = WS-BRK-HH
                    MOVE SPACES TO WS-LINE
                    STRING "  CRENEAU" SPACE T-START-HH(T-IDX) ":00"
                       SPACE "-" SPACE T-START-HH(T-IDX) ":59"
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    WRITE R-FRET FROM WS-LINE
                 END-IF
                 MOVE "N" TO WS-FIRST
                 MOVE T-STATION-DEPART(T-IDX) TO WS-BRK-STATION
                 MOVE T-START-HH(T-IDX) TO WS-BRK-HH
                 PERFORM START-W-SILLON THRU END-W-SILLON
              END-IF
           END-PERFORM.

           IF WS-FIRST-Y
              MOVE "AUCUN SILLON FRET DANS LA FENETRE" TO WS-LINE
              WRITE R-FRET FROM WS-LINE
           ELSE
              PERFORM START-W-SLOT-TOTAL THRU END-W-SLOT-TOTAL
              PERFORM START-W-GARE-TOTAL THRU END-W-GARE-TOTAL
           END-IF.

           MOVE ALL "-" TO WS-LINE.
           WRITE R-FRET FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE WS-ALL-NBR TO WS-PNT-NBR.
           STRING "TOTAL :" SPACE FUNCTION TRIM(WS-PNT-NBR) SPACE
              "SILLONS"
              DELIMITED BY SIZE
              INTO WS-LINE.
           MOVE WS-ALL-EXP TO WS-PNT-NBR.
           MOVE WS-ALL-TON TO WS-PNT-TON.
           STRING "- EXPEDITIONS :" SPACE FUNCTION TRIM(WS-PNT-NBR)
              SPACE "- TONNES :" SPACE FUNCTION TRIM(WS-PNT-TON)
              DELIMITED BY SIZE
              INTO WS-LINE(30:60).
           WRITE R-FRET FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE WS-REJET-CNT TO WS-PNT-NBR.
           STRING "EXPEDITIONS REJETEES :" SPACE
              FUNCTION TRIM(WS-PNT-NBR) SPACE
              "(expeditions-rejetees.dat)"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-FRET FROM WS-LINE.
       END-W-SILLONS.
           EXIT.

      ******************************************************************
      *    Ligne d'un sillon : type, départ et arrivée, quai, arrêts   *
      *    fret, expéditions et tonnage.                               *
      ******************************************************************
       START-W-SILLON.
           ADD 1 TO WS-SLOT-NBR.
           ADD FR-EXP-NBR(T-IDX) TO WS-SLOT-EXP.
           ADD FR-TONNES(T-IDX) TO WS-SLOT-TON.

           MOVE T-IDX TO WS-FRT-IDX.
           PERFORM START-FMT-HORAIRE THRU END-FMT-HORAIRE.

           MOVE SPACES TO WS-LINE.
           STRING "    " T-TYPE(T-IDX) SPACE WS-HORAIRE SPACE
              "QUAI" SPACE T-QUAI(T-IDX) SPACE "ARRETS FRET :"
              DELIMITED BY SIZE
              INTO WS-LINE.
           MOVE 45 TO WS-PTR.
           PERFORM VARYING HALT-IDX FROM 1 BY 1 UNTIL HALT-IDX > 10
              IF T-HALT-FLAG(T-IDX)(HALT-IDX:1) EQUAL "F"
                 MOVE HALT-IDX TO WS-PNT-POS
                 STRING SPACE FUNCTION TRIM(WS-PNT-POS) ","
                    DELIMITED BY SIZE
                    INTO WS-LINE
                    WITH POINTER WS-PTR
              END-IF
           END-PERFORM.
           MOVE FR-EXP-NBR(T-IDX) TO WS-PNT-NBR.
           MOVE FR-TONNES(T-IDX) TO WS-PNT-TON.
           STRING "EXPEDITIONS" SPACE WS-PNT-NBR SPACE
              "TONNES" SPACE WS-PNT-TON
              DELIMITED BY SIZE
              INTO WS-LINE(90:40).
           WRITE R-FRET FROM WS-LINE.
       END-W-SILLON.
           EXIT.

      ******************************************************************
      *    Total du créneau, cumulé sur la gare.                       *
      ******************************************************************
       START-W-SLOT-TOTAL.
           MOVE SPACES TO WS-LINE.
           MOVE WS-SLOT-NBR TO WS-PNT-NBR.
           STRING "  TOTAL CRENEAU :" SPACE FUNCTION TRIM(WS-PNT-NBR)
              SPACE "SILLONS"
              DELIMITED BY SIZE
              INTO WS-LINE.
           MOVE WS-SLOT-EXP TO WS-PNT-NBR.
           MOVE WS-SLOT-TON TO WS-PNT-TON.
           STRING "EXPEDITIONS" SPACE WS-PNT-NBR SPACE
              "TONNES" SPACE WS-PNT-TON
              DELIMITED BY SIZE
              INTO WS-LINE(90:40).
           WRITE R-FRET FROM WS-LINE.

           ADD WS-SLOT-NBR TO WS-GARE-NBR.
           ADD WS-SLOT-EXP TO WS-GARE-EXP.
           ADD WS-SLOT-TON TO WS-GARE-TON.
           INITIALIZE WS-SLOT-TOTALS.
       END-W-SLOT-TOTAL.
           EXIT.

      ******************************************************************
      *    Total de la gare, cumulé sur le rapport.                    *
      ******************************************************************
       START-W-GARE-TOTAL.
           MOVE SPACES TO WS-LINE.
           MOVE WS-GARE-NBR TO WS-PNT-NBR.
           STRING "TOTAL GARE" SPACE FUNCTION TRIM(WS-BRK-STATION)
              SPACE ":" SPACE FUNCTION TRIM(WS-PNT-NBR)
              SPACE "SILLONS"
              DELIMITED BY SIZE
              INTO WS-LINE.
           MOVE WS-GARE-EXP TO WS-PNT-NBR.
           MOVE WS-GARE-TON TO WS-PNT-TON.
           STRING "EXPEDITIONS" SPACE WS-PNT-NBR SPACE
              "TONNES" SPACE WS-PNT-TON
              DELIMITED BY SIZE
              INTO WS-LINE(90:40).
           WRITE R-FRET FROM WS-LINE.

           ADD WS-GARE-NBR TO WS-ALL-NBR.
           ADD WS-GARE-EXP TO WS-ALL-EXP.
           ADD WS-GARE-TON TO WS-ALL-TON.
           INITIALIZE WS-GARE-TOTALS.
       END-W-GARE-TOTAL.
           EXIT.

      ******************************************************************
      *    Conflits de quai : chaque sillon fret retenu contre chaque  *
      *    train de voyageurs de la même gare et du même quai, avec    *
      *    un jour de circulation commun et des créneaux qui se        *
      *    chevauchent.                                                *
      ******************************************************************
       START-W-CONFLITS.
           MOVE ALL "*" TO WS-LINE.
           WRITE R-FRET FROM WS-LINE.
           MOVE "CONFLITS DE QUAI FRET / VOYAGEURS" TO WS-LINE.
           WRITE R-FRET FROM WS-LINE.

           PERFORM VARYING WS-FRT-IDX FROM 1 BY 1
                   UNTIL WS-FRT-IDX > T-CNT
              IF FR-RETENU-Y(WS-FRT-IDX)
                 AND T-QUAI(WS-FRT-IDX) NOT = SPACES
                 PERFORM VARYING WS-PAX-IDX FROM 1 BY 1
                         UNTIL WS-PAX-IDX > T-CNT
                    IF NOT FR-IS-FRET(WS-PAX-IDX)
                       AND T-STATION-DEPART(WS-PAX-IDX)
                           EQUAL T-STATION-DEPART(WS-FRT-IDX)
                       AND T-QUAI(WS-PAX-IDX)
                           EQUAL T-QUAI(WS-FRT-IDX)
                       AND FR-START-MIN(WS-FRT-IDX)
                           < FR-END-MIN(WS-PAX-IDX)
                       AND FR-START-MIN(WS-PAX-IDX)
                           < FR-END-MIN(WS-FRT-IDX)
                       PERFORM START-CHECK-DAYS THRU END-CHECK-DAYS
                       IF WS-COMMON-Y
                          PERFORM START-W-CONFLIT THRU END-W-CONFLIT
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           IF WS-CONF-CNT EQUAL ZERO
              MOVE "AUCUN CONFLIT DE QUAI DETECTE" TO WS-LINE
              WRITE R-FRET FROM WS-LINE
           ELSE
              MOVE SPACES TO WS-LINE
              MOVE WS-CONF-CNT TO WS-PNT-NBR
              STRING "CONFLITS DE QUAI :" SPACE
                 FUNCTION TRIM(WS-PNT-NBR)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-FRET FROM WS-LINE
           END-IF.
       END-W-CONFLITS.
           EXIT.

      ******************************************************************
      *    Jour de circulation commun au sillon WS-FRT-IDX et au       *
      *    train WS-PAX-IDX : le jour demandé s'il y en a un, sinon    *
      *    un jour "O" des deux masques (masque à blanc = tous les     *
      *    jours).                                                     *
      ******************************************************************
       START-CHECK-DAYS.
           MOVE "N" TO WS-COMMON.
           IF WS-DAY NOT = ZERO
              IF T-JOURS(WS-PAX-IDX) = SPACES
                 OR T-JOURS(WS-PAX-IDX)(WS-DAY:1) = "O"
                 SET WS-COMMON-Y TO TRUE
              END-IF
              GO TO END-CHECK-DAYS
           END-IF.

           IF T-JOURS(WS-FRT-IDX) = SPACES
              OR T-JOURS(WS-PAX-IDX) = SPACES
              SET WS-COMMON-Y TO TRUE
              GO TO END-CHECK-DAYS
           END-IF.

           PERFORM VARYING WS-EXP-DAY FROM 1 BY 1
                   UNTIL WS-EXP-DAY > 7 OR WS-COMMON-Y
              IF T-JOURS(WS-FRT-IDX)(WS-EXP-DAY:1) = "O"
                 AND T-JOURS(WS-PAX-IDX)(WS-EXP-DAY:1) = "O"
                 SET WS-COMMON-Y TO TRUE
              END-IF
           END-PERFORM.
       END-CHECK-DAYS.
           EXIT.

      ******************************************************************
      *    Ligne de conflit : gare, quai, sillon fret et train de      *
      *    voyageurs avec leurs créneaux.                              *
      ******************************************************************
       START-W-CONFLIT.
           ADD 1 TO WS-CONF-CNT.

           PERFORM START-FMT-HORAIRE THRU END-FMT-HORAIRE.
           MOVE WS-HORAIRE TO WS-HORAIRE-2.
           MOVE WS-FRT-IDX TO WS-TRAIN-IDX.
           MOVE WS-PAX-IDX TO WS-FRT-IDX.
           PERFORM START-FMT-HORAIRE THRU END-FMT-HORAIRE.
           MOVE WS-TRAIN-IDX TO WS-FRT-IDX.

           MOVE SPACES TO WS-LINE.
           STRING "CONFLIT :" SPACE
              FUNCTION TRIM(T-STATION-DEPART(WS-FRT-IDX)) SPACE
              "QUAI" SPACE T-QUAI(WS-FRT-IDX) SPACE "-" SPACE
              "FRET" SPACE T-TYPE(WS-FRT-IDX) SPACE WS-HORAIRE-2
              SPACE "/" SPACE
              "VOYAGEURS" SPACE T-TYPE(WS-PAX-IDX) SPACE WS-HORAIRE
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-FRET FROM WS-LINE.
       END-W-CONFLIT.
           EXIT.

      ******************************************************************
      *    Créneau du train WS-FRT-IDX en clair dans WS-HORAIRE :      *
      *    "HH:MM -> HH:MM" suivi de "+" pour une arrivée le           *
      *    lendemain.                                                  *
      ******************************************************************
       START-FMT-HORAIRE.
           MOVE SPACE TO WS-END-FLAG.
           MOVE FR-END-MIN(WS-FRT-IDX) TO WS-WORK-MIN.
           IF WS-WORK-MIN NOT < 1440
              MOVE "+" TO WS-END-FLAG
              PERFORM UNTIL WS-WORK-MIN < 1440
                 SUBTRACT 1440 FROM WS-WORK-MIN
              END-PERFORM
           END-IF.
           DIVIDE WS-WORK-MIN BY 60 GIVING WS-HH REMAINDER WS-MM.

           MOVE SPACES TO WS-HORAIRE.
           STRING T-START-HH(WS-FRT-IDX) ":" T-START-MM(WS-FRT-IDX)
              "->" WS-HH ":" WS-MM WS-END-FLAG
              DELIMITED BY SIZE
              INTO WS-HORAIRE.
       END-FMT-HORAIRE.
           EXIT.
