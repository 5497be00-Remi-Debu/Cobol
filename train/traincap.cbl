      *    - "capacites.dat" : gare + heure de départ, type de         *
      *      matériel roulant, nombre de places ;                      *
      *    - "reservations.dat" : gare + heure de départ, date,        *
      *      places vendues, puis arrêt de montée et arrêt de          *
      *      descente (colonnes 35-36 et 37-38).                       *
      *    Inventaire par tronçon : un TGV qui marque plusieurs arrêts *
      *    (TRAIN-HALT-FLAG "H") revend la place d'un voyageur         *
      *    descendu. Les arrêts sont numérotés le long du train :      *
      *    00 la gare de départ, 01 à 10 les positions de              *
      *    TRAIN-HALT-FLAG marquées "H", 11 le terminus ; des arrêts   *
      *    à blanc (anciennes ventes) valent tout le parcours. Les     *
      *    ventes sont prises dans l'ordre du fichier et chargées      *
      *    tronçon par tronçon pour le train et la date ; une vente    *
      *    qui ferait déborder un seul tronçon de son parcours est     *
      *    refusée et part dans "reservations-refusees.dat" avec le    *
      *    tronçon plein ; les ventes acceptées sont recopiées telles  *
      *    quelles dans "reservations-acceptees.dat", que lisent       *
      *    trainrev et trainind.                                       *
      *    Le rapport "occupation.dat" donne par train le taux de      *
      *    remplissage (charge du tronçon le plus chargé sur les       *
      *    places), la charge maximale de chaque tronçon avec le       *
      *    GOULET du train, les moyennes par type de train (la même    *
      *    ventilation TGV/CORAIL/TER que train.cbl) et une alerte     *
      *    SURRESERVATION quand un tronçon dépasse les places.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. traincap.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OCCUP.

           SELECT F-REFUS ASSIGN TO "reservations-refusees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REFUS.

           SELECT F-ACCEPT ASSIGN TO "reservations-acceptees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ACCEPT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           03 CAP-SEATS   PIC 9(04).

       FD  F-RESA
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-RESA.
           03 RSA-STATION PIC X(18).
           03 RSA-TIME    PIC 9(04).
           03 RSA-DATE    PIC 9(08).
           03 RSA-SOLD    PIC 9(04).
           03 RSA-MONTEE   PIC X(02).
           03 RSA-MONTEE-N REDEFINES RSA-MONTEE PIC 9(02).
           03 RSA-DESCENTE PIC X(02).
           03 RSA-DESCENTE-N REDEFINES RSA-DESCENTE PIC 9(02).

       FD  F-OCCUP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-OCCUP PIC X(132).

       FD  F-REFUS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-REFUS PIC X(132).

      *    Vente acceptée, au format de "reservations.dat".
       FD  F-ACCEPT
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-ACCEPT PIC X(38).

       WORKING-STORAGE SECTION.
       COPY train3fd.

               05 CP-STOCK PIC X(10).
               05 CP-SEATS PIC 9(04).
               05 CP-SOLD  PIC 9(06).
      *          Charge maximale de chaque tronçon, toutes dates
      *          confondues : le tronçon N va de l'arrêt N-1 à N.
               05 CP-PEAK  PIC 9(05) OCCURS 11 TIMES.

      *    Charge de chaque tronçon par train (rang dans la table des
      *    trains) et par date de circulation.
       01  TABLE-LOAD.
           03 LD-CNT PIC 9(04) VALUE ZERO.
           03 LD-ENT OCCURS 2000 TIMES
                     INDEXED BY LD-IDX.
               05 LD-TRAIN PIC 9(05).
               05 LD-DATE  PIC 9(08).
               05 LD-SEG   PIC 9(05) OCCURS 11 TIMES.

       01  FS-TRAIN1 PIC X(02).
           88 FS-TRAIN1-OK  VALUE "00".
           88 FS-RESA-EOF VALUE "10".
       01  FS-OCCUP PIC X(02).
           88 FS-OCCUP-OK VALUE "00".
       01  FS-REFUS PIC X(02).
       01  FS-ACCEPT PIC X(02).

       01  HALT-IDX PIC 9(05).


       01  WS-OVER-CNT PIC 9(04) VALUE ZERO.

      *    Vente courante : train visé, arrêts, tronçon plein.
       01  WS-TRAIN-IDX  PIC 9(05).
       01  WS-MONTEE     PIC 9(02).
       01  WS-DESCENTE   PIC 9(02).
       01  WS-SEG        PIC 9(02).
       01  WS-FULL-SEG   PIC 9(02).
       01  WS-MOTIF      PIC X(30).
       01  WS-REFUS-CNT  PIC 9(05) VALUE ZERO.
       01  WS-ACCEPT-CNT PIC 9(05) VALUE ZERO.

      *    Edition par tronçon.
       01  WS-PREV-STOP  PIC 9(02).
       01  WS-NEXT-STOP  PIC 9(02).
       01  WS-PEAK       PIC 9(05).
       01  WS-PEAK-SEG   PIC 9(02).
       01  WS-LEG-FLAG   PIC X(06).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.
                    MOVE SPACES TO CP-STOCK(T-CNT)
                    MOVE ZERO   TO CP-SEATS(T-CNT)
                    MOVE ZERO   TO CP-SOLD(T-CNT)
                    PERFORM VARYING WS-SEG FROM 1 BY 1
                            UNTIL WS-SEG > 11
                       MOVE ZERO TO CP-PEAK(T-CNT, WS-SEG)
                    END-PERFORM
                    ADD 1 TO T-CNT
                 END-READ
              END-PERFORM
           EXIT.

      ******************************************************************
      *    Charge les ventes dans l'ordre du fichier : chacune est     *
      *    contrôlée tronçon par tronçon puis acceptée (places         *
      *    cumulées sur le train, toutes dates confondues) ou          *
      *    refusée.                                                    *
      ******************************************************************
       START-R-RESA.
           OPEN OUTPUT F-REFUS.
           OPEN OUTPUT F-ACCEPT.

           OPEN INPUT F-RESA.
           IF NOT FS-RESA-OK
              DISPLAY "AVERTISSEMENT : reservations.dat ABSENT"
              CLOSE F-REFUS
              CLOSE F-ACCEPT
              GO TO END-R-RESA
           END-IF.

              AT END
                 SET FS-RESA-EOF TO TRUE
              NOT AT END
                 PERFORM START-SELL-ONE THRU END-SELL-ONE
              END-READ
           END-PERFORM.

           CLOSE F-RESA.
           CLOSE F-REFUS.
           CLOSE F-ACCEPT.
       END-R-RESA.
           EXIT.

      ******************************************************************
      *    Vente courante : train visé (le premier de sa gare et de    *
      *    son heure), arrêts de montée et de descente, puis charge    *
      *    de chaque tronçon du parcours pour la date. Un train sans   *
      *    capacité connue accepte tout (le rapport le signale).       *
      ******************************************************************
       START-SELL-ONE.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZERO TO WS-FULL-SEG.

           MOVE RSA-TIME TO WS-KEY-TIME-G.
           MOVE ZERO TO WS-TRAIN-IDX.
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX >= T-CNT OR WS-TRAIN-IDX > ZERO
              IF T-STATION-DEPART(T-IDX) EQUAL RSA-STATION
                 AND T-START-HH(T-IDX) EQUAL WS-KEY-HH
                 AND T-START-MM(T-IDX) EQUAL WS-KEY-MM
                 MOVE T-IDX TO WS-TRAIN-IDX
              END-IF
           END-PERFORM.
           IF WS-TRAIN-IDX = ZERO
              MOVE "TRAIN INCONNU" TO WS-MOTIF
              GO TO START-SELL-REFUS
           END-IF.

      *    Arrêts : à blanc, tout le parcours ; sinon la montée à la
      *    gare de départ ou à un arrêt "H", la descente à un arrêt
      *    "H" ou au terminus, et la montée avant la descente.
           MOVE ZERO TO WS-MONTEE.
           MOVE 11 TO WS-DESCENTE.
           IF RSA-MONTEE NOT = SPACES
              IF RSA-MONTEE IS NOT NUMERIC
                 MOVE "ARRET DE MONTEE INVALIDE" TO WS-MOTIF
                 GO TO START-SELL-REFUS
              END-IF
              MOVE RSA-MONTEE-N TO WS-MONTEE
           END-IF.
           IF RSA-DESCENTE NOT = SPACES
              IF RSA-DESCENTE IS NOT NUMERIC
                 MOVE "ARRET DE DESCENTE INVALIDE" TO WS-MOTIF
                 GO TO START-SELL-REFUS
              END-IF
              MOVE RSA-DESCENTE-N TO WS-DESCENTE
           END-IF.

           IF WS-MONTEE > 10
              OR (WS-MONTEE > ZERO
                  AND T-HALT-FLAG(WS-TRAIN-IDX)(WS-MONTEE:1)
                      NOT = "H")
              MOVE "ARRET DE MONTEE INVALIDE" TO WS-MOTIF
              GO TO START-SELL-REFUS
           END-IF.
           IF WS-DESCENTE = ZERO OR WS-DESCENTE > 11
              OR (WS-DESCENTE < 11
                  AND T-HALT-FLAG(WS-TRAIN-IDX)(WS-DESCENTE:1)
                      NOT = "H")
              MOVE "ARRET DE DESCENTE INVALIDE" TO WS-MOTIF
              GO TO START-SELL-REFUS
           END-IF.
           IF WS-MONTEE NOT < WS-DESCENTE
              MOVE "DESCENTE AVANT LA MONTEE" TO WS-MOTIF
              GO TO START-SELL-REFUS
           END-IF.

      *    Charge du train à la date.
           SET LD-IDX TO 1.
           SEARCH LD-ENT
              AT END
                 IF LD-CNT NOT < 2000
                    MOVE "TABLE DES CHARGES PLEINE" TO WS-MOTIF
                    GO TO START-SELL-REFUS
                 END-IF
                 ADD 1 TO LD-CNT
                 SET LD-IDX TO LD-CNT
                 MOVE WS-TRAIN-IDX TO LD-TRAIN(LD-IDX)
                 MOVE RSA-DATE     TO LD-DATE(LD-IDX)
                 PERFORM VARYING WS-SEG FROM 1 BY 1 UNTIL WS-SEG > 11
                    MOVE ZERO TO LD-SEG(LD-IDX, WS-SEG)
                 END-PERFORM
              WHEN LD-IDX NOT > LD-CNT
                 AND LD-TRAIN(LD-IDX) = WS-TRAIN-IDX
                 AND LD-DATE(LD-IDX) = RSA-DATE
                 CONTINUE
           END-SEARCH.

      *    Un seul tronçon plein sur le parcours refuse la vente.
           IF CP-SEATS(WS-TRAIN-IDX) > ZERO
              PERFORM VARYING WS-SEG FROM WS-MONTEE BY 1
                      UNTIL WS-SEG >= WS-DESCENTE
                         OR WS-FULL-SEG > ZERO
                 IF LD-SEG(LD-IDX, WS-SEG + 1) + RSA-SOLD
                    > CP-SEATS(WS-TRAIN-IDX)
                    COMPUTE WS-FULL-SEG = WS-SEG + 1
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-FULL-SEG > ZERO
              MOVE "TRONCON COMPLET" TO WS-MOTIF
              GO TO START-SELL-REFUS
           END-IF.

           ADD RSA-SOLD TO CP-SOLD(WS-TRAIN-IDX).
           PERFORM VARYING WS-SEG FROM WS-MONTEE BY 1
                   UNTIL WS-SEG >= WS-DESCENTE
              ADD RSA-SOLD TO LD-SEG(LD-IDX, WS-SEG + 1)
              IF LD-SEG(LD-IDX, WS-SEG + 1)
                 > CP-PEAK(WS-TRAIN-IDX, WS-SEG + 1)
                 MOVE LD-SEG(LD-IDX, WS-SEG + 1)
                   TO CP-PEAK(WS-TRAIN-IDX, WS-SEG + 1)
              END-IF
           END-PERFORM.
           ADD 1 TO WS-ACCEPT-CNT.
           WRITE R-ACCEPT FROM R-RESA.
           GO TO END-SELL-ONE.

       START-SELL-REFUS.
           ADD 1 TO WS-REFUS-CNT.
           MOVE SPACES TO WS-LINE.
           STRING R-RESA SPACE WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LINE.
           IF WS-FULL-SEG > ZERO
              PERFORM START-FULL-LEG THRU END-FULL-LEG
              STRING "TRONCON" SPACE WS-PREV-STOP "-" WS-NEXT-STOP
                 SPACE "CHARGE" SPACE LD-SEG(LD-IDX, WS-FULL-SEG)
                 SPACE "PLACES" SPACE CP-SEATS(WS-TRAIN-IDX)
                 DELIMITED BY SIZE
                 INTO WS-LINE(71:)
           END-IF.
           WRITE R-REFUS FROM WS-LINE.
       END-SELL-ONE.
           EXIT.

      ******************************************************************
      *    Arrêts qui encadrent le tronçon plein WS-FULL-SEG du train  *
      *    vendu : la dernière position "H" avant lui (à défaut la     *
      *    gare de départ, 00) et la première à partir de lui (à       *
      *    défaut le terminus, 11).                                    *
      ******************************************************************
       START-FULL-LEG.
           MOVE ZERO TO WS-PREV-STOP.
           MOVE 11 TO WS-NEXT-STOP.
           PERFORM VARYING WS-SEG FROM 1 BY 1 UNTIL WS-SEG > 10
              IF T-HALT-FLAG(WS-TRAIN-IDX)(WS-SEG:1) = "H"
                 IF WS-SEG < WS-FULL-SEG
                    MOVE WS-SEG TO WS-PREV-STOP
                 END-IF
                 IF WS-SEG NOT < WS-FULL-SEG AND WS-NEXT-STOP = 11
                    MOVE WS-SEG TO WS-NEXT-STOP
                 END-IF
              END-IF
           END-PERFORM.
       END-FULL-LEG.
           EXIT.

      ******************************************************************
      *    Ecris le rapport : taux de remplissage par train, alerte    *
      *    de surréservation, puis moyennes par type de train.         *
              INTO WS-LINE.
           WRITE R-OCCUP FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "VENTES REFUSEES (reservations-refusees.dat) :"
              SPACE WS-REFUS-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-OCCUP FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "VENTES ACCEPTEES (reservations-acceptees.dat) :"
              SPACE WS-ACCEPT-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-OCCUP FROM WS-LINE.

           CLOSE F-OCCUP.
       END-W-OCCUP.
           EXIT.
              GO TO END-W-ONE-TRAIN
           END-IF.

      *    Tronçon le plus chargé : le goulet du train, qui donne le
      *    taux de remplissage.
           MOVE ZERO TO WS-PEAK.
           MOVE ZERO TO WS-PEAK-SEG.
           PERFORM VARYING WS-SEG FROM 1 BY 1 UNTIL WS-SEG > 11
              IF CP-PEAK(T-IDX, WS-SEG) > WS-PEAK
                 MOVE CP-PEAK(T-IDX, WS-SEG) TO WS-PEAK
                 MOVE WS-SEG TO WS-PEAK-SEG
              END-IF
           END-PERFORM.

           COMPUTE WS-RATE ROUNDED =
              (WS-PEAK * 100) / CP-SEATS(T-IDX).

           MOVE SPACES TO WS-ALERT.
           IF WS-PEAK > CP-SEATS(T-IDX)
              MOVE "SURRESERVATION" TO WS-ALERT
              ADD 1 TO WS-OVER-CNT
           END-IF.
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-OCCUP FROM WS-LINE.

      *    Charge maximale par tronçon, d'arrêt à arrêt.
           MOVE ZERO TO WS-PREV-STOP.
           PERFORM VARYING WS-SEG FROM 1 BY 1 UNTIL WS-SEG > 11
              IF WS-SEG = 11
                 OR T-HALT-FLAG(T-IDX)(WS-SEG:1) = "H"
                 MOVE SPACES TO WS-LEG-FLAG
                 IF WS-PEAK > ZERO
                    AND WS-PEAK-SEG > WS-PREV-STOP
                    AND WS-PEAK-SEG NOT > WS-SEG
                    MOVE "GOULET" TO WS-LEG-FLAG
                 END-IF
                 MOVE SPACES TO WS-LINE
                 STRING "   TRONCON" SPACE WS-PREV-STOP "-" WS-SEG
                    SPACE "CHARGE MAX" SPACE CP-PEAK(T-IDX, WS-SEG)
                    SPACE "/" SPACE CP-SEATS(T-IDX) SPACE WS-LEG-FLAG
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-OCCUP FROM WS-LINE
                 MOVE WS-SEG TO WS-PREV-STOP
              END-IF
           END-PERFORM.
       END-W-ONE-TRAIN.
           EXIT.

