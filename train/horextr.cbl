      *    affiches et tableaux d'un jour férié sortent ainsi justes   *
      *    au lieu d'être corrigés à la main. Sans HOREXTR-DATE, le    *
      *    comportement historique (tout le maître) est inchangé.     *
      *                                                                *
      *    Travaux (mode date) : "travaux-possessions.dat" décrit les  *
      *    fermetures de ligne pour travaux, une par ligne :           *
      *       colonnes 1-8    : PREMIER JOUR AAAAMMJJ                  *
      *       colonnes 9-16   : DERNIER JOUR AAAAMMJJ                  *
      *       colonnes 17-20  : DEBUT DE LA FENETRE HHMM               *
      *       colonnes 21-24  : FIN DE LA FENETRE HHMM (une fin        *
      *                         plus tôt que le début = fenêtre de     *
      *                         nuit, finie le lendemain matin)        *
      *       colonnes 25-96  : GARES FERMEES (4 x 18)                 *
      *       colonnes 97-114 : GARE RELAIS (tête de ligne des cars,   *
      *                         à blanc = pas de train limité)         *
      *       colonnes 115-117: MINUTES DE TRAIN GARE RELAIS <-> GARE  *
      *                         FERMEE                                 *
      *       colonnes 118-120: MINUTES DE CAR SUR LE MEME TRAJET      *
      *    Un service dont la marche (départ de la provenance à        *
      *    l'arrivée en gare) touche la fenêtre et dessert une gare    *
      *    fermée est :                                                *
      *    - ANNULE quand ses deux bouts sont fermés (ou sans gare     *
      *      relais) : un car fait le trajet entier ;                  *
      *    - LIMITE à la gare relais quand seule l'arrivée est         *
      *      fermée : le car reprend les voyageurs au relais ;         *
      *    - ORIGINE reportée à la gare relais quand seule la          *
      *      provenance est fermée : le car les y amène.               *
      *    Les cars partent dans "train1.dat" et "file1.txt" sous le   *
      *    type BUS (affiches, tableau des arrivées, correspondances)  *
      *    et leur horaire détaillé dans "cars-remplacement.dat".      *
      *    Un sillon fret (arrêt F) n'a pas de car : il est supprimé.  *
      *                                                                *
      *    Les sillons fret partent dans "train1.dat" (rapport fret    *
      *    trainfrt, conflits de quai) mais pas dans "file1.txt" : le  *
      *    tableau des arrivées est celui des voyageurs.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. horextr.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FERIES.

           SELECT F-POSSESS ASSIGN TO "travaux-possessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-POSSESS.

           SELECT F-CARS ASSIGN TO "cars-remplacement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CARS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  R-FERIES PIC 9(08).

       FD  F-POSSESS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-POSSESS.
           03 P-DATE-DEB   PIC 9(08).
           03 P-DATE-FIN   PIC 9(08).
           03 P-HEURE-DEB.
              05 P-DEB-HH  PIC 9(02).
              05 P-DEB-MM  PIC 9(02).
           03 P-HEURE-FIN.
              05 P-FIN-HH  PIC 9(02).
              05 P-FIN-MM  PIC 9(02).
           03 P-GARE       PIC X(18) OCCURS 4 TIMES.
           03 P-RELAIS     PIC X(18).
           03 P-TRAIN-MIN  PIC 9(03).
           03 P-CAR-MIN    PIC 9(03).

       FD  F-CARS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-CARS PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-MAITRE PIC X(02).
           88 FS-MAITRE-OK  VALUE "00".
       01  FS-FERIES PIC X(02).
           88 FS-FERIES-OK  VALUE "00".
           88 FS-FERIES-EOF VALUE "10".
       01  FS-POSSESS PIC X(02).
           88 FS-POSSESS-OK  VALUE "00".
           88 FS-POSSESS-EOF VALUE "10".
       01  FS-CARS PIC X(02).
           88 FS-CARS-OK VALUE "00".

       01  HALT-IDX PIC 9(02).

       01  WS-MAITRE-CNT PIC 9(05) VALUE ZERO.
       01  WS-FRET-CNT   PIC 9(05) VALUE ZERO.
       01  WS-FRET       PIC X(01).
           88 WS-FRET-Y VALUE "Y".

      *    Mode date : jour demandé, son jour de semaine réel et le
      *    jour de semaine effectif (exception J ou férié = plan du
       01  WS-SKIPPED-CNT PIC 9(05) VALUE ZERO.
       01  WS-CANCEL-CNT  PIC 9(05) VALUE ZERO.

      *    Fermetures pour travaux qui touchent la date demandée. Les
      *    fenêtres sont ramenées en minutes sur l'échelle du jour
      *    demandé (0 = minuit) : la nuit de la veille donne un
      *    intervalle qui commence en négatif, celle du jour un
      *    intervalle qui finit au-delà de 1440.
       01  WS-POSS-TABLE.
           03 WS-PO-CNT PIC 9(02) VALUE ZERO.
           03 WS-PO OCCURS 20 TIMES
                    INDEXED BY WS-PO-IDX.
               05 WS-PO-GARE      PIC X(18) OCCURS 4 TIMES.
               05 WS-PO-RELAIS    PIC X(18).
               05 WS-PO-TRAIN-MIN PIC 9(03).
               05 WS-PO-CAR-MIN   PIC 9(03).
               05 WS-PO-INT-CNT   PIC 9(01).
               05 WS-PO-INT OCCURS 2 TIMES.
                  07 WS-PO-INT-DEB PIC S9(05).
                  07 WS-PO-INT-FIN PIC S9(05).

       01  WS-NIGHT-K     PIC 9(01).
       01  WS-NIGHT-DATE  PIC 9(08).
       01  WS-NIGHT-OFF   PIC S9(05).
       01  WS-INT-SUB     PIC 9(01).
       01  WS-GARE-SUB    PIC 9(01).

      *    Marche du service courant (minutes sur l'échelle du jour)
      *    et verdict des travaux.
       01  WS-LEG-DEP     PIC S9(05).
       01  WS-LEG-ARR     PIC S9(05).
       01  WS-SPAN-DEB    PIC S9(05).
       01  WS-SPAN-FIN    PIC S9(05).
       01  WS-FROM-CLOSED PIC X(01).
           88 WS-FROM-CLOSED-Y VALUE "Y".
       01  WS-TO-CLOSED   PIC X(01).
           88 WS-TO-CLOSED-Y   VALUE "Y".
       01  WS-TRY-CASE    PIC X(01).
       01  WS-WORKS-CASE  PIC X(01) VALUE SPACE.
           88 WS-WORKS-NONE    VALUE SPACE.
           88 WS-WORKS-ANNULE  VALUE "A".
           88 WS-WORKS-LIMITE  VALUE "L".
           88 WS-WORKS-ORIGINE VALUE "O".

      *    Car de remplacement à écrire, et copie du service d'origine
      *    (l'enregistrement du maître sert de zone de construction).
       01  WS-H-SAVE      PIC X(78).
       01  WS-CAR-FROM    PIC X(18).
       01  WS-CAR-TO      PIC X(18).
       01  WS-CAR-DEP     PIC S9(05).
       01  WS-CAR-ARR     PIC S9(05).
       01  WS-CUT-TIME    PIC S9(05).
       01  WS-NATURE      PIC X(30).

       01  WS-T-MIN       PIC S9(05).
       01  WS-T-NORM      PIC 9(04).
       01  WS-T-HH        PIC 9(02).
       01  WS-T-MM        PIC 9(02).
       01  WS-CAR-DEP-E.
           03 WS-CDE-HH   PIC 9(02).
           03 FILLER      PIC X(01) VALUE ":".
           03 WS-CDE-MM   PIC 9(02).
       01  WS-CAR-ARR-E.
           03 WS-CAE-HH   PIC 9(02).
           03 FILLER      PIC X(01) VALUE ":".
           03 WS-CAE-MM   PIC 9(02).
       01  WS-LINE        PIC X(132).

       01  WS-WORKS-CNT   PIC 9(05) VALUE ZERO.
       01  WS-CUT-CNT     PIC 9(05) VALUE ZERO.
       01  WS-CAR-CNT     PIC 9(05) VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           OPEN OUTPUT F-TRAIN1.
           OPEN OUTPUT F-FILE1.
           IF WS-DATE-MODE-Y
              OPEN OUTPUT F-CARS
              MOVE SPACES TO WS-LINE
              STRING "CARS DE REMPLACEMENT DU" SPACE WS-DATE-NUM
                 SPACE "- FERMETURES ACTIVES :" SPACE WS-PO-CNT
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-CARS FROM WS-LINE
           END-IF.

           PERFORM UNTIL FS-MAITRE-EOF
              READ F-MAITRE
           CLOSE F-MAITRE.
           CLOSE F-TRAIN1.
           CLOSE F-FILE1.
           IF WS-DATE-MODE-Y
              MOVE SPACES TO WS-LINE
              STRING "TRAINS ANNULES :" SPACE WS-WORKS-CNT SPACE
                 "- LIMITES :" SPACE WS-CUT-CNT SPACE
                 "- CARS :" SPACE WS-CAR-CNT
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-CARS FROM WS-LINE
              CLOSE F-CARS
           END-IF.

           DISPLAY "HORAIRES EXTRAITS :" SPACE WS-MAITRE-CNT SPACE
              "- SILLONS FRET HORS TABLEAU :" SPACE WS-FRET-CNT.
           IF WS-DATE-MODE-Y
              DISPLAY "MODE DATE" SPACE WS-DATE-NUM SPACE
                 "- JOUR EFFECTIF :" SPACE WS-EFFECT-DAY SPACE
                 "- HORS JOUR :" SPACE WS-SKIPPED-CNT SPACE
                 "- ANNULES :" SPACE WS-CANCEL-CNT
              DISPLAY "TRAVAUX - TRAINS ANNULES :" SPACE WS-WORKS-CNT
                 SPACE "- LIMITES :" SPACE WS-CUT-CNT SPACE
                 "- CARS :" SPACE WS-CAR-CNT
           END-IF.
       END-MAIN.
           EXIT.
              MOVE 7 TO WS-EFFECT-DAY
           END-IF.

           PERFORM START-R-POSSESS THRU END-R-POSSESS.

      *    Exceptions datées de la date demandée.
           OPEN INPUT F-EXCEPT.
           IF NOT FS-EXCEPT-OK
      *    date (les affiches du jour sortent justes).                 *
      ******************************************************************
       START-HANDLE-ONE.
           MOVE "N" TO WS-FRET.
           PERFORM VARYING HALT-IDX FROM 1 BY 1 UNTIL HALT-IDX > 10
              IF H-HALT-FLAG(HALT-IDX) = "F"
                 SET WS-FRET-Y TO TRUE
              END-IF
           END-PERFORM.

           IF NOT WS-DATE-MODE-Y
              PERFORM START-W-TRAIN1 THRU END-W-TRAIN1
              PERFORM START-W-FILE1 THRU END-W-FILE1
           MOVE SPACES TO H-JOURS.
           MOVE "O" TO H-JOURS(WS-REAL-DAY:1).

      *    Fermeture pour travaux : le car et ce qui reste du train
      *    remplacent le service.
           PERFORM START-CHECK-WORKS THRU END-CHECK-WORKS.
           IF NOT WS-WORKS-NONE
              PERFORM START-APPLY-WORKS THRU END-APPLY-WORKS
              GO TO END-HANDLE-ONE
           END-IF.

           PERFORM START-W-TRAIN1 THRU END-W-TRAIN1.
           PERFORM START-W-FILE1 THRU END-W-FILE1.
       END-HANDLE-ONE.
           EXIT.

      ******************************************************************
      *    Charge les fermetures pour travaux de                       *
      *    "travaux-possessions.dat" qui ont une fenêtre sur la date   *
      *    demandée (20 au plus). Sans fichier, pas de travaux.        *
      ******************************************************************
       START-R-POSSESS.
           OPEN INPUT F-POSSESS.
           IF NOT FS-POSSESS-OK
              GO TO END-R-POSSESS
           END-IF.

           PERFORM UNTIL FS-POSSESS-EOF
              READ F-POSSESS
              AT END
                 SET FS-POSSESS-EOF TO TRUE
              NOT AT END
                 IF WS-PO-CNT < 20
                    PERFORM START-LOAD-POSSESS THRU END-LOAD-POSSESS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-POSSESS.
       END-R-POSSESS.
           EXIT.

      ******************************************************************
      *    Ramène la fermeture lue sur l'échelle du jour demandé :     *
      *    la fenêtre ouverte la veille (K = 0) et celle ouverte le    *
      *    jour même (K = 1), quand leur date de début est dans la     *
      *    période des travaux. Une fermeture sans fenêtre ce          *
      *    jour-là n'est pas gardée.                                   *
      ******************************************************************
       START-LOAD-POSSESS.
           ADD 1 TO WS-PO-CNT.
           SET WS-PO-IDX TO WS-PO-CNT.
           MOVE ZERO TO WS-PO-INT-CNT(WS-PO-IDX).

           PERFORM VARYING WS-NIGHT-K FROM 0 BY 1 UNTIL WS-NIGHT-K > 1
              COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                 WS-DATE-INT - 1 + WS-NIGHT-K)
              IF WS-NIGHT-DATE >= P-DATE-DEB
                 AND WS-NIGHT-DATE <= P-DATE-FIN
                 COMPUTE WS-NIGHT-OFF = (WS-NIGHT-K - 1) * 1440
                 ADD 1 TO WS-PO-INT-CNT(WS-PO-IDX)
                 MOVE WS-PO-INT-CNT(WS-PO-IDX) TO WS-INT-SUB
                 COMPUTE WS-PO-INT-DEB(WS-PO-IDX, WS-INT-SUB) =
                    P-DEB-HH * 60 + P-DEB-MM + WS-NIGHT-OFF
                 COMPUTE WS-PO-INT-FIN(WS-PO-IDX, WS-INT-SUB) =
                    P-FIN-HH * 60 + P-FIN-MM + WS-NIGHT-OFF
                 IF P-HEURE-FIN <= P-HEURE-DEB
                    ADD 1440 TO WS-PO-INT-FIN(WS-PO-IDX, WS-INT-SUB)
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-PO-INT-CNT(WS-PO-IDX) = ZERO
              SUBTRACT 1 FROM WS-PO-CNT
              GO TO END-LOAD-POSSESS
           END-IF.

           PERFORM VARYING WS-GARE-SUB FROM 1 BY 1
                   UNTIL WS-GARE-SUB > 4
              MOVE P-GARE(WS-GARE-SUB)
                 TO WS-PO-GARE(WS-PO-IDX, WS-GARE-SUB)
           END-PERFORM.
           MOVE P-RELAIS    TO WS-PO-RELAIS(WS-PO-IDX).
           MOVE P-TRAIN-MIN TO WS-PO-TRAIN-MIN(WS-PO-IDX).
           MOVE P-CAR-MIN   TO WS-PO-CAR-MIN(WS-PO-IDX).
       END-LOAD-POSSESS.
           EXIT.

      ******************************************************************
      *    Cherche la première fermeture qui touche le service         *
      *    courant. La marche va du départ de la provenance            *
      *    (H-NBR-HEURES plus tôt) à l'arrivée en gare à H-TIME ; la   *
      *    provenance du maître est sur 10 caractères, le              *
      *    rapprochement des gares se fait sur ces 10 positions.       *
      ******************************************************************
       START-CHECK-WORKS.
           SET WS-WORKS-NONE TO TRUE.
           COMPUTE WS-LEG-ARR = H-TIME-HH * 60 + H-TIME-MM.
           COMPUTE WS-LEG-DEP = WS-LEG-ARR - H-NBR-HEURES * 60.

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-CNT
                      OR NOT WS-WORKS-NONE
              PERFORM START-TEST-POSSESS THRU END-TEST-POSSESS
           END-PERFORM.

      *    La boucle a avancé l'index d'un cran après la fermeture
      *    trouvée : il est ramené sur elle pour l'application.
           IF NOT WS-WORKS-NONE
              SET WS-PO-IDX DOWN BY 1
           END-IF.
       END-CHECK-WORKS.
           EXIT.

      ******************************************************************
      *    Juge le service courant contre la fermeture WS-PO-IDX : le  *
      *    bout fermé de la marche (toute la marche pour un service    *
      *    annulé) doit croiser une des fenêtres de la fermeture.      *
      ******************************************************************
       START-TEST-POSSESS.
           MOVE "N" TO WS-FROM-CLOSED.
           MOVE "N" TO WS-TO-CLOSED.
           PERFORM VARYING WS-GARE-SUB FROM 1 BY 1
                   UNTIL WS-GARE-SUB > 4
              IF WS-PO-GARE(WS-PO-IDX, WS-GARE-SUB) NOT = SPACES
                 IF WS-PO-GARE(WS-PO-IDX, WS-GARE-SUB)(1:10)
                    EQUAL H-PROVENANCE
                    SET WS-FROM-CLOSED-Y TO TRUE
                 END-IF
                 IF WS-PO-GARE(WS-PO-IDX, WS-GARE-SUB) EQUAL H-STATION
                    SET WS-TO-CLOSED-Y TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT WS-FROM-CLOSED-Y AND NOT WS-TO-CLOSED-Y
              GO TO END-TEST-POSSESS
           END-IF.

      *    Sans relais, ou quand le service part ou arrive déjà au
      *    relais, il n'y a rien à limiter : le car fait tout.
           EVALUATE TRUE
              WHEN WS-PO-RELAIS(WS-PO-IDX) = SPACES
              WHEN WS-FROM-CLOSED-Y AND WS-TO-CLOSED-Y
              WHEN WS-PO-RELAIS(WS-PO-IDX)(1:10) EQUAL H-PROVENANCE
              WHEN WS-PO-RELAIS(WS-PO-IDX) EQUAL H-STATION
                 MOVE "A" TO WS-TRY-CASE
                 MOVE WS-LEG-DEP TO WS-SPAN-DEB
                 MOVE WS-LEG-ARR TO WS-SPAN-FIN
              WHEN WS-TO-CLOSED-Y
                 MOVE "L" TO WS-TRY-CASE
                 COMPUTE WS-SPAN-DEB =
                    WS-LEG-ARR - WS-PO-TRAIN-MIN(WS-PO-IDX)
                 MOVE WS-LEG-ARR TO WS-SPAN-FIN
              WHEN OTHER
                 MOVE "O" TO WS-TRY-CASE
                 MOVE WS-LEG-DEP TO WS-SPAN-DEB
                 COMPUTE WS-SPAN-FIN =
                    WS-LEG-DEP + WS-PO-TRAIN-MIN(WS-PO-IDX)
           END-EVALUATE.

      *    Le verdict ne tient que si ce bout de marche croise une
      *    fenêtre (les bornes se touchant ne comptent pas).
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
                   UNTIL WS-INT-SUB > WS-PO-INT-CNT(WS-PO-IDX)
              IF WS-SPAN-DEB < WS-PO-INT-FIN(WS-PO-IDX, WS-INT-SUB)
                 AND WS-SPAN-FIN > WS-PO-INT-DEB(WS-PO-IDX, WS-INT-SUB)
                 MOVE WS-TRY-CASE TO WS-WORKS-CASE
              END-IF
           END-PERFORM.
       END-TEST-POSSESS.
           EXIT.

      ******************************************************************
      *    Applique la fermeture trouvée (WS-PO-IDX) au service        *
      *    courant : écris le car de remplacement, puis ce qui reste   *
      *    du train (rien s'il est annulé). L'heure d'arrivée du       *
      *    train limité est avancée du temps de train économisé ; la   *
      *    durée du maître étant en heures pleines, elle est           *
      *    recalculée à l'heure entière inférieure.                    *
      ******************************************************************
       START-APPLY-WORKS.
           MOVE HORAIRE-DETAILS TO WS-H-SAVE.

      *    Sillon fret : pas de car, le sillon est supprimé.
           IF WS-FRET-Y
              ADD 1 TO WS-WORKS-CNT
              MOVE SPACES TO WS-LINE
              STRING WS-DATE-NUM SPACE "FRET" SPACE
                 H-PROVENANCE SPACE "->" SPACE H-STATION SPACE
                 H-TIME-HH ":" H-TIME-MM SPACE
                 "SILLON FRET SUPPRIME"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-CARS FROM WS-LINE
              GO TO END-APPLY-WORKS
           END-IF.

           EVALUATE TRUE
              WHEN WS-WORKS-ANNULE
                 ADD 1 TO WS-WORKS-CNT
                 MOVE H-PROVENANCE TO WS-CAR-FROM
                 MOVE H-STATION    TO WS-CAR-TO
                 MOVE WS-LEG-DEP   TO WS-CAR-DEP
                 MOVE "TRAIN ANNULE" TO WS-NATURE
              WHEN WS-WORKS-LIMITE
                 ADD 1 TO WS-CUT-CNT
                 COMPUTE WS-CUT-TIME =
                    WS-LEG-ARR - WS-PO-TRAIN-MIN(WS-PO-IDX)
                 MOVE WS-PO-RELAIS(WS-PO-IDX) TO WS-CAR-FROM
                 MOVE H-STATION    TO WS-CAR-TO
                 MOVE WS-CUT-TIME  TO WS-CAR-DEP
                 MOVE "TRAIN LIMITE AU RELAIS" TO WS-NATURE
              WHEN OTHER
                 ADD 1 TO WS-CUT-CNT
                 COMPUTE WS-CUT-TIME =
                    WS-LEG-DEP + WS-PO-TRAIN-MIN(WS-PO-IDX)
                 MOVE H-PROVENANCE TO WS-CAR-FROM
                 MOVE WS-PO-RELAIS(WS-PO-IDX) TO WS-CAR-TO
                 COMPUTE WS-CAR-DEP =
                    WS-CUT-TIME - WS-PO-CAR-MIN(WS-PO-IDX)
                 MOVE "TRAIN AU DEPART DU RELAIS" TO WS-NATURE
           END-EVALUATE.
           COMPUTE WS-CAR-ARR = WS-CAR-DEP + WS-PO-CAR-MIN(WS-PO-IDX).

           PERFORM START-W-CAR THRU END-W-CAR.

           MOVE WS-H-SAVE TO HORAIRE-DETAILS.
           EVALUATE TRUE
              WHEN WS-WORKS-LIMITE
                 MOVE WS-PO-RELAIS(WS-PO-IDX) TO H-STATION
                 MOVE WS-CUT-TIME TO WS-T-MIN
                 PERFORM START-MIN-TO-HHMM THRU END-MIN-TO-HHMM
                 MOVE WS-T-HH TO H-TIME-HH
                 MOVE WS-T-MM TO H-TIME-MM
                 COMPUTE H-NBR-HEURES = (WS-CUT-TIME - WS-LEG-DEP) / 60
                 PERFORM START-W-TRAIN1 THRU END-W-TRAIN1
                 PERFORM START-W-FILE1 THRU END-W-FILE1
              WHEN WS-WORKS-ORIGINE
                 MOVE WS-PO-RELAIS(WS-PO-IDX) TO H-PROVENANCE
                 COMPUTE H-NBR-HEURES = (WS-LEG-ARR - WS-CUT-TIME) / 60
                 PERFORM START-W-TRAIN1 THRU END-W-TRAIN1
                 PERFORM START-W-FILE1 THRU END-W-FILE1
           END-EVALUATE.
       END-APPLY-WORKS.
           EXIT.

      ******************************************************************
      *    Ecris le car de remplacement : un service BUS dans les      *
      *    deux fichiers dérivés (même lecture que le maître : gare    *
      *    d'arrivée, heure d'arrivée, provenance), et sa ligne dans   *
      *    l'horaire des cars avec le train qu'il remplace.            *
      ******************************************************************
       START-W-CAR.
           ADD 1 TO WS-CAR-CNT.

           MOVE WS-CAR-DEP TO WS-T-MIN.
           PERFORM START-MIN-TO-HHMM THRU END-MIN-TO-HHMM.
           MOVE WS-T-HH TO WS-CDE-HH.
           MOVE WS-T-MM TO WS-CDE-MM.
           MOVE WS-CAR-ARR TO WS-T-MIN.
           PERFORM START-MIN-TO-HHMM THRU END-MIN-TO-HHMM.
           MOVE WS-T-HH TO WS-CAE-HH.
           MOVE WS-T-MM TO WS-CAE-MM.

           MOVE SPACES TO WS-LINE.
           STRING WS-DATE-NUM SPACE "BUS" SPACE
              WS-CAR-FROM SPACE WS-CAR-DEP-E SPACE "->" SPACE
              WS-CAR-TO SPACE WS-CAR-ARR-E SPACE
              "REMPLACE" SPACE H-TYPE SPACE
              H-TIME-HH ":" H-TIME-MM SPACE
              WS-NATURE
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CARS FROM WS-LINE.

           MOVE "BUS"       TO H-TYPE.
           MOVE WS-CAR-TO   TO H-STATION.
           MOVE WS-CAE-HH   TO H-TIME-HH.
           MOVE WS-CAE-MM   TO H-TIME-MM.
           COMPUTE H-NBR-HEURES = (WS-PO-CAR-MIN(WS-PO-IDX) + 59) / 60.
           PERFORM VARYING HALT-IDX FROM 1 BY 1 UNTIL HALT-IDX > 10
              MOVE SPACE TO H-HALT-FLAG(HALT-IDX)
           END-PERFORM.
           MOVE SPACES      TO H-QUAI.
           MOVE WS-CAR-FROM TO H-PROVENANCE.
           MOVE SPACES      TO H-RAME.

           PERFORM START-W-TRAIN1 THRU END-W-TRAIN1.
           PERFORM START-W-FILE1 THRU END-W-FILE1.
       END-W-CAR.
           EXIT.

      ******************************************************************
      *    Ramène WS-T-MIN (minutes sur l'échelle du jour, négatives   *
      *    la veille, au-delà de 1440 le lendemain) à l'heure          *
      *    d'horloge WS-T-HH:WS-T-MM.                                  *
      ******************************************************************
       START-MIN-TO-HHMM.
           COMPUTE WS-T-NORM = FUNCTION MOD(WS-T-MIN + 2880, 1440).
           DIVIDE WS-T-NORM BY 60 GIVING WS-T-HH REMAINDER WS-T-MM.
       END-MIN-TO-HHMM.
           EXIT.

      ******************************************************************
      *    Dérive l'enregistrement courant au format TRAIN1-DETAILS.   *
      ******************************************************************
      ******************************************************************
      *    Dérive l'enregistrement courant au format de "file1.txt"    *
      *    (le nom de gare du maître, sur 17 caractères, et la         *
      *    provenance). Les sillons fret n'y vont pas.                 *
      ******************************************************************
       START-W-FILE1.
           IF WS-FRET-Y
              ADD 1 TO WS-FRET-CNT
              GO TO END-W-FILE1
           END-IF.

           MOVE H-TYPE           TO TGV-TYPE.
           MOVE H-STATION(1:17)  TO TGV-NOM.
           MOVE H-TIME-HH        TO TGV-HEURE.
