      ******************************************************************
      *                                                                *
      *    TRIANGLES DE DEVELOPPEMENT DES SINISTRES : insuclm NE DONNE *
      *    LES MONTANTS PROVISIONNES ET PAYES QU'AU JOUR DU LANCEMENT. *
      *    LE PROGRAMME RELIT LES PHOTOS DATEES QU'IL EN GARDE         *
      *    ("sinistres-photos.dat") ET ECRIT DANS                      *
      *    "triangle-sinistres.dat", POUR TOUS LES GROUPES PUIS PAR    *
      *    GROUPE :                                                    *
      *       - LE TRIANGLE DES PAYES CUMULES ET CELUI DES SURVENUS    *
      *         (PAYES + PROVISIONS), ANNEE DE SURVENANCE PAR ANNEE    *
      *         DE DEVELOPPEMENT (DEV. 1 = ANNEE DE SURVENANCE), SUR   *
      *         LES DIX DERNIERES ANNEES DE SURVENANCE ;               *
      *       - SOUS CHAQUE TRIANGLE LES FACTEURS DE DEVELOPPEMENT     *
      *         D'UNE ANNEE A LA SUIVANTE (CHAIN LADDER PONDERE) ;     *
      *       - L'ADEQUATION DES PROVISIONS PAR ANNEE DE SURVENANCE :  *
      *         SURVENUS A LA PREMIERE EVALUATION CONTRE SURVENUS      *
      *         ACTUELS (BONI SI LES PROVISIONS ETAIENT SUFFISANTES,   *
      *         MALI SINON).                                           *
      *    L'EVALUATION D'UNE ANNEE EST LA DERNIERE PHOTO PRISE DANS   *
      *    L'ANNEE ; UN SINISTRE SANS PHOTO DANS UNE ANNEE GARDE LA    *
      *    VALEUR DE SA PHOTO PRECEDENTE. LES CASES ANTERIEURES A LA   *
      *    PREMIERE PHOTO D'UN SINISTRE SONT MARQUEES "N/D" ET NE      *
      *    COMPTENT PAS DANS LES FACTEURS.                             *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insutri.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PHOTO ASSIGN TO "sinistres-photos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PHOTO.

           SELECT F-TRIANGLE ASSIGN TO "triangle-sinistres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRIANGLE.

       DATA DIVISION.
       FILE SECTION.
      *    PHOTO DATEE D'UN SINISTRE ECRITE PAR insuclm.
       FD  F-PHOTO.
       01  R-PHOTO.
           03 PH-DATE     PIC 9(08).
           03 FILLER      PIC X(01).
           03 PH-CLM-ID   PIC X(08).
           03 FILLER      PIC X(01).
           03 PH-POL-ID   PIC X(08).
           03 FILLER      PIC X(01).
           03 PH-GROUP    PIC X(14).
           03 FILLER      PIC X(01).
           03 PH-CLM-DATE PIC 9(08).
           03 FILLER      PIC X(01).
           03 PH-STATUS   PIC X(10).
           03 FILLER      PIC X(01).
           03 PH-RESERVED PIC 9(09).
           03 FILLER      PIC X(01).
           03 PH-PAID     PIC 9(09).

       FD  F-TRIANGLE.
       01  R-TRIANGLE PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-PHOTO PIC X(02).
              88 FS-PHOTO-OK  VALUE "00".
              88 FS-PHOTO-EOF VALUE "10".
           03 FS-TRIANGLE PIC X(02).

      *    EVALUATIONS PAR SINISTRE ET ANNEE DE DEVELOPPEMENT.
       01  WS-CLAIM-TABLE.
           03 WS-CL-CNT PIC 9(04) VALUE 0.
           03 WS-CL OCCURS 3000 TIMES
                    INDEXED BY WS-CL-IDX.
               05 WS-CL-ID       PIC X(08).
               05 WS-CL-GROUP    PIC X(14).
               05 WS-CL-OCC-YEAR PIC 9(04).
               05 WS-CL-DEV OCCURS 10 TIMES.
                   07 WS-CL-SNAP PIC 9(08).
                   07 WS-CL-PAID PIC 9(09).
                   07 WS-CL-INC  PIC 9(10).

      *    TRIANGLES PAR GROUPE (LE PREMIER POSTE CUMULE TOUS LES
      *    GROUPES) : LIGNE = ANNEE DE SURVENANCE, COLONNE = ANNEE
      *    DE DEVELOPPEMENT.
       01  WS-GROUP-TABLE.
           03 WS-GR-CNT PIC 9(02) VALUE 0.
           03 WS-GR OCCURS 51 TIMES
                    INDEXED BY WS-GR-IDX.
               05 WS-GR-NAME PIC X(14).
               05 WS-GR-ROW OCCURS 10 TIMES.
                   07 WS-GR-CELL OCCURS 10 TIMES.
                       09 WS-GR-SEEN PIC X(01).
                       09 WS-GR-PAID PIC 9(11).
                       09 WS-GR-INC  PIC 9(11).

       01  WS-TOTAL-NAME  PIC X(14) VALUE "TOUS GROUPES".
       01  WS-GROUP-KEY   PIC X(14).
       01  WS-FOUND       PIC X(01).
       01  WS-KIND        PIC X(01).
           88 WS-KIND-PAID     VALUE "P".
           88 WS-KIND-INCURRED VALUE "S".

       01  WS-LAST-DATE   PIC 9(08) VALUE 0.
       01  WS-LAST-YEAR   PIC 9(04) VALUE 0.
       01  WS-FIRST-YEAR  PIC 9(04) VALUE 0.
       01  WS-SNAP-YEAR   PIC 9(04).
       01  WS-OCC-YEAR    PIC 9(04).
       01  WS-ROW-YEAR    PIC 9(04).
       01  WS-DEV-AGE     PIC S9(04).
       01  WS-DV          PIC 9(02).
       01  WS-DV-PREV     PIC 9(02).
       01  WS-RW          PIC 9(02).
       01  WS-FIRST-DV    PIC 9(02).
       01  WS-LAST-DV     PIC 9(02).
       01  WS-POS         PIC 9(03).
       01  WS-ROW-ANY     PIC X(01).

       01  WS-CELL-AMT    PIC 9(11).
       01  WS-NEXT-AMT    PIC 9(11).
       01  WS-SUM-NUM     PIC 9(13).
       01  WS-SUM-DEN     PIC 9(13).
       01  WS-FACTOR      PIC 9(03)V9(04).
       01  WS-INITIAL     PIC 9(11).
       01  WS-CURRENT     PIC 9(11).
       01  WS-RESERVES    PIC 9(11).
       01  WS-RUN-OFF     PIC S9(11).
       01  WS-RUN-OFF-ABS PIC 9(11).

       01  WS-PNT-AMOUNT  PIC ZZZZZZZZZZ9.
       01  WS-PNT-FACTOR  PIC ZZ9.9999.
       01  WS-PNT-DEV     PIC Z9.
       01  WS-PNT-INITIAL PIC ZZZZZZZZZZ9.
       01  WS-PNT-CURRENT PIC ZZZZZZZZZZ9.
       01  WS-PNT-RESERVE PIC ZZZZZZZZZZ9.
       01  WS-PNT-LAST-DV PIC Z9.
       01  WS-VERDICT     PIC X(40).
       01  WS-LINE        PIC X(160).

       01  WS-COUNTERS.
           03 WS-READ-CNT   PIC 9(07) VALUE 0.
           03 WS-REJECT-CNT PIC 9(07) VALUE 0.
           03 WS-USED-CNT   PIC 9(05) VALUE 0.
           03 WS-OLD-CNT    PIC 9(05) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insutri".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
           PERFORM 1000-LOAD-PHOTOS THRU 1000-LOAD-PHOTOS-END.

           IF WS-CL-CNT > ZERO
               PERFORM 2000-CARRY-FORWARD THRU 2000-CARRY-FORWARD-END
               PERFORM 3000-BUILD-TRIANGLES
                  THRU 3000-BUILD-TRIANGLES-END
           END-IF.

           PERFORM 4000-WRITE-REPORT THRU 4000-WRITE-REPORT-END.

           DISPLAY "PHOTOS LUES :" SPACE WS-READ-CNT SPACE
              "SINISTRES AUX TRIANGLES :" SPACE WS-USED-CNT SPACE
              "HORS FENETRE :" SPACE WS-OLD-CNT SPACE
              "REJETS :" SPACE WS-REJECT-CNT.

           MOVE WS-READ-CNT TO WS-RUN-READ.
           MOVE WS-USED-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    CHARGE LES PHOTOS : POUR CHAQUE SINISTRE ET CHAQUE ANNEE
      *    DE DEVELOPPEMENT, GARDE LA DERNIERE PHOTO DE L'ANNEE.
       1000-LOAD-PHOTOS.
           OPEN INPUT F-PHOTO.
           IF NOT FS-PHOTO-OK
               DISPLAY "ERREUR OUVERTURE sinistres-photos.dat :" SPACE
                  FS-PHOTO SPACE "(LANCER D'ABORD insuclm)"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 1000-LOAD-PHOTOS-END
           END-IF.

           PERFORM UNTIL FS-PHOTO-EOF
               READ F-PHOTO
               AT END
                   SET FS-PHOTO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 1100-ONE-PHOTO THRU 1100-ONE-PHOTO-END
               END-READ
           END-PERFORM.

           CLOSE F-PHOTO.

           MOVE WS-LAST-DATE(1:4) TO WS-LAST-YEAR.
           IF WS-LAST-YEAR > 9
               COMPUTE WS-FIRST-YEAR = WS-LAST-YEAR - 9
           END-IF.
       1000-LOAD-PHOTOS-END.

      *    RANGE LA PHOTO COURANTE DANS LA CASE DE SON SINISTRE.
       1100-ONE-PHOTO.
           IF PH-DATE IS NOT NUMERIC OR PH-CLM-DATE IS NOT NUMERIC
              OR PH-RESERVED IS NOT NUMERIC OR PH-PAID IS NOT NUMERIC
               ADD 1 TO WS-REJECT-CNT
               GO TO 1100-ONE-PHOTO-END
           END-IF.

           MOVE PH-DATE(1:4) TO WS-SNAP-YEAR.
           MOVE PH-CLM-DATE(1:4) TO WS-OCC-YEAR.
           COMPUTE WS-DEV-AGE = WS-SNAP-YEAR - WS-OCC-YEAR.
           IF WS-DEV-AGE < ZERO
               ADD 1 TO WS-REJECT-CNT
               GO TO 1100-ONE-PHOTO-END
           END-IF.
           IF PH-DATE > WS-LAST-DATE
               MOVE PH-DATE TO WS-LAST-DATE
           END-IF.
      *    AU-DELA DE DIX ANS DE DEVELOPPEMENT LA PHOTO NE SERT PLUS.
           IF WS-DEV-AGE > 9
               GO TO 1100-ONE-PHOTO-END
           END-IF.

           MOVE "N" TO WS-FOUND.
           SET WS-CL-IDX TO 1.
           SEARCH WS-CL
               AT END
                   CONTINUE
               WHEN WS-CL-IDX > WS-CL-CNT
                   CONTINUE
               WHEN WS-CL-ID(WS-CL-IDX) = PH-CLM-ID
                   MOVE "Y" TO WS-FOUND
           END-SEARCH.

           IF WS-FOUND = "N"
               IF WS-CL-CNT NOT < 3000
                   ADD 1 TO WS-REJECT-CNT
                   GO TO 1100-ONE-PHOTO-END
               END-IF
               ADD 1 TO WS-CL-CNT
               SET WS-CL-IDX TO WS-CL-CNT
               INITIALIZE WS-CL(WS-CL-IDX)
               MOVE PH-CLM-ID TO WS-CL-ID(WS-CL-IDX)
           END-IF.

      *    LE GROUPE ET LA DATE DE SURVENANCE SUIVENT LA PHOTO LA
      *    PLUS RECENTE (UNE POLICE PEUT CHANGER DE GROUPE).
           MOVE PH-GROUP         TO WS-CL-GROUP(WS-CL-IDX).
           MOVE WS-OCC-YEAR      TO WS-CL-OCC-YEAR(WS-CL-IDX).

           COMPUTE WS-DV = WS-DEV-AGE + 1.
           IF PH-DATE NOT < WS-CL-SNAP(WS-CL-IDX, WS-DV)
               MOVE PH-DATE TO WS-CL-SNAP(WS-CL-IDX, WS-DV)
               MOVE PH-PAID TO WS-CL-PAID(WS-CL-IDX, WS-DV)
               COMPUTE WS-CL-INC(WS-CL-IDX, WS-DV) =
                  PH-PAID + PH-RESERVED
           END-IF.
       1100-ONE-PHOTO-END.

      *    UN SINISTRE SANS PHOTO DANS UNE ANNEE ECOULEE (LANCEMENT
      *    MANQUE, SINISTRE CLOS ET PURGE) GARDE SA VALEUR PRECEDENTE.
       2000-CARRY-FORWARD.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
               PERFORM VARYING WS-DV FROM 2 BY 1
                       UNTIL WS-DV > 10
                       OR WS-CL-OCC-YEAR(WS-CL-IDX) + WS-DV - 1
                          > WS-LAST-YEAR
                   COMPUTE WS-DV-PREV = WS-DV - 1
                   IF WS-CL-SNAP(WS-CL-IDX, WS-DV) = ZERO
                      AND WS-CL-SNAP(WS-CL-IDX, WS-DV-PREV) > ZERO
                       MOVE WS-CL-DEV(WS-CL-IDX, WS-DV-PREV)
                         TO WS-CL-DEV(WS-CL-IDX, WS-DV)
                   END-IF
               END-PERFORM
           END-PERFORM.
       2000-CARRY-FORWARD-END.

      *    CUMULE CHAQUE SINISTRE DE LA FENETRE DANS LE TRIANGLE DE
      *    TOUS LES GROUPES ET DANS CELUI DE SON GROUPE.
       3000-BUILD-TRIANGLES.
           MOVE WS-TOTAL-NAME TO WS-GROUP-KEY.
           PERFORM 3200-FIND-GROUP THRU 3200-FIND-GROUP-END.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
               IF WS-CL-OCC-YEAR(WS-CL-IDX) < WS-FIRST-YEAR
                   ADD 1 TO WS-OLD-CNT
               ELSE
                   ADD 1 TO WS-USED-CNT
                   COMPUTE WS-RW =
                      WS-CL-OCC-YEAR(WS-CL-IDX) - WS-FIRST-YEAR + 1
                   SET WS-GR-IDX TO 1
                   PERFORM 3100-ADD-CLAIM THRU 3100-ADD-CLAIM-END
                   MOVE WS-CL-GROUP(WS-CL-IDX) TO WS-GROUP-KEY
                   PERFORM 3200-FIND-GROUP THRU 3200-FIND-GROUP-END
                   IF WS-GR-IDX NOT > WS-GR-CNT
                       PERFORM 3100-ADD-CLAIM THRU 3100-ADD-CLAIM-END
                   END-IF
               END-IF
           END-PERFORM.
       3000-BUILD-TRIANGLES-END.

      *    AJOUTE LES EVALUATIONS DU SINISTRE COURANT A LA LIGNE
      *    WS-RW DU TRIANGLE WS-GR-IDX.
       3100-ADD-CLAIM.
           PERFORM VARYING WS-DV FROM 1 BY 1 UNTIL WS-DV > 10
               IF WS-CL-SNAP(WS-CL-IDX, WS-DV) > ZERO
                   MOVE "Y" TO WS-GR-SEEN(WS-GR-IDX, WS-RW, WS-DV)
                   ADD WS-CL-PAID(WS-CL-IDX, WS-DV)
                      TO WS-GR-PAID(WS-GR-IDX, WS-RW, WS-DV)
                   ADD WS-CL-INC(WS-CL-IDX, WS-DV)
                      TO WS-GR-INC(WS-GR-IDX, WS-RW, WS-DV)
               END-IF
           END-PERFORM.
       3100-ADD-CLAIM-END.

      *    CHERCHE (OU CREE) LE GROUPE WS-GROUP-KEY ; EN SORTIE
      *    WS-GR-IDX POINTE SON ENTREE (AU-DELA DE WS-GR-CNT SI LA
      *    TABLE EST PLEINE : LE SINISTRE NE COMPTE QU'AU TOTAL).
       3200-FIND-GROUP.
           SET WS-GR-IDX TO 1.
           SEARCH WS-GR
               AT END
                   CONTINUE
               WHEN WS-GR-IDX > WS-GR-CNT
                   IF WS-GR-CNT < 51
                       ADD 1 TO WS-GR-CNT
                       SET WS-GR-IDX TO WS-GR-CNT
                       INITIALIZE WS-GR(WS-GR-IDX)
                       MOVE WS-GROUP-KEY TO WS-GR-NAME(WS-GR-IDX)
                   END-IF
               WHEN WS-GR-NAME(WS-GR-IDX) = WS-GROUP-KEY
                   CONTINUE
           END-SEARCH.
       3200-FIND-GROUP-END.

      *    ECRIT LES TRIANGLES ET L'ADEQUATION DE CHAQUE GROUPE.
       4000-WRITE-REPORT.
           OPEN OUTPUT F-TRIANGLE.

           MOVE SPACES TO WS-LINE.
           STRING "*** TRIANGLES DE DEVELOPPEMENT DES SINISTRES AU"
              SPACE WS-LAST-DATE(7:2) "/" WS-LAST-DATE(5:2) "/"
              WS-LAST-DATE(1:4) SPACE "***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-TRIANGLE FROM WS-LINE.

           IF WS-GR-CNT = ZERO
               MOVE "AUCUNE PHOTO DE SINISTRE A EXPLOITER" TO WS-LINE
               WRITE R-TRIANGLE FROM WS-LINE
           END-IF.

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               MOVE SPACES TO WS-LINE
               WRITE R-TRIANGLE FROM WS-LINE
               STRING "=== GROUPE" SPACE
                  FUNCTION TRIM(WS-GR-NAME(WS-GR-IDX)) SPACE "==="
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-TRIANGLE FROM WS-LINE
               SET WS-KIND-PAID TO TRUE
               PERFORM 4100-TRIANGLE THRU 4100-TRIANGLE-END
               SET WS-KIND-INCURRED TO TRUE
               PERFORM 4100-TRIANGLE THRU 4100-TRIANGLE-END
               PERFORM 4300-ADEQUACY THRU 4300-ADEQUACY-END
           END-PERFORM.

           CLOSE F-TRIANGLE.
       4000-WRITE-REPORT-END.

      *    UN TRIANGLE (PAYES OU SURVENUS SELON WS-KIND) DU GROUPE
      *    WS-GR-IDX, SUIVI DE SES FACTEURS DE DEVELOPPEMENT.
       4100-TRIANGLE.
           MOVE SPACES TO WS-LINE.
           WRITE R-TRIANGLE FROM WS-LINE.
           IF WS-KIND-PAID
               MOVE "PAYES CUMULES" TO WS-LINE
           ELSE
               MOVE "SURVENUS (PAYES + PROVISIONS)" TO WS-LINE
           END-IF.
           WRITE R-TRIANGLE FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           MOVE "SURVENANCE" TO WS-LINE(1:10).
           PERFORM VARYING WS-DV FROM 1 BY 1 UNTIL WS-DV > 10
               COMPUTE WS-POS = 11 + (WS-DV - 1) * 12
               MOVE WS-DV TO WS-PNT-DEV
               STRING "DEV." SPACE WS-PNT-DEV
                  DELIMITED BY SIZE
                  INTO WS-LINE(WS-POS + 5:7)
           END-PERFORM.
           WRITE R-TRIANGLE FROM WS-LINE.

           PERFORM VARYING WS-RW FROM 1 BY 1 UNTIL WS-RW > 10
               PERFORM 4110-TRIANGLE-ROW THRU 4110-TRIANGLE-ROW-END
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           MOVE "FACTEURS" TO WS-LINE(1:10).
           PERFORM VARYING WS-DV FROM 1 BY 1 UNTIL WS-DV > 9
               PERFORM 4120-FACTOR THRU 4120-FACTOR-END
           END-PERFORM.
           WRITE R-TRIANGLE FROM WS-LINE.
       4100-TRIANGLE-END.

      *    LIGNE DE L'ANNEE DE SURVENANCE WS-RW (PAS ECRITE SI AUCUN
      *    SINISTRE DE L'ANNEE N'A ETE PHOTOGRAPHIE).
       4110-TRIANGLE-ROW.
           MOVE "N" TO WS-ROW-ANY.
           MOVE SPACES TO WS-LINE.
           COMPUTE WS-ROW-YEAR = WS-FIRST-YEAR + WS-RW - 1.
           MOVE WS-ROW-YEAR TO WS-LINE(1:4).

           PERFORM VARYING WS-DV FROM 1 BY 1
                   UNTIL WS-DV > 10
                   OR WS-ROW-YEAR + WS-DV - 1 > WS-LAST-YEAR
               COMPUTE WS-POS = 11 + (WS-DV - 1) * 12
               IF WS-GR-SEEN(WS-GR-IDX, WS-RW, WS-DV) = "Y"
                   MOVE "Y" TO WS-ROW-ANY
                   PERFORM 4200-CELL-AMOUNT THRU 4200-CELL-AMOUNT-END
                   MOVE WS-CELL-AMT TO WS-PNT-AMOUNT
                   MOVE WS-PNT-AMOUNT TO WS-LINE(WS-POS + 1:11)
               ELSE
                   MOVE "N/D" TO WS-LINE(WS-POS + 9:3)
               END-IF
           END-PERFORM.

           IF WS-ROW-ANY = "Y"
               WRITE R-TRIANGLE FROM WS-LINE
           END-IF.
       4110-TRIANGLE-ROW-END.

      *    FACTEUR DE L'ANNEE WS-DV A LA SUIVANTE : SOMME DES CASES
      *    WS-DV + 1 SUR SOMME DES CASES WS-DV, POUR LES ANNEES DE
      *    SURVENANCE QUI ONT LES DEUX EVALUATIONS.
       4120-FACTOR.
           MOVE ZERO TO WS-SUM-NUM.
           MOVE ZERO TO WS-SUM-DEN.
           COMPUTE WS-DV-PREV = WS-DV + 1.

           PERFORM VARYING WS-RW FROM 1 BY 1 UNTIL WS-RW > 10
               IF WS-GR-SEEN(WS-GR-IDX, WS-RW, WS-DV) = "Y"
                  AND WS-GR-SEEN(WS-GR-IDX, WS-RW, WS-DV-PREV) = "Y"
                   PERFORM 4200-CELL-AMOUNT THRU 4200-CELL-AMOUNT-END
                   ADD WS-CELL-AMT TO WS-SUM-DEN
                   ADD WS-NEXT-AMT TO WS-SUM-NUM
               END-IF
           END-PERFORM.

           COMPUTE WS-POS = 11 + WS-DV * 12.
           IF WS-SUM-DEN > ZERO
               COMPUTE WS-FACTOR ROUNDED = WS-SUM-NUM / WS-SUM-DEN
                  ON SIZE ERROR
                      MOVE 999.9999 TO WS-FACTOR
               END-COMPUTE
               MOVE WS-FACTOR TO WS-PNT-FACTOR
               MOVE WS-PNT-FACTOR TO WS-LINE(WS-POS + 4:8)
           END-IF.
       4120-FACTOR-END.

      *    MONTANT DE LA CASE (WS-RW, WS-DV) DANS WS-CELL-AMT ET DE LA
      *    CASE SUIVANTE DANS WS-NEXT-AMT, SELON WS-KIND.
       4200-CELL-AMOUNT.
           MOVE ZERO TO WS-NEXT-AMT.
           IF WS-KIND-PAID
               MOVE WS-GR-PAID(WS-GR-IDX, WS-RW, WS-DV) TO WS-CELL-AMT
               IF WS-DV < 10
                   MOVE WS-GR-PAID(WS-GR-IDX, WS-RW, WS-DV + 1)
                     TO WS-NEXT-AMT
               END-IF
           ELSE
               MOVE WS-GR-INC(WS-GR-IDX, WS-RW, WS-DV) TO WS-CELL-AMT
               IF WS-DV < 10
                   MOVE WS-GR-INC(WS-GR-IDX, WS-RW, WS-DV + 1)
                     TO WS-NEXT-AMT
               END-IF
           END-IF.
       4200-CELL-AMOUNT-END.

      *    ADEQUATION DES PROVISIONS : PAR ANNEE DE SURVENANCE,
      *    SURVENUS A LA PREMIERE EVALUATION CONNUE CONTRE SURVENUS A
      *    LA DERNIERE ; UNE BAISSE EST UN BONI (PROVISIONS
      *    SUFFISANTES), UNE HAUSSE UN MALI (PROVISIONS INSUFFISANTES).
       4300-ADEQUACY.
           MOVE SPACES TO WS-LINE.
           WRITE R-TRIANGLE FROM WS-LINE.
           MOVE "ADEQUATION DES PROVISIONS (SURVENUS INITIAUX CONTRE SUR
      -       "VENUS ACTUELS)" TO WS-LINE.
           WRITE R-TRIANGLE FROM WS-LINE.

           PERFORM VARYING WS-RW FROM 1 BY 1 UNTIL WS-RW > 10
               MOVE ZERO TO WS-FIRST-DV
               MOVE ZERO TO WS-LAST-DV
               PERFORM VARYING WS-DV FROM 1 BY 1 UNTIL WS-DV > 10
                   IF WS-GR-SEEN(WS-GR-IDX, WS-RW, WS-DV) = "Y"
                       IF WS-FIRST-DV = ZERO
                           MOVE WS-DV TO WS-FIRST-DV
                       END-IF
                       MOVE WS-DV TO WS-LAST-DV
                   END-IF
               END-PERFORM
               IF WS-FIRST-DV > ZERO
                   PERFORM 4310-ADEQUACY-ROW
                      THRU 4310-ADEQUACY-ROW-END
               END-IF
           END-PERFORM.
       4300-ADEQUACY-END.

       4310-ADEQUACY-ROW.
           MOVE WS-GR-INC(WS-GR-IDX, WS-RW, WS-FIRST-DV) TO WS-INITIAL.
           MOVE WS-GR-INC(WS-GR-IDX, WS-RW, WS-LAST-DV) TO WS-CURRENT.
           COMPUTE WS-RESERVES = WS-CURRENT
              - WS-GR-PAID(WS-GR-IDX, WS-RW, WS-LAST-DV).
           COMPUTE WS-RUN-OFF = WS-INITIAL - WS-CURRENT.
           COMPUTE WS-ROW-YEAR = WS-FIRST-YEAR + WS-RW - 1.

           MOVE WS-INITIAL  TO WS-PNT-INITIAL.
           MOVE WS-CURRENT  TO WS-PNT-CURRENT.
           MOVE WS-RESERVES TO WS-PNT-RESERVE.
           IF WS-RUN-OFF < ZERO
               COMPUTE WS-RUN-OFF-ABS = ZERO - WS-RUN-OFF
           ELSE
               MOVE WS-RUN-OFF TO WS-RUN-OFF-ABS
           END-IF.
           MOVE WS-RUN-OFF-ABS TO WS-PNT-AMOUNT.

           MOVE WS-FIRST-DV TO WS-PNT-DEV.
           MOVE WS-LAST-DV  TO WS-PNT-LAST-DV.
           MOVE SPACES TO WS-VERDICT.
           EVALUATE TRUE
               WHEN WS-LAST-DV = WS-FIRST-DV
                   MOVE "- UNE SEULE EVALUATION" TO WS-VERDICT
               WHEN WS-RUN-OFF > ZERO
                   STRING "- BONI :" SPACE FUNCTION TRIM(WS-PNT-AMOUNT)
                      DELIMITED BY SIZE
                      INTO WS-VERDICT
               WHEN WS-RUN-OFF < ZERO
                   STRING "- MALI :" SPACE FUNCTION TRIM(WS-PNT-AMOUNT)
                      DELIMITED BY SIZE
                      INTO WS-VERDICT
               WHEN OTHER
                   MOVE "- PROVISIONS EXACTES" TO WS-VERDICT
           END-EVALUATE.

           MOVE SPACES TO WS-LINE.
           STRING WS-ROW-YEAR SPACE
              "SURVENUS DEV." SPACE FUNCTION TRIM(WS-PNT-DEV) SPACE
              ":" SPACE FUNCTION TRIM(WS-PNT-INITIAL) SPACE
              "DEV." SPACE FUNCTION TRIM(WS-PNT-LAST-DV) SPACE ":"
              SPACE FUNCTION TRIM(WS-PNT-CURRENT) SPACE
              "DONT PROVISIONS :" SPACE FUNCTION TRIM(WS-PNT-RESERVE)
              SPACE WS-VERDICT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-TRIANGLE FROM WS-LINE.
       4310-ADEQUACY-ROW-END.
