      *    changements d'agence, avec les totaux - la piste d'audit    *
      *    qui manquait à la revue de paie, que les RH faisaient à     *
      *    la règle sur des listings.                                  *
      *    Chaque employé est rattaché à la région de son agence       *
      *    (département de fr-liste-dept.txt) en vigueur à la date     *
      *    de sa photographie, lue dans le nom du fichier              *
      *    (employee-snapshot-AAAAMMJJ.txt) et résolue par depregn :   *
      *    arrivées et départs portent leur région, un changement de   *
      *    région est signalé, et l'effectif de chaque région est      *
      *    comparé d'une photographie à l'autre. FLCOMP-RETRAITER = O  *
      *    retraite les deux photographies sur les régions actuelles,  *
      *    pour comparer à périmètre constant.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flcomp.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CURR.

           SELECT F-DEPT ASSIGN TO "fr-liste-dept.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEPT.

           SELECT F-MOUVEMENTS ASSIGN TO "flclt-mouvements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

           COPY FCLIENT REPLACING ==:CLIENT:== BY ==CURR==.

           COPY FDEPT.

       FD  F-MOUVEMENTS.
       01  R-MOUVEMENTS PIC X(120).

           88 WS-FS-CURR-EOF VALUE "10".
       01  WS-FS-MOUVEMENTS PIC X(02).
           88 WS-FS-MOUVEMENTS-OK VALUE "00".
       01  WS-FS-DEPT PIC X(02).
           88 WS-FS-DEPT-OK  VALUE "00".
           88 WS-FS-DEPT-EOF VALUE "10".

       01  WS-PREV-FILENAME PIC X(60) VALUE SPACES.
       01  WS-CURR-FILENAME PIC X(60) VALUE SPACES.
               05 WS-PV-NOM     PIC X(20).
               05 WS-PV-SALAIRE PIC 9(04)V99.
               05 WS-PV-AGENCE  PIC X(05).
               05 WS-PV-REGION  PIC X(26).
               05 WS-PV-MATCHED PIC X(01).
                  88 WS-PV-MATCHED-YES VALUE "Y".

       01  WS-DEPART-CNT   PIC 9(04) VALUE 0.
       01  WS-SALAIRE-CNT  PIC 9(04) VALUE 0.
       01  WS-AGENCE-CNT   PIC 9(04) VALUE 0.
       01  WS-REGION-CNT   PIC 9(04) VALUE 0.

      *    Départements de fr-liste-dept.txt et leur région du
      *    référentiel plat, remplacée par la région datée de
      *    depregn à la date de chaque photographie.
       01  WS-DEPT-TABLE.
           03 WS-DP-CNT PIC 9(03) VALUE 0.
           03 WS-DP OCCURS 200 TIMES
                    INDEXED BY WS-DP-IDX.
               05 WS-DP-ID     PIC X(03).
               05 WS-DP-REGION PIC X(26).

      *    Dates des deux photographies (AAAAMMJJ du nom de fichier,
      *    ou date du jour) et option de retraitement.
       01  WS-PREV-DATE     PIC 9(08).
       01  WS-CURR-DATE     PIC 9(08).
       01  WS-TODAY         PIC 9(08).
       01  WS-RETRAITER     PIC X(01) VALUE SPACE.
           88 WS-RETRAITER-Y VALUE "O".
       01  WS-FD-NAME       PIC X(60).
       01  WS-FD-DATE       PIC 9(08).
       01  WS-FD-LEN        PIC 9(02).

      *    Résolution de la région d'une agence à une date.
       01  WS-RG-AGENCE     PIC X(05).
       01  WS-RG-DATE       PIC 9(08).
       01  WS-RG-REGION     PIC X(26).
       01  WS-RG-RESULT     PIC X(01).
       01  WS-CURR-REGION   PIC X(26).

      *    Effectif, arrivées et départs par région.
       01  WS-REGION-TABLE.
           03 WS-RS-CNT PIC 9(03) VALUE 0.
           03 WS-RS OCCURS 100 TIMES
                    INDEXED BY WS-RS-IDX.
               05 WS-RS-NAME    PIC X(26).
               05 WS-RS-PREV    PIC 9(05).
               05 WS-RS-CURR    PIC 9(05).
               05 WS-RS-ARRIVEE PIC 9(05).
               05 WS-RS-DEPART  PIC 9(05).
       01  WS-RS-POS        PIC 9(03).

      ******************************************************************
       PROCEDURE DIVISION.
              GO TO END-MAIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-RETRAITER FROM ENVIRONMENT "FLCOMP-RETRAITER".
           IF WS-RETRAITER-Y
              MOVE WS-TODAY TO WS-PREV-DATE
              MOVE WS-TODAY TO WS-CURR-DATE
           ELSE
              MOVE WS-PREV-FILENAME TO WS-FD-NAME
              PERFORM START-FILE-DATE THRU END-FILE-DATE
              MOVE WS-FD-DATE TO WS-PREV-DATE
              MOVE WS-CURR-FILENAME TO WS-FD-NAME
              PERFORM START-FILE-DATE THRU END-FILE-DATE
              MOVE WS-FD-DATE TO WS-CURR-DATE
           END-IF.

           PERFORM START-R-DEPT THRU END-R-DEPT.
           PERFORM START-R-PREV THRU END-R-PREV.
           PERFORM START-COMPARE THRU END-COMPARE.
       END-MAIN.
                    MOVE RPREV-SALAIRE TO WS-PV-SALAIRE(WS-PV-CNT)
                    MOVE RPREV-AGENCE  TO WS-PV-AGENCE(WS-PV-CNT)
                    MOVE SPACE         TO WS-PV-MATCHED(WS-PV-CNT)
                    MOVE RPREV-AGENCE  TO WS-RG-AGENCE
                    MOVE WS-PREV-DATE  TO WS-RG-DATE
                    PERFORM START-REGION-OF THRU END-REGION-OF
                    MOVE WS-RG-REGION  TO WS-PV-REGION(WS-PV-CNT)
                    PERFORM START-FIND-RS THRU END-FIND-RS
                    ADD 1 TO WS-RS-PREV(WS-RS-POS)
                 END-IF
              END-READ
           END-PERFORM.
           MOVE "MOUVEMENTS DU FICHIER DES EMPLOYES" TO WS-LINE.
           WRITE R-MOUVEMENTS FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           IF WS-RETRAITER-Y
              STRING "REGIONS ACTUELLES AU" SPACE WS-TODAY SPACE
                 "(HISTORIQUE RETRAITE)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              STRING "REGIONS EN VIGUEUR AU" SPACE WS-PREV-DATE
                 SPACE "ET AU" SPACE WS-CURR-DATE
                 DELIMITED BY SIZE
                 INTO WS-LINE
           END-IF.
           WRITE R-MOUVEMENTS FROM WS-LINE.

           PERFORM UNTIL WS-FS-CURR-EOF
              READ F-CURR
              AT END
                   UNTIL WS-PV-IDX > WS-PV-CNT
              IF NOT WS-PV-MATCHED-YES(WS-PV-IDX)
                 ADD 1 TO WS-DEPART-CNT
                 MOVE WS-PV-REGION(WS-PV-IDX) TO WS-RG-REGION
                 PERFORM START-FIND-RS THRU END-FIND-RS
                 ADD 1 TO WS-RS-DEPART(WS-RS-POS)
                 MOVE SPACES TO WS-LINE
                 STRING "DEPART   :" SPACE WS-PV-ID(WS-PV-IDX) SPACE
                    WS-PV-NOM(WS-PV-IDX) SPACE
                    "REGION :" SPACE WS-PV-REGION(WS-PV-IDX)
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-MOUVEMENTS FROM WS-LINE
           STRING "ARRIVEES :" SPACE WS-ARRIVEE-CNT SPACE
              "DEPARTS :" SPACE WS-DEPART-CNT SPACE
              "SALAIRES MODIFIES :" SPACE WS-SALAIRE-CNT SPACE
              "CHANGEMENTS D'AGENCE :" SPACE WS-AGENCE-CNT SPACE
              "CHANGEMENTS DE REGION :" SPACE WS-REGION-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-MOUVEMENTS FROM WS-LINE.

      *    Effectif de chaque région d'une photographie à l'autre.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-CNT
              MOVE SPACES TO WS-LINE
              STRING "EFFECTIF :" SPACE WS-RS-NAME(WS-RS-IDX) SPACE
                 "PRECEDENT :" SPACE WS-RS-PREV(WS-RS-IDX) SPACE
                 "COURANT :" SPACE WS-RS-CURR(WS-RS-IDX) SPACE
                 "ARRIVEES :" SPACE WS-RS-ARRIVEE(WS-RS-IDX) SPACE
                 "DEPARTS :" SPACE WS-RS-DEPART(WS-RS-IDX)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-MOUVEMENTS FROM WS-LINE
           END-PERFORM.

           CLOSE F-MOUVEMENTS.
       END-COMPARE.
           EXIT.
      *    la précédente et écrit ses mouvements éventuels.            *
      ******************************************************************
       START-COMPARE-ONE.
           MOVE RCURR-AGENCE TO WS-RG-AGENCE.
           MOVE WS-CURR-DATE TO WS-RG-DATE.
           PERFORM START-REGION-OF THRU END-REGION-OF.
           MOVE WS-RG-REGION TO WS-CURR-REGION.
           PERFORM START-FIND-RS THRU END-FIND-RS.
           ADD 1 TO WS-RS-CURR(WS-RS-POS).

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-CNT
              IF WS-PV-ID(WS-PV-IDX) EQUAL RCURR-ID
                    WRITE R-MOUVEMENTS FROM WS-LINE
                 END-IF

                 IF WS-PV-REGION(WS-PV-IDX) NOT = WS-CURR-REGION
                    ADD 1 TO WS-REGION-CNT
                    MOVE SPACES TO WS-LINE
                    STRING "REGION   :" SPACE RCURR-ID SPACE
                       RCURR-NOM SPACE
                       "ANCIENNE :" SPACE WS-PV-REGION(WS-PV-IDX)
                       SPACE "NOUVELLE :" SPACE WS-CURR-REGION
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    WRITE R-MOUVEMENTS FROM WS-LINE
                 END-IF

                 GO TO END-COMPARE-ONE
              END-IF
           END-PERFORM.

      *    Jamais trouvé dans la photographie précédente : arrivée.
           ADD 1 TO WS-ARRIVEE-CNT.
           ADD 1 TO WS-RS-ARRIVEE(WS-RS-POS).
           MOVE SPACES TO WS-LINE.
           STRING "ARRIVEE  :" SPACE RCURR-ID SPACE RCURR-NOM SPACE
              "REGION :" SPACE WS-CURR-REGION
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-MOUVEMENTS FROM WS-LINE.
       END-COMPARE-ONE.
           EXIT.

      ******************************************************************
      *    Charge les départements et leur région du référentiel       *
      *    plat ; un fichier absent laisse les régions inconnues.      *
      ******************************************************************
       START-R-DEPT.
           OPEN INPUT F-DEPT.
           IF NOT WS-FS-DEPT-OK
              DISPLAY "AVERTISSEMENT : fr-liste-dept.txt ABSENT, "
                 "REGIONS INCONNUES"
              GO TO END-R-DEPT
           END-IF.

           PERFORM UNTIL WS-FS-DEPT-EOF
              READ F-DEPT
              AT END
                 SET WS-FS-DEPT-EOF TO TRUE
              NOT AT END
                 IF WS-DP-CNT < 200
                    ADD 1 TO WS-DP-CNT
                    MOVE RDEPT-ID     TO WS-DP-ID(WS-DP-CNT)
                    MOVE RDEPT-REGION TO WS-DP-REGION(WS-DP-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-DEPT.
       END-R-DEPT.
           EXIT.

      ******************************************************************
      *    Date AAAAMMJJ portée par le nom de la photographie          *
      *    WS-FD-NAME (employee-snapshot-AAAAMMJJ.txt) ; un autre      *
      *    nom prend la date du jour.                                  *
      ******************************************************************
       START-FILE-DATE.
           MOVE WS-TODAY TO WS-FD-DATE.
           PERFORM VARYING WS-FD-LEN FROM 60 BY -1
                   UNTIL WS-FD-LEN < 1
                      OR WS-FD-NAME(WS-FD-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           IF WS-FD-LEN < 12
              GO TO END-FILE-DATE
           END-IF.

           IF WS-FD-NAME(WS-FD-LEN - 3:4) EQUAL ".txt"
              AND WS-FD-NAME(WS-FD-LEN - 11:8) IS NUMERIC
              MOVE WS-FD-NAME(WS-FD-LEN - 11:8) TO WS-FD-DATE
           ELSE
              DISPLAY "AVERTISSEMENT : PAS DE DATE DANS"
                 SPACE FUNCTION TRIM(WS-FD-NAME) SPACE
                 "- REGIONS DU" SPACE WS-TODAY
           END-IF.
       END-FILE-DATE.
           EXIT.

      ******************************************************************
      *    Région de l'agence WS-RG-AGENCE à la date WS-RG-DATE :      *
      *    département de même code (comme flclt), puis région         *
      *    datée par depregn.                                          *
      ******************************************************************
       START-REGION-OF.
           MOVE "INCONNUE" TO WS-RG-REGION.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-CNT
              IF WS-DP-ID(WS-DP-IDX) EQUAL WS-RG-AGENCE
                 MOVE WS-DP-REGION(WS-DP-IDX) TO WS-RG-REGION
                 CALL "depregn" USING WS-DP-ID(WS-DP-IDX),
                    WS-RG-DATE, WS-RG-REGION, WS-RG-RESULT
                 END-CALL
                 GO TO END-REGION-OF
              END-IF
           END-PERFORM.
       END-REGION-OF.
           EXIT.

      ******************************************************************
      *    Position de la région WS-RG-REGION dans la table des        *
      *    effectifs par région (créée au besoin) dans WS-RS-POS.      *
      ******************************************************************
       START-FIND-RS.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-CNT
              IF WS-RS-NAME(WS-RS-IDX) EQUAL WS-RG-REGION
                 SET WS-RS-POS TO WS-RS-IDX
                 GO TO END-FIND-RS
              END-IF
           END-PERFORM.

           IF WS-RS-CNT < 100
              ADD 1 TO WS-RS-CNT
              MOVE WS-RS-CNT    TO WS-RS-POS
              MOVE WS-RG-REGION TO WS-RS-NAME(WS-RS-POS)
              MOVE ZERO TO WS-RS-PREV(WS-RS-POS)
              MOVE ZERO TO WS-RS-CURR(WS-RS-POS)
              MOVE ZERO TO WS-RS-ARRIVEE(WS-RS-POS)
              MOVE ZERO TO WS-RS-DEPART(WS-RS-POS)
           ELSE
              MOVE WS-RS-CNT TO WS-RS-POS
           END-IF.
       END-FIND-RS.
           EXIT.
