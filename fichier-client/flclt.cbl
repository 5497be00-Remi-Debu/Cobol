       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYEE ASSIGN TO "fichierclient.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REMPLOYEE-ID
           ALTERNATE RECORD KEY IS REMPLOYEE-AGENCE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REMPLOYEE-CODE WITH DUPLICATES
           FILE STATUS IS WS-FS-CLIENT.

           SELECT F-DEPT ASSIGN TO "fr-liste-dept.txt"
      *    Photographie datee du fichier des employes, archivee a
      *    chaque passage pour le rapport des mouvements (flcomp).
       FD  F-SNAPSHOT.
       01  R-SNAPSHOT PIC X(94).

       WORKING-STORAGE SECTION.
       COPY FRENTETE.
               05 WS-REGION-SAL-SUM   PIC 9(09) VALUE 0.

       01  WS-REGION-COUNT-TOTAL PIC 9(03) VALUE 0.

      *    REGIONS EN VIGUEUR A LA DATE DU RAPPORT (DATE DU JOUR OU
      *    FLCLT-DATE-REGION AAAAMMJJ), RESOLUES PAR LE SOUS PROGRAMME
      *    depregn ; FLCLT-RETRAITER = O RETRAITE SUR LES REGIONS
      *    ACTUELLES.
       01  WS-REGION-DATE      PIC 9(08).
       01  WS-REGION-DATE-X    PIC X(08) VALUE SPACES.
       01  WS-RETRAITER        PIC X(01) VALUE SPACE.
           88 WS-RETRAITER-Y   VALUE "O".
       01  WS-REGION-RESULT    PIC X(01).
       01  WS-REGION-FOUND       PIC 9(01) VALUE 0.
           88 WS-REGION-FOUND-YES VALUE 1.
           88 WS-REGION-FOUND-NO  VALUE 0.

           MOVE WS-INDEX TO WS-DEPT-COUNT-TOTAL.

      *    REGION DE CHAQUE DEPARTEMENT A LA DATE DU RAPPORT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REGION-DATE.
           ACCEPT WS-REGION-DATE-X FROM ENVIRONMENT
                  "FLCLT-DATE-REGION".
           ACCEPT WS-RETRAITER FROM ENVIRONMENT "FLCLT-RETRAITER".
           IF WS-REGION-DATE-X IS NUMERIC AND NOT WS-RETRAITER-Y
               MOVE WS-REGION-DATE-X TO WS-REGION-DATE
           END-IF.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT-TOTAL
               CALL "depregn" USING WS-DEPT-ID(WS-DEPT-IDX),
                  WS-REGION-DATE, WS-DEPT-REGION(WS-DEPT-IDX),
                  WS-REGION-RESULT
               END-CALL
           END-PERFORM.

           SORT WS-DEPT ASCENDING KEY WS-DEPT-ID.

           CLOSE F-DEPT.
                EXTEND F-CLISOR.

           IF WS-FS-CLIENT NOT = "00"
               MOVE "fichierclient.idx" TO WS-ERR-FILE-NAME
               CALL "filerr" USING WS-PROGRAM-NAME, WS-ERR-FILE-NAME,
                  WS-FS-CLIENT, WS-ERR-ACTION
               END-CALL
           MOVE "EFFECTIF ET SALAIRE MOYEN PAR REGION" TO WS-STRING.
           WRITE R-CLISOR FROM WS-STRING.

           MOVE SPACES TO WS-DS-LINE.
           IF WS-RETRAITER-Y
               STRING "REGIONS ACTUELLES AU " WS-REGION-DATE
                   " (HISTORIQUE RETRAITE)"
                   DELIMITED BY SIZE INTO WS-DS-LINE
           ELSE
               STRING "REGIONS EN VIGUEUR AU " WS-REGION-DATE
                   DELIMITED BY SIZE INTO WS-DS-LINE
           END-IF.
           WRITE R-CLISOR FROM WS-DS-LINE.

           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT-TOTAL
               COMPUTE WS-DS-AVG-SAL ROUNDED =
