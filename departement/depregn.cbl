      ******************************************************************
      *    Sous programme partagé de résolution de la région d'un      *
      *    département à une date : les périmètres régionaux ont       *
      *    changé (réforme de 2016, la Picardie passée en              *
      *    Hauts-de-France par exemple) et un rapport daté doit        *
      *    regrouper ses départements sur les régions en vigueur à     *
      *    sa date, pas sur celles du jour. Les rattachements datés    *
      *    de "dept-regions.txt" (copybook FDEPREG, tenu par           *
      *    depmaint) sont chargés au premier appel.                    *
      *    En entrée, LK-REGION porte la région du référentiel plat    *
      *    (departement.txt ou fr-liste-dept.txt) ; elle est           *
      *    remplacée par la région datée quand une période couvre      *
      *    LK-DATE. Pour retraiter l'historique sur les régions        *
      *    actuelles, l'appelant passe la date du jour.                *
      *    Résultat rendu :                                            *
      *       D : région datée trouvée pour la date                    *
      *       F : pas de période couvrant la date, région du           *
      *           référentiel plat conservée                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depregn.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEPREG ASSIGN TO "dept-regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPREG.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FDEPREG.

       WORKING-STORAGE SECTION.
       01  FS-DEPREG PIC X(02).
           88 FS-DEPREG-OK  VALUE "00".
           88 FS-DEPREG-EOF VALUE "10".

       01  WS-LOADED PIC X(01) VALUE "N".
           88 WS-LOADED-Y VALUE "Y".

      *    Périodes chargées depuis "dept-regions.txt".
       01  TABLE-PERIODE.
           03 PR-CNT PIC 9(04) VALUE 0.
           03 PERIODE OCCURS 2000 TIMES
                      INDEXED BY PR-IDX.
               05 PR-ID     PIC X(03).
               05 PR-REGION PIC X(26).
               05 PR-DEBUT  PIC 9(08).
               05 PR-FIN    PIC 9(08).

       LINKAGE SECTION.
       01  LK-DEPT   PIC X(03).
       01  LK-DATE   PIC 9(08).
       01  LK-REGION PIC X(26).
       01  LK-RESULT PIC X(01).
           88 LK-RESULT-DATEE VALUE "D".
           88 LK-RESULT-PLAT  VALUE "F".

      ******************************************************************
       PROCEDURE DIVISION USING LK-DEPT, LK-DATE, LK-REGION,
           LK-RESULT.

       START-MAIN.
           SET LK-RESULT-PLAT TO TRUE.

           IF NOT WS-LOADED-Y
              PERFORM START-LOAD THRU END-LOAD
           END-IF.

           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-ID(PR-IDX) EQUAL LK-DEPT
                 AND PR-DEBUT(PR-IDX) NOT > LK-DATE
                 AND PR-FIN(PR-IDX) NOT < LK-DATE
                 MOVE PR-REGION(PR-IDX) TO LK-REGION
                 SET LK-RESULT-DATEE TO TRUE
                 GO TO END-MAIN
              END-IF
           END-PERFORM.
       END-MAIN.
           GOBACK.

      ******************************************************************
      *    Charge les périodes une fois pour toutes ; un fichier       *
      *    absent laisse chaque département sur sa région du           *
      *    référentiel plat.                                           *
      ******************************************************************
       START-LOAD.
           SET WS-LOADED-Y TO TRUE.

           OPEN INPUT F-DEPREG.
           IF NOT FS-DEPREG-OK
              GO TO END-LOAD
           END-IF.

           PERFORM UNTIL FS-DEPREG-EOF
              READ F-DEPREG
              AT END
                 SET FS-DEPREG-EOF TO TRUE
              NOT AT END
                 IF PR-CNT < 2000
                    ADD 1 TO PR-CNT
                    MOVE RDEPREG-ID     TO PR-ID(PR-CNT)
                    MOVE RDEPREG-REGION TO PR-REGION(PR-CNT)
                    MOVE RDEPREG-DEBUT  TO PR-DEBUT(PR-CNT)
                    MOVE RDEPREG-FIN    TO PR-FIN(PR-CNT)
                 ELSE
                    DISPLAY "depregn : PLUS DE 2000 PERIODES,"
                       SPACE "LIGNE IGNOREE" SPACE RDEPREG-ID
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-DEPREG.
       END-LOAD.
           EXIT.
