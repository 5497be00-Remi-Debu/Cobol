      ******************************************************************
      *    Pyramide des âges par genre et par pays, tirée de la        *
      *    table databank : pun et ptrois n'affichent que l'âge        *
      *    maximum/minimum, le nombre d'individus par âge et les       *
      *    proportions de genres, que les analystes recopiaient à la   *
      *    main dans leurs graphiques.                                 *
      *    Paramètres lus par paramlu (chaîne dgse) :                  *
      *       PQUATRE-PAYS    : liste de pays séparés par des          *
      *                         virgules, à blanc ou TOUS pour tous    *
      *                         les pays                               *
      *       PQUATRE-TRANCHE : largeur des tranches d'âge en années   *
      *                         (1 à 50, 5 par défaut)                 *
      *    Sorties :                                                   *
      *       "pyramide-ages.csv"       : une ligne par pays et        *
      *                                   tranche (hommes, femmes,     *
      *                                   autres genres, total)        *
      *       "pyramide-ages.txt"       : la pyramide de chaque pays   *
      *                                   en colonnes fixes, âges      *
      *                                   élevés en haut               *
      *       "pyramide-anomalies.txt"  : lignes écartées pour pays,   *
      *                                   genre ou âge absent ou       *
      *                                   invraisemblable (plus de     *
      *                                   120 ans), qui ne faussent    *
      *                                   plus les chiffres            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pquatre.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CSV ASSIGN TO "pyramide-ages.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CSV.

           SELECT F-RAPPORT ASSIGN TO "pyramide-ages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

           SELECT F-ANOMALIE ASSIGN TO "pyramide-anomalies.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ANOMALIE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  F-CSV
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-CSV PIC X(100).

       FD  F-RAPPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(100).

       FD  F-ANOMALIE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  R-ANOMALIE PIC X(160).

       WORKING-STORAGE SECTION.
       01  FS-CSV PIC X(02).
           88 FS-CSV-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".
       01  FS-ANOMALIE PIC X(02).
           88 FS-ANOMALIE-OK VALUE "00".

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'pquatre'.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'dgse'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-TRANCHE       PIC 9(03) VALUE 5.
       01  WS-TRANCHE-ENV   PIC X(03) VALUE SPACES.
       01  WS-AGE-LIMITE    PIC 9(03) VALUE 120.

      *    Pays demandés (PQUATRE-PAYS), en majuscules ; aucun pays
      *    demandé : tous les pays de la base.
       01  WS-PAYS-LISTE    PIC X(100) VALUE SPACES.
       01  WS-PAYS-PTR      PIC 9(03).
       01  WS-PAYS-ITEM     PIC X(50).
       01  WS-PAYS-TOUS     PIC X(01) VALUE "Y".
           88 WS-PAYS-TOUS-Y VALUE "Y".
       01  TABLE-PAYS.
           03 PY-CNT PIC 9(02) VALUE 0.
           03 PY OCCURS 30 TIMES
                 INDEXED BY PY-IDX.
               05 PY-NAME  PIC X(50).
               05 PY-FOUND PIC X(01).
                  88 PY-FOUND-Y VALUE "Y".

      *    Pays en cours de cumul (rupture sur le pays, le curseur
      *    est trié par pays).
       01  WS-CUR-PAYS      PIC X(50) VALUE LOW-VALUES.
       01  WS-CUR-SELECT    PIC X(01) VALUE "N".
           88 WS-CUR-SELECT-Y VALUE "Y".
       01  WS-CUR-TOTAL     PIC 9(06) VALUE 0.
       01  WS-CUR-HOMMES    PIC 9(06) VALUE 0.
       01  WS-CUR-FEMMES    PIC 9(06) VALUE 0.
       01  WS-CUR-AUTRES    PIC 9(06) VALUE 0.
       01  WS-CUR-AGE-MIN   PIC 9(03) VALUE 999.
       01  WS-CUR-AGE-MAX   PIC 9(03) VALUE 0.

      *    Cumul par tranche d'âge et par genre du pays en cours
      *    (une tranche par année au plus, de 0 à 120 ans).
       01  TABLE-TRANCHE.
           03 TR OCCURS 121 TIMES
                 INDEXED BY TR-IDX.
               05 TR-HOMMES PIC 9(06).
               05 TR-FEMMES PIC 9(06).
               05 TR-AUTRES PIC 9(06).

       01  WS-TR-POS        PIC 9(03).
       01  WS-TR-MIN        PIC 9(03).
       01  WS-TR-MAX        PIC 9(03).
       01  WS-TR-TOTAL      PIC 9(06).
       01  WS-TR-PEAK       PIC 9(06).
       01  WS-AGE-DEBUT     PIC 9(03).
       01  WS-AGE-FIN       PIC 9(03).
       01  WS-BAR-LEN       PIC 9(02).
       01  WS-BAR-START     PIC 9(02).
       01  WS-STARS         PIC X(20) VALUE ALL "*".

      *    Genre de la ligne : H homme, F femme, A autre genre connu.
       01  WS-GENRE         PIC X(50).
       01  WS-GENRE-CODE    PIC X(01).
           88 WS-GENRE-HOMME  VALUE "H".
           88 WS-GENRE-FEMME  VALUE "F".
           88 WS-GENRE-AUTRE  VALUE "A".
           88 WS-GENRE-ABSENT VALUE "X".
           88 WS-GENRE-INCONNU VALUE "?".

       01  WS-ANO-MOTIF     PIC X(60).
       01  WS-ANO-PTR       PIC 9(03).
       01  WS-ANO-AGE       PIC X(06).
       01  WS-PNT-PTR       PIC 9(03).
       01  WS-PAYS-CNT      PIC 9(04) VALUE 0.

       01  PRINT.
           03 PNT-AST   PIC X(79) VALUE ALL "*".
           03 PNT-NUM   PIC Z(05)9.
           03 PNT-PCT   PIC ZZ9.99.
           03 PNT-AGE   PIC ZZ9.
           03 PNT-TR    PIC Z9.

      *    Ligne de pyramide : hommes à gauche, femmes à droite.
       01  PNT-PYRAMIDE.
           03 PNT-AGE-DEBUT PIC ZZ9.
           03 FILLER        PIC X(01) VALUE "-".
           03 PNT-AGE-FIN   PIC ZZ9.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PNT-BAR-H     PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PNT-HOMMES    PIC Z(05)9.
           03 FILLER        PIC X(03) VALUE " | ".
           03 PNT-FEMMES    PIC Z(05)9.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PNT-BAR-F     PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PNT-AUTRES    PIC Z(05)9.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PNT-TOTAL     PIC Z(05)9.

       01  PNT-PYRAMIDE-TITRE.
           03 FILLER PIC X(29) VALUE "AGES".
           03 FILLER PIC X(06) VALUE "HOMMES".
           03 FILLER PIC X(03) VALUE " | ".
           03 FILLER PIC X(06) VALUE "FEMMES".
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(06) VALUE "AUTRES".
           03 FILLER PIC X(07) VALUE "  TOTAL".

       01  WS-CSV-LINE  PIC X(100).
       01  WS-CSV-AGE1  PIC ZZ9.
       01  WS-CSV-AGE2  PIC ZZ9.
       01  WS-CSV-NBR1  PIC Z(05)9.
       01  WS-CSV-NBR2  PIC Z(05)9.
       01  WS-CSV-NBR3  PIC Z(05)9.
       01  WS-CSV-NBR4  PIC Z(05)9.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(30) VALUE 'dgse'.
       01  USERNAME PIC  X(30) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-ROW.
           03 ROW-ID      PIC X(40).
           03 ROW-COUNTRY PIC X(50).
           03 ROW-GENDER  PIC X(50).
           03 ROW-AGE     PIC S9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-START.
           PERFORM START-LOAD-CONFIG THRU END-LOAD-CONFIG.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM ERROR-RTN-START THRU ERROR-RTN-END
               MOVE "KO" TO WS-RUN-STATUS
               GO TO MAIN-END
           END-IF.

           PERFORM START-SQL-REQUEST THRU END-SQL-REQUEST.
           PERFORM START-RAPPORT-HEADER THRU END-RAPPORT-HEADER.
           PERFORM START-PYRAMIDE THRU END-PYRAMIDE.
           PERFORM START-RAPPORT-FOOTER THRU END-RAPPORT-FOOTER.

       MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.

           CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
              SQLERRMC
           END-CALL.
       ERROR-RTN-END.
           EXIT.

      ******************************************************************
      *    Lit la liste des pays et la largeur des tranches d'âge.     *
      ******************************************************************
       START-LOAD-CONFIG.
           MOVE "PQUATRE-TRANCHE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE FUNCTION TRIM(WS-PARM-VALEUR) TO WS-TRANCHE-ENV.
           IF WS-TRANCHE-ENV NOT = SPACES
               IF FUNCTION TRIM(WS-TRANCHE-ENV) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-TRANCHE-ENV) >= 1
                  AND FUNCTION NUMVAL(WS-TRANCHE-ENV) <= 50
                   COMPUTE WS-TRANCHE =
                       FUNCTION NUMVAL(WS-TRANCHE-ENV)
               ELSE
                   DISPLAY "PQUATRE-TRANCHE INVALIDE :" SPACE
                      WS-TRANCHE-ENV SPACE "- TRANCHES DE 5 ANS"
               END-IF
           END-IF.

           MOVE "PQUATRE-PAYS" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE FUNCTION UPPER-CASE(WS-PARM-VALEUR) TO WS-PAYS-LISTE.

           IF WS-PAYS-LISTE = SPACES
              OR FUNCTION TRIM(WS-PAYS-LISTE) = "TOUS"
               GO TO END-LOAD-CONFIG
           END-IF.

           MOVE "N" TO WS-PAYS-TOUS.
           MOVE 1 TO WS-PAYS-PTR.
           PERFORM UNTIL WS-PAYS-PTR > 100 OR PY-CNT = 30
               MOVE SPACES TO WS-PAYS-ITEM
               UNSTRING WS-PAYS-LISTE DELIMITED BY ","
                  INTO WS-PAYS-ITEM
                  WITH POINTER WS-PAYS-PTR
               END-UNSTRING
               IF WS-PAYS-ITEM NOT = SPACES
                   ADD 1 TO PY-CNT
                   MOVE FUNCTION TRIM(WS-PAYS-ITEM) TO PY-NAME(PY-CNT)
                   MOVE "N" TO PY-FOUND(PY-CNT)
               END-IF
           END-PERFORM.
       END-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    Toutes les lignes de la base, triées par pays puis âge :    *
      *    les valeurs absentes sont rendues à blanc (âge à -1) pour   *
      *    être signalées au lieu d'être comptées.                     *
      ******************************************************************
       START-SQL-REQUEST.
           EXEC SQL
               DECLARE CRPYRAM CURSOR FOR
               SELECT COALESCE(CAST(id AS VARCHAR(40)), ''),
               UPPER(TRIM(COALESCE(country, ''))),
               TRIM(COALESCE(gender, '')),
               COALESCE(age, -1)
               FROM databank
               ORDER BY 2 ASC, 4 ASC
           END-EXEC.
       END-SQL-REQUEST.
           EXIT.

      ******************************************************************
      *    Parcourt le curseur : contrôle de chaque ligne, cumul par   *
      *    tranche et par genre, écriture de la pyramide à chaque      *
      *    changement de pays.                                         *
      ******************************************************************
       START-PYRAMIDE.
           OPEN OUTPUT F-CSV.
           MOVE "PAYS,AGE_DEBUT,AGE_FIN,HOMMES,FEMMES,AUTRES,TOTAL"
              TO R-CSV.
           WRITE R-CSV.

           OPEN OUTPUT F-ANOMALIE.
           MOVE "IDENTIFIANT / PAYS / GENRE / AGE / MOTIF"
              TO R-ANOMALIE.
           WRITE R-ANOMALIE.

           EXEC SQL
               OPEN CRPYRAM
           END-EXEC.

           EVALUATE SQLCODE
           WHEN ZERO
              CONTINUE
           WHEN OTHER
              DISPLAY "ERROR OPENING CURSOR CRPYRAM :" SPACE SQLCODE
              MOVE "KO" TO WS-RUN-STATUS
              CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
                 SQLERRMC
              END-CALL
           END-EVALUATE.

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH CRPYRAM
                   INTO :ROW-ID, :ROW-COUNTRY, :ROW-GENDER, :ROW-AGE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM START-HANDLE-ROW THRU END-HANDLE-ROW
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR FETCHING CURSOR CRPYRAM :"
                       SPACE SQLCODE
                       MOVE "KO" TO WS-RUN-STATUS
                       CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                          SQLSTATE, SQLERRMC
                       END-CALL
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRPYRAM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR CLOSING CURSOR CRPYRAM :"
                   SPACE SQLCODE
                   CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                      SQLSTATE, SQLERRMC
                   END-CALL
           END-EVALUATE.

           PERFORM START-W-PAYS THRU END-W-PAYS.

           CLOSE F-CSV.
           CLOSE F-ANOMALIE.
       END-PYRAMIDE.
           EXIT.

      ******************************************************************
      *    Contrôle et cumule une ligne de la base. Un pays absent     *
      *    est toujours signalé ; les autres contrôles ne portent que  *
      *    sur les pays demandés.                                      *
      ******************************************************************
       START-HANDLE-ROW.
           ADD 1 TO WS-RUN-READ.
           MOVE SPACES TO WS-ANO-MOTIF.
           MOVE 1 TO WS-ANO-PTR.

           IF ROW-COUNTRY = SPACES
               STRING "PAYS ABSENT" DELIMITED BY SIZE
                  INTO WS-ANO-MOTIF WITH POINTER WS-ANO-PTR
               END-STRING
               PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
               GO TO END-HANDLE-ROW
           END-IF.

           IF ROW-COUNTRY NOT = WS-CUR-PAYS
               PERFORM START-W-PAYS THRU END-W-PAYS
               PERFORM START-NEW-PAYS THRU END-NEW-PAYS
           END-IF.

           IF NOT WS-CUR-SELECT-Y
               GO TO END-HANDLE-ROW
           END-IF.

           MOVE FUNCTION UPPER-CASE(ROW-GENDER) TO WS-GENRE.
           EVALUATE WS-GENRE
               WHEN "MALE"
                   SET WS-GENRE-HOMME TO TRUE
               WHEN "FEMALE"
                   SET WS-GENRE-FEMME TO TRUE
               WHEN "AGENDER"
               WHEN "BIGENDER"
               WHEN "GENDERFLUID"
               WHEN "GENDERQUEER"
               WHEN "NON-BINARY"
               WHEN "POLYGENDER"
                   SET WS-GENRE-AUTRE TO TRUE
               WHEN SPACES
                   SET WS-GENRE-ABSENT TO TRUE
                   STRING "GENRE ABSENT " DELIMITED BY SIZE
                      INTO WS-ANO-MOTIF WITH POINTER WS-ANO-PTR
                   END-STRING
               WHEN OTHER
                   SET WS-GENRE-INCONNU TO TRUE
                   STRING "GENRE INCONNU " DELIMITED BY SIZE
                      INTO WS-ANO-MOTIF WITH POINTER WS-ANO-PTR
                   END-STRING
           END-EVALUATE.

           EVALUATE TRUE
               WHEN ROW-AGE < ZERO
                   STRING "AGE ABSENT" DELIMITED BY SIZE
                      INTO WS-ANO-MOTIF WITH POINTER WS-ANO-PTR
                   END-STRING
               WHEN ROW-AGE > WS-AGE-LIMITE
                   STRING "AGE INVRAISEMBLABLE" DELIMITED BY SIZE
                      INTO WS-ANO-MOTIF WITH POINTER WS-ANO-PTR
                   END-STRING
           END-EVALUATE.

           IF WS-ANO-MOTIF NOT = SPACES
               PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
               GO TO END-HANDLE-ROW
           END-IF.

           COMPUTE WS-TR-POS = ROW-AGE / WS-TRANCHE + 1.
           EVALUATE TRUE
               WHEN WS-GENRE-HOMME
                   ADD 1 TO TR-HOMMES(WS-TR-POS)
                   ADD 1 TO WS-CUR-HOMMES
               WHEN WS-GENRE-FEMME
                   ADD 1 TO TR-FEMMES(WS-TR-POS)
                   ADD 1 TO WS-CUR-FEMMES
               WHEN OTHER
                   ADD 1 TO TR-AUTRES(WS-TR-POS)
                   ADD 1 TO WS-CUR-AUTRES
           END-EVALUATE.
           ADD 1 TO WS-CUR-TOTAL.
           ADD 1 TO WS-RUN-WRITTEN.

           IF ROW-AGE < WS-CUR-AGE-MIN
               MOVE ROW-AGE TO WS-CUR-AGE-MIN
           END-IF.
           IF ROW-AGE > WS-CUR-AGE-MAX
               MOVE ROW-AGE TO WS-CUR-AGE-MAX
           END-IF.
       END-HANDLE-ROW.
           EXIT.

      ******************************************************************
      *    Nouveau pays : remise à zéro des cumuls et sélection.       *
      ******************************************************************
       START-NEW-PAYS.
           MOVE ROW-COUNTRY TO WS-CUR-PAYS.
           INITIALIZE TABLE-TRANCHE.
           MOVE ZERO TO WS-CUR-TOTAL.
           MOVE ZERO TO WS-CUR-HOMMES.
           MOVE ZERO TO WS-CUR-FEMMES.
           MOVE ZERO TO WS-CUR-AUTRES.
           MOVE 999 TO WS-CUR-AGE-MIN.
           MOVE ZERO TO WS-CUR-AGE-MAX.

           IF WS-PAYS-TOUS-Y
               SET WS-CUR-SELECT-Y TO TRUE
               GO TO END-NEW-PAYS
           END-IF.

           MOVE "N" TO WS-CUR-SELECT.
           PERFORM VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > PY-CNT
               IF PY-NAME(PY-IDX) = WS-CUR-PAYS
                   SET WS-CUR-SELECT-Y TO TRUE
                   SET PY-FOUND-Y(PY-IDX) TO TRUE
               END-IF
           END-PERFORM.
       END-NEW-PAYS.
           EXIT.

      ******************************************************************
      *    Écrit la pyramide du pays en cours : lignes CSV par         *
      *    tranche croissante, puis la pyramide en colonnes fixes,     *
      *    âges élevés en haut. Les barres sont à l'échelle de la      *
      *    tranche la plus peuplée du pays (20 caractères).            *
      ******************************************************************
       START-W-PAYS.
           IF NOT WS-CUR-SELECT-Y OR WS-CUR-TOTAL = ZERO
               GO TO END-W-PAYS
           END-IF.
           ADD 1 TO WS-PAYS-CNT.

           MOVE ZERO TO WS-TR-MIN.
           MOVE ZERO TO WS-TR-MAX.
           MOVE ZERO TO WS-TR-PEAK.
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 121
               COMPUTE WS-TR-TOTAL = TR-HOMMES(TR-IDX)
                  + TR-FEMMES(TR-IDX) + TR-AUTRES(TR-IDX)
               IF WS-TR-TOTAL > ZERO
                   IF WS-TR-MIN = ZERO
                       SET WS-TR-MIN TO TR-IDX
                   END-IF
                   SET WS-TR-MAX TO TR-IDX
               END-IF
               IF TR-HOMMES(TR-IDX) > WS-TR-PEAK
                   MOVE TR-HOMMES(TR-IDX) TO WS-TR-PEAK
               END-IF
               IF TR-FEMMES(TR-IDX) > WS-TR-PEAK
                   MOVE TR-FEMMES(TR-IDX) TO WS-TR-PEAK
               END-IF
           END-PERFORM.

           PERFORM VARYING TR-IDX FROM WS-TR-MIN BY 1
                   UNTIL TR-IDX > WS-TR-MAX
               PERFORM START-TR-BORNES THRU END-TR-BORNES
               MOVE WS-AGE-DEBUT TO WS-CSV-AGE1
               MOVE WS-AGE-FIN TO WS-CSV-AGE2
               MOVE TR-HOMMES(TR-IDX) TO WS-CSV-NBR1
               MOVE TR-FEMMES(TR-IDX) TO WS-CSV-NBR2
               MOVE TR-AUTRES(TR-IDX) TO WS-CSV-NBR3
               MOVE WS-TR-TOTAL TO WS-CSV-NBR4
               MOVE SPACES TO WS-CSV-LINE
               STRING FUNCTION TRIM(WS-CUR-PAYS) ","
                  FUNCTION TRIM(WS-CSV-AGE1) ","
                  FUNCTION TRIM(WS-CSV-AGE2) ","
                  FUNCTION TRIM(WS-CSV-NBR1) ","
                  FUNCTION TRIM(WS-CSV-NBR2) ","
                  FUNCTION TRIM(WS-CSV-NBR3) ","
                  FUNCTION TRIM(WS-CSV-NBR4)
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE
               WRITE R-CSV FROM WS-CSV-LINE
           END-PERFORM.

           OPEN EXTEND F-RAPPORT.
           MOVE SPACES TO R-RAPPORT.
           WRITE R-RAPPORT.
           MOVE SPACES TO R-RAPPORT.
           MOVE WS-CUR-TOTAL TO PNT-NUM.
           STRING "PAYS :" SPACE FUNCTION TRIM(WS-CUR-PAYS) SPACE
              "- EFFECTIF :" SPACE FUNCTION TRIM(PNT-NUM)
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           MOVE SPACES TO R-RAPPORT.
           MOVE 1 TO WS-PNT-PTR.
           COMPUTE PNT-PCT ROUNDED = WS-CUR-HOMMES * 100 / WS-CUR-TOTAL.
           STRING "HOMMES :" SPACE PNT-PCT " %  " DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-PNT-PTR.
           COMPUTE PNT-PCT ROUNDED = WS-CUR-FEMMES * 100 / WS-CUR-TOTAL.
           STRING "FEMMES :" SPACE PNT-PCT " %  " DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-PNT-PTR.
           COMPUTE PNT-PCT ROUNDED = WS-CUR-AUTRES * 100 / WS-CUR-TOTAL.
           STRING "AUTRES :" SPACE PNT-PCT " %  " DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-PNT-PTR.
           MOVE WS-CUR-AGE-MIN TO PNT-AGE.
           STRING "AGE MIN :" SPACE PNT-AGE SPACE DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-PNT-PTR.
           MOVE WS-CUR-AGE-MAX TO PNT-AGE.
           STRING "MAX :" SPACE PNT-AGE DELIMITED BY SIZE
              INTO R-RAPPORT WITH POINTER WS-PNT-PTR.
           WRITE R-RAPPORT.

           WRITE R-RAPPORT FROM PNT-PYRAMIDE-TITRE.

           PERFORM VARYING TR-IDX FROM WS-TR-MAX BY -1
                   UNTIL TR-IDX < WS-TR-MIN
               PERFORM START-TR-BORNES THRU END-TR-BORNES
               MOVE WS-AGE-DEBUT TO PNT-AGE-DEBUT
               MOVE WS-AGE-FIN TO PNT-AGE-FIN
               MOVE TR-HOMMES(TR-IDX) TO PNT-HOMMES
               MOVE TR-FEMMES(TR-IDX) TO PNT-FEMMES
               MOVE TR-AUTRES(TR-IDX) TO PNT-AUTRES
               MOVE WS-TR-TOTAL TO PNT-TOTAL

               MOVE SPACES TO PNT-BAR-H
               IF TR-HOMMES(TR-IDX) > ZERO
                   COMPUTE WS-BAR-LEN ROUNDED =
                      TR-HOMMES(TR-IDX) * 20 / WS-TR-PEAK
                   IF WS-BAR-LEN = ZERO
                       MOVE 1 TO WS-BAR-LEN
                   END-IF
                   COMPUTE WS-BAR-START = 21 - WS-BAR-LEN
                   MOVE WS-STARS(1:WS-BAR-LEN)
                      TO PNT-BAR-H(WS-BAR-START:WS-BAR-LEN)
               END-IF

               MOVE SPACES TO PNT-BAR-F
               IF TR-FEMMES(TR-IDX) > ZERO
                   COMPUTE WS-BAR-LEN ROUNDED =
                      TR-FEMMES(TR-IDX) * 20 / WS-TR-PEAK
                   IF WS-BAR-LEN = ZERO
                       MOVE 1 TO WS-BAR-LEN
                   END-IF
                   MOVE WS-STARS(1:WS-BAR-LEN) TO PNT-BAR-F
               END-IF

               WRITE R-RAPPORT FROM PNT-PYRAMIDE
           END-PERFORM.
           CLOSE F-RAPPORT.
       END-W-PAYS.
           EXIT.

      ******************************************************************
      *    Bornes d'âge et total de la tranche TR-IDX.                 *
      ******************************************************************
       START-TR-BORNES.
           COMPUTE WS-AGE-DEBUT = (TR-IDX - 1) * WS-TRANCHE.
           COMPUTE WS-AGE-FIN = WS-AGE-DEBUT + WS-TRANCHE - 1.
           IF WS-AGE-FIN > WS-AGE-LIMITE
               MOVE WS-AGE-LIMITE TO WS-AGE-FIN
           END-IF.
           COMPUTE WS-TR-TOTAL = TR-HOMMES(TR-IDX)
              + TR-FEMMES(TR-IDX) + TR-AUTRES(TR-IDX).
       END-TR-BORNES.
           EXIT.

      ******************************************************************
      *    Signale une ligne écartée des cumuls.                       *
      ******************************************************************
       START-W-ANOMALIE.
           ADD 1 TO WS-RUN-REJECTED.
           MOVE SPACES TO R-ANOMALIE.
           MOVE SPACES TO WS-ANO-AGE.
           IF ROW-AGE NOT < ZERO
               MOVE ROW-AGE TO PNT-NUM
               MOVE PNT-NUM TO WS-ANO-AGE
           END-IF.
           STRING FUNCTION TRIM(ROW-ID) " / "
              FUNCTION TRIM(ROW-COUNTRY) " / "
              FUNCTION TRIM(ROW-GENDER) " / "
              FUNCTION TRIM(WS-ANO-AGE) " / "
              FUNCTION TRIM(WS-ANO-MOTIF)
              DELIMITED BY SIZE
              INTO R-ANOMALIE.
           WRITE R-ANOMALIE.
       END-W-ANOMALIE.
           EXIT.

      ******************************************************************
       START-RAPPORT-HEADER.
           OPEN OUTPUT F-RAPPORT.
           WRITE R-RAPPORT FROM PNT-AST.

           MOVE SPACES TO R-RAPPORT.
           MOVE WS-TRANCHE TO PNT-TR.
           STRING "PYRAMIDE DES AGES PAR GENRE ET PAR PAYS - TRANCHES"
              SPACE "DE" SPACE FUNCTION TRIM(PNT-TR) SPACE "ANS"
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           MOVE SPACES TO R-RAPPORT.
           IF WS-PAYS-TOUS-Y
               MOVE "PAYS : TOUS" TO R-RAPPORT
           ELSE
               STRING "PAYS :" SPACE FUNCTION TRIM(WS-PAYS-LISTE)
                  DELIMITED BY SIZE
                  INTO R-RAPPORT
           END-IF.
           WRITE R-RAPPORT.

           WRITE R-RAPPORT FROM PNT-AST.
           CLOSE F-RAPPORT.
       END-RAPPORT-HEADER.
           EXIT.

      ******************************************************************
      *    Totaux du passage et pays demandés absents de la base.      *
      ******************************************************************
       START-RAPPORT-FOOTER.
           OPEN EXTEND F-RAPPORT.
           MOVE SPACES TO R-RAPPORT.
           WRITE R-RAPPORT.
           WRITE R-RAPPORT FROM PNT-AST.

           PERFORM VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > PY-CNT
               IF NOT PY-FOUND-Y(PY-IDX)
                   MOVE SPACES TO R-RAPPORT
                   STRING "PAYS DEMANDE ABSENT DE LA BASE :" SPACE
                      FUNCTION TRIM(PY-NAME(PY-IDX))
                      DELIMITED BY SIZE
                      INTO R-RAPPORT
                   WRITE R-RAPPORT
               END-IF
           END-PERFORM.

           MOVE SPACES TO R-RAPPORT.
           MOVE WS-PAYS-CNT TO PNT-NUM.
           STRING "Pays             :" SPACE FUNCTION TRIM(PNT-NUM)
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           MOVE SPACES TO R-RAPPORT.
           MOVE WS-RUN-READ TO PNT-NUM.
           STRING "Lignes lues      :" SPACE FUNCTION TRIM(PNT-NUM)
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           MOVE SPACES TO R-RAPPORT.
           MOVE WS-RUN-WRITTEN TO PNT-NUM.
           STRING "Lignes retenues  :" SPACE FUNCTION TRIM(PNT-NUM)
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           MOVE SPACES TO R-RAPPORT.
           MOVE WS-RUN-REJECTED TO PNT-NUM.
           STRING "Lignes ecartees  :" SPACE FUNCTION TRIM(PNT-NUM)
              SPACE "(voir pyramide-anomalies.txt)"
              DELIMITED BY SIZE
              INTO R-RAPPORT.
           WRITE R-RAPPORT.

           WRITE R-RAPPORT FROM PNT-AST.
           CLOSE F-RAPPORT.
       END-RAPPORT-FOOTER.
           EXIT.
