      ******************************************************************
      *    Chiffrage des nomenclatures : le cout de fabrication du     *
      *    referentiel des produits etait saisi une fois l'an par la   *
      *    finance et ne suivait pas les prix des composants. Le       *
      *    programme recalcule le cout standard de chaque produit a    *
      *    partir de :                                                 *
      *    - la nomenclature "nomenclature.dat" (une ligne par         *
      *      composant : produit, composant, quantite pour une unite   *
      *      du niveau superieur, niveau) ; les lignes d'un produit    *
      *      se suivent, en nomenclature indentee : une ligne de       *
      *      niveau n+1 detaille le sous-ensemble de la derniere       *
      *      ligne de niveau n au-dessus d'elle ;                      *
      *    - le tarif des composants "composants-prix.dat" (composant, *
      *      prix unitaire, date d'effet) : le prix retenu est le plus *
      *      recent en vigueur a la date du chiffrage (PROFCOUT-DATE   *
      *      AAAAMMJJ, date du jour a defaut).                         *
      *    Le cout d'un produit est la somme, sur les composants sans  *
      *    detail (feuilles), de la quantite cumulee sur tous les      *
      *    niveaux multipliee par le prix ; un sous-ensemble detaille  *
      *    vaut la somme de ses composants. Un composant sans prix, un *
      *    saut de niveau ou un cout hors format laissent le produit   *
      *    a son ancien cout, avec le motif au rapport.                *
      *    Le referentiel "produits-reference.dat" (copybook produit)  *
      *    est reecrit avec le nouveau cout et la date du chiffrage,   *
      *    sauf en simulation (PROFCOUT-MAJ = N, ou referentiel de     *
      *    plus de 500 produits). Le rapport                           *
      *    "cout-standard-rapport.dat" donne par produit le detail du  *
      *    chiffrage, l'ancien et le nouveau cout, l'ecart en valeur   *
      *    et en pourcentage, et la marge sur le prix de vente         *
      *    catalogue ; un produit dont la marge devient negative est   *
      *    marque a revoir en prix au referentiel et liste dans        *
      *    "revue-prix.dat". Parametres lus par paramlu (chaine        *
      *    profcout) ; compteurs au journal commun (runlog).           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. profcout.
       AUTHOR. Remi Debusschere.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRODUITS ASSIGN TO "produits-reference.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRODUITS.

           SELECT F-NOMENCL ASSIGN TO "nomenclature.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOMENCL.

           SELECT F-PRIX ASSIGN TO "composants-prix.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRIX.

           SELECT F-RAPPORT ASSIGN TO "cout-standard-rapport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

           SELECT F-REVUE ASSIGN TO "revue-prix.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REVUE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-PRODUITS.
           COPY produit.

      *    Nomenclature indentee : quantite du composant pour une
      *    unite de la ligne de niveau superieur (du produit au
      *    niveau 1).
       FD  F-NOMENCL
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-NOMENCL.
           03 RNOM-PRODUCT   PIC X(06).
           03 FILLER         PIC X(01).
           03 RNOM-COMPONENT PIC X(15).
           03 FILLER         PIC X(01).
           03 RNOM-QTY       PIC 9(06)V9(04).
           03 FILLER         PIC X(01).
           03 RNOM-LEVEL     PIC 9(02).
           03 FILLER         PIC X(02).

      *    Tarif des composants, une ligne par prix et date d'effet.
       FD  F-PRIX
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.
       01  R-PRIX.
           03 RPRIX-COMPONENT PIC X(15).
           03 FILLER          PIC X(01).
           03 RPRIX-PRICE     PIC 9(06)V9(04).
           03 FILLER          PIC X(01).
           03 RPRIX-DATE      PIC 9(08).
           03 FILLER          PIC X(01).
           03 RPRIX-LABEL     PIC X(28).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(132).

       FD  F-REVUE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-REVUE.
           03 RREV-CODE       PIC X(06).
           03 FILLER          PIC X(01).
           03 RREV-LABEL      PIC X(20).
           03 FILLER          PIC X(01).
           03 RREV-OLD-COST   PIC 9(05)V9(02).
           03 FILLER          PIC X(01).
           03 RREV-COST       PIC 9(05)V9(02).
           03 FILLER          PIC X(01).
           03 RREV-SELL-PRICE PIC 9(05)V9(02).
           03 FILLER          PIC X(01).
           03 RREV-MARGIN     PIC S9(05)V9(02)
                              SIGN LEADING SEPARATE.
           03 FILLER          PIC X(01).
      *    N : marge devenue negative au chiffrage ; D : deja negative.
           03 RREV-STATE      PIC X(01).
           03 FILLER          PIC X(01).
           03 RREV-DATE       PIC 9(08).
           03 FILLER          PIC X(09).

       WORKING-STORAGE SECTION.
       01  FS-PRODUITS PIC X(02).
           88 FS-PRODUITS-OK  VALUE "00".
           88 FS-PRODUITS-EOF VALUE "10".
       01  FS-NOMENCL PIC X(02).
           88 FS-NOMENCL-OK  VALUE "00".
           88 FS-NOMENCL-EOF VALUE "10".
       01  FS-PRIX PIC X(02).
           88 FS-PRIX-OK  VALUE "00".
           88 FS-PRIX-EOF VALUE "10".
       01  FS-RAPPORT PIC X(02).
       01  FS-REVUE   PIC X(02).

      *    Parametres lus au registre des parametres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "profcout".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "profcout".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-COST-DATE PIC 9(08).
       01  WS-UPDATE    PIC X(01) VALUE "O".
           88 WS-UPDATE-Y VALUE "O".
      *    Referentiel plus grand que la table : pas de reecriture.
       01  WS-PROD-FULL PIC X(01) VALUE "N".
           88 WS-PROD-FULL-Y VALUE "Y".

      *    Referentiel des produits, relu puis reecrit.
       01  PROD-REF-TABLE.
           03 PR-CNT PIC 9(04) VALUE 0.
           03 PR-ENT OCCURS 500 TIMES
                     INDEXED BY PR-IDX.
               05 PR-CODE       PIC X(06).
               05 PR-LABEL      PIC X(20).
               05 PR-LINE       PIC X(10).
               05 PR-COST       PIC 9(05)V9(02).
               05 PR-SELL-PRICE PIC 9(05)V9(02).
               05 PR-COST-DATE  PIC 9(08).
               05 PR-REVIEW     PIC X(01).
               05 PR-OLD-COST   PIC 9(05)V9(02).
      *        C : chiffre ; E : chiffrage en erreur ; blanc : produit
      *        sans nomenclature.
               05 PR-STATE      PIC X(01).

      *    Tarif retenu par composant : le prix le plus recent en
      *    vigueur a la date du chiffrage.
       01  PRICE-TABLE.
           03 CP-CNT PIC 9(04) VALUE 0.
           03 CP-ENT OCCURS 3000 TIMES
                     INDEXED BY CP-IDX.
               05 CP-COMPONENT PIC X(15).
               05 CP-PRICE     PIC 9(06)V9(04).
               05 CP-DATE      PIC 9(08).

      *    Lignes de nomenclature du produit en cours.
       01  BOM-TABLE.
           03 BM-CNT PIC 9(04) VALUE 0.
           03 BM-ENT OCCURS 1000 TIMES.
               05 BM-COMPONENT PIC X(15).
               05 BM-QTY       PIC 9(06)V9(04).
               05 BM-LEVEL     PIC 9(02).
       01  BM-IDX  PIC 9(04).
       01  BM-NEXT PIC 9(04).

      *    Quantite cumulee de chaque niveau ouvert (niveau 0 : le
      *    produit lui-meme).
       01  LEVEL-TABLE.
           03 LV-EXT-QTY PIC 9(09)V9(06) OCCURS 21 TIMES.
       01  WS-PREV-LEVEL  PIC 9(02).
       01  WS-EXT-QTY     PIC 9(09)V9(06).
       01  WS-LINE-COST   PIC 9(09)V9(06).
       01  WS-ROLLED-COST PIC 9(09)V9(06).
       01  WS-NEW-COST    PIC 9(05)V9(02).
       01  WS-VARIANCE    PIC S9(06)V9(02).
       01  WS-VARIANCE-PCT PIC S9(05)V9(02).
       01  WS-MARGIN      PIC S9(06)V9(02).
       01  WS-OLD-MARGIN  PIC S9(06)V9(02).
       01  WS-PRICE       PIC 9(06)V9(04).
       01  WS-LEAF        PIC X(01).
           88 WS-LEAF-Y VALUE "Y".
       01  WS-PROD-ERROR  PIC X(01).
           88 WS-PROD-ERROR-Y VALUE "Y".
       01  WS-ERR-TEXT    PIC X(60).
       01  WS-CUR-PRODUCT PIC X(06) VALUE SPACES.
       01  WS-BOM-FULL    PIC X(01).
           88 WS-BOM-FULL-Y VALUE "Y".

       01  WS-COSTED-CNT  PIC 9(04) VALUE 0.
       01  WS-ERROR-CNT   PIC 9(04) VALUE 0.
       01  WS-REVIEW-CNT  PIC 9(04) VALUE 0.
       01  WS-UNKNOWN-CNT PIC 9(04) VALUE 0.

       01  WS-LINE        PIC X(132).
       01  WS-PNT-QTY     PIC Z(05)9.9999.
       01  WS-PNT-EXT     PIC Z(08)9.9999.
       01  WS-PNT-PRICE   PIC Z(05)9.9999.
       01  WS-PNT-LCOST   PIC Z(08)9.9999.
       01  WS-PNT-COST    PIC Z(04)9.99.
       01  WS-PNT-OLD     PIC Z(04)9.99.
       01  WS-PNT-SELL    PIC Z(04)9.99.
       01  WS-PNT-VAR     PIC +(06)9.99.
       01  WS-PNT-PCT     PIC +(05)9.99.
       01  WS-PNT-MARGIN  PIC +(06)9.99.
       01  WS-PNT-CNT     PIC ZZZ9.
       01  WS-INDENT      PIC X(20).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "profcout".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE ZERO.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE ZERO.
           03 WS-RUN-REJECTED PIC 9(08) VALUE ZERO.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-COSTED-CNT TO WS-RUN-WRITTEN.
           MOVE WS-ERROR-CNT  TO WS-RUN-REJECTED.
           IF WS-ERROR-CNT > ZERO OR WS-PROD-FULL-Y
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           PERFORM START-LOAD-CONFIG THRU END-LOAD-CONFIG.
           PERFORM START-R-PRODUITS THRU END-R-PRODUITS.
           IF PR-CNT = ZERO
              MOVE "KO" TO WS-RUN-STATUS
              MOVE 1 TO WS-ERROR-CNT
              GO TO END-MAIN
           END-IF.
           PERFORM START-R-PRIX THRU END-R-PRIX.

           OPEN OUTPUT F-RAPPORT.
           OPEN OUTPUT F-REVUE.
           MOVE SPACES TO WS-LINE.
           STRING "*** CHIFFRAGE DES NOMENCLATURES AU" SPACE
              WS-COST-DATE(7:2) "/" WS-COST-DATE(5:2) "/"
              WS-COST-DATE(1:4) SPACE "***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           IF WS-PROD-FULL-Y
              MOVE "REFERENTIEL TRONQUE A 500 PRODUITS" TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           END-IF.
           IF NOT WS-UPDATE-Y
              MOVE "SIMULATION : REFERENTIEL NON MIS A JOUR" TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           END-IF.

           PERFORM START-R-NOMENCL THRU END-R-NOMENCL.
           PERFORM START-W-SUMMARY THRU END-W-SUMMARY.

           CLOSE F-RAPPORT.
           CLOSE F-REVUE.

           IF WS-UPDATE-Y
              PERFORM START-W-PRODUITS THRU END-W-PRODUITS
           END-IF.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Date du chiffrage et mode simulation.                       *
      ******************************************************************
       START-LOAD-CONFIG.
           MOVE "PROFCOUT-DATE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR(1:8) IS NUMERIC
              MOVE WS-PARM-VALEUR(1:8) TO WS-COST-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-COST-DATE
           END-IF.

           MOVE "PROFCOUT-MAJ" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR(1:1) = "N"
              MOVE "N" TO WS-UPDATE
           END-IF.
       END-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    Charge le referentiel des produits ; les lignes d'avant le  *
      *    cout standard (cout et prix a blanc) valent zero. Au-dela   *
      *    de 500 produits, le passage devient une simulation : le     *
      *    referentiel n'est pas reecrit ampute.                       *
      ******************************************************************
       START-R-PRODUITS.
           OPEN INPUT F-PRODUITS.
           IF NOT FS-PRODUITS-OK
              DISPLAY "ERREUR OUVERTURE produits-reference.dat :"
                 SPACE FS-PRODUITS
              GO TO END-R-PRODUITS
           END-IF.

           PERFORM UNTIL FS-PRODUITS-EOF
              READ F-PRODUITS
                 AT END SET FS-PRODUITS-EOF TO TRUE
                 NOT AT END
                    IF PR-CNT < 500
                       ADD 1 TO PR-CNT
                       MOVE RPROD-CODE  TO PR-CODE(PR-CNT)
                       MOVE RPROD-LABEL TO PR-LABEL(PR-CNT)
                       MOVE RPROD-LINE  TO PR-LINE(PR-CNT)
                       MOVE ZERO TO PR-COST(PR-CNT)
                       MOVE ZERO TO PR-SELL-PRICE(PR-CNT)
                       MOVE ZERO TO PR-COST-DATE(PR-CNT)
                       IF RPROD-COST IS NUMERIC
                          MOVE RPROD-COST TO PR-COST(PR-CNT)
                       END-IF
                       IF RPROD-SELL-PRICE IS NUMERIC
                          MOVE RPROD-SELL-PRICE
                             TO PR-SELL-PRICE(PR-CNT)
                       END-IF
                       IF RPROD-COST-DATE IS NUMERIC
                          MOVE RPROD-COST-DATE TO PR-COST-DATE(PR-CNT)
                       END-IF
                       MOVE RPROD-REVIEW TO PR-REVIEW(PR-CNT)
                       MOVE PR-COST(PR-CNT) TO PR-OLD-COST(PR-CNT)
                       MOVE SPACE TO PR-STATE(PR-CNT)
                    ELSE
                       DISPLAY "REFERENTIEL TRONQUE A 500 PRODUITS :"
                          SPACE RPROD-CODE
                       SET WS-PROD-FULL-Y TO TRUE
                       MOVE "N" TO WS-UPDATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-PRODUITS.
       END-R-PRODUITS.
           EXIT.

      ******************************************************************
      *    Charge le tarif : pour chaque composant, le prix de date    *
      *    d'effet la plus recente sans depasser la date du chiffrage. *
      ******************************************************************
       START-R-PRIX.
           OPEN INPUT F-PRIX.
           IF NOT FS-PRIX-OK
              DISPLAY "AVERTISSEMENT : composants-prix.dat ABSENT"
              GO TO END-R-PRIX
           END-IF.

           PERFORM UNTIL FS-PRIX-EOF
              READ F-PRIX
                 AT END SET FS-PRIX-EOF TO TRUE
                 NOT AT END
                    IF RPRIX-PRICE IS NUMERIC
                       AND RPRIX-DATE IS NUMERIC
                       AND RPRIX-DATE NOT > WS-COST-DATE
                       PERFORM START-KEEP-PRICE THRU END-KEEP-PRICE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-PRIX.
       END-R-PRIX.
           EXIT.

      ******************************************************************
       START-KEEP-PRICE.
           SET CP-IDX TO 1.
           SEARCH CP-ENT
               AT END
                   IF CP-CNT < 3000
                      ADD 1 TO CP-CNT
                      MOVE RPRIX-COMPONENT TO CP-COMPONENT(CP-CNT)
                      MOVE RPRIX-PRICE     TO CP-PRICE(CP-CNT)
                      MOVE RPRIX-DATE      TO CP-DATE(CP-CNT)
                   ELSE
                      DISPLAY "TARIF TRONQUE A 3000 COMPOSANTS :"
                         SPACE RPRIX-COMPONENT
                   END-IF
               WHEN CP-IDX > CP-CNT
                   IF CP-CNT < 3000
                      ADD 1 TO CP-CNT
                      MOVE RPRIX-COMPONENT TO CP-COMPONENT(CP-CNT)
                      MOVE RPRIX-PRICE     TO CP-PRICE(CP-CNT)
                      MOVE RPRIX-DATE      TO CP-DATE(CP-CNT)
                   ELSE
                      DISPLAY "TARIF TRONQUE A 3000 COMPOSANTS :"
                         SPACE RPRIX-COMPONENT
                   END-IF
               WHEN CP-COMPONENT(CP-IDX) EQUAL RPRIX-COMPONENT
                   IF RPRIX-DATE NOT < CP-DATE(CP-IDX)
                      MOVE RPRIX-PRICE TO CP-PRICE(CP-IDX)
                      MOVE RPRIX-DATE  TO CP-DATE(CP-IDX)
                   END-IF
           END-SEARCH.
       END-KEEP-PRICE.
           EXIT.

      ******************************************************************
      *    Lit la nomenclature et chiffre chaque produit a la rupture. *
      ******************************************************************
       START-R-NOMENCL.
           OPEN INPUT F-NOMENCL.
           IF NOT FS-NOMENCL-OK
              MOVE "NOMENCLATURE nomenclature.dat ABSENTE" TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              DISPLAY FUNCTION TRIM(WS-LINE)
              MOVE 1 TO WS-ERROR-CNT
              GO TO END-R-NOMENCL
           END-IF.

           MOVE ZERO TO BM-CNT.
           MOVE "N" TO WS-BOM-FULL.
           PERFORM UNTIL FS-NOMENCL-EOF
              READ F-NOMENCL
                 AT END SET FS-NOMENCL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RUN-READ
                    IF RNOM-PRODUCT NOT = WS-CUR-PRODUCT
                       AND BM-CNT > ZERO
                       PERFORM START-COST-PRODUCT
                          THRU END-COST-PRODUCT
                    END-IF
                    MOVE RNOM-PRODUCT TO WS-CUR-PRODUCT
                    IF BM-CNT < 1000
                       ADD 1 TO BM-CNT
                       MOVE RNOM-COMPONENT TO BM-COMPONENT(BM-CNT)
                       MOVE ZERO TO BM-QTY(BM-CNT)
                       MOVE ZERO TO BM-LEVEL(BM-CNT)
                       IF RNOM-QTY IS NUMERIC
                          MOVE RNOM-QTY TO BM-QTY(BM-CNT)
                       END-IF
                       IF RNOM-LEVEL IS NUMERIC
                          MOVE RNOM-LEVEL TO BM-LEVEL(BM-CNT)
                       END-IF
                    ELSE
                       SET WS-BOM-FULL-Y TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
           IF BM-CNT > ZERO
              PERFORM START-COST-PRODUCT THRU END-COST-PRODUCT
           END-IF.

           CLOSE F-NOMENCL.
       END-R-NOMENCL.
           EXIT.

      ******************************************************************
      *    Chiffre le produit WS-CUR-PRODUCT : parcourt ses lignes en  *
      *    tenant la quantite cumulee de chaque niveau ; seules les    *
      *    feuilles (ligne non suivie d'un niveau plus profond) sont   *
      *    valorisees au tarif.                                        *
      ******************************************************************
       START-COST-PRODUCT.
           MOVE SPACES TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           SET PR-IDX TO 1.
           SEARCH PR-ENT
               AT END
                   SET PR-IDX TO 501
               WHEN PR-IDX > PR-CNT
                   SET PR-IDX TO 501
               WHEN PR-CODE(PR-IDX) EQUAL WS-CUR-PRODUCT
                   CONTINUE
           END-SEARCH.
           IF PR-IDX > 500
              ADD 1 TO WS-UNKNOWN-CNT
              MOVE SPACES TO WS-LINE
              STRING "PRODUIT" SPACE WS-CUR-PRODUCT SPACE
                 ": ABSENT DU REFERENTIEL - NOMENCLATURE IGNOREE"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              GO TO END-COST-PRODUCT
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "PRODUIT" SPACE PR-CODE(PR-IDX) SPACE
              PR-LABEL(PR-IDX) SPACE PR-LINE(PR-IDX)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           MOVE "N" TO WS-PROD-ERROR.
           MOVE ZERO TO WS-ROLLED-COST.
           MOVE ZERO TO WS-PREV-LEVEL.
           MOVE 1 TO LV-EXT-QTY(1).
           IF WS-BOM-FULL-Y
              MOVE "PLUS DE 1000 LIGNES DE NOMENCLATURE" TO WS-ERR-TEXT
              PERFORM START-W-PROD-ERROR THRU END-W-PROD-ERROR
           END-IF.

           PERFORM VARYING BM-IDX FROM 1 BY 1 UNTIL BM-IDX > BM-CNT
              PERFORM START-COST-LINE THRU END-COST-LINE
           END-PERFORM.

           IF WS-PROD-ERROR-Y
              MOVE "E" TO PR-STATE(PR-IDX)
              ADD 1 TO WS-ERROR-CNT
              MOVE PR-COST(PR-IDX) TO WS-PNT-OLD
              MOVE SPACES TO WS-LINE
              STRING "   CHIFFRAGE REJETE - COUT INCHANGE" SPACE
                 FUNCTION TRIM(WS-PNT-OLD)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           ELSE
              IF WS-ROLLED-COST > 99999.99
                 MOVE "COUT HORS FORMAT DU REFERENTIEL (> 99999.99)"
                    TO WS-ERR-TEXT
                 PERFORM START-W-PROD-ERROR THRU END-W-PROD-ERROR
                 MOVE "E" TO PR-STATE(PR-IDX)
                 ADD 1 TO WS-ERROR-CNT
              ELSE
                 PERFORM START-W-RESULT THRU END-W-RESULT
              END-IF
           END-IF.
       END-COST-PRODUCT.
           MOVE ZERO TO BM-CNT.
           MOVE "N" TO WS-BOM-FULL.
           EXIT.

      ******************************************************************
      *    Ligne BM-IDX de la nomenclature du produit en cours.        *
      ******************************************************************
       START-COST-LINE.
           MOVE SPACES TO WS-ERR-TEXT.
           IF BM-LEVEL(BM-IDX) = ZERO OR BM-LEVEL(BM-IDX) > 20
              OR BM-LEVEL(BM-IDX) > WS-PREV-LEVEL + 1
              STRING "NIVEAU" SPACE BM-LEVEL(BM-IDX) SPACE
                 "INCOHERENT POUR" SPACE BM-COMPONENT(BM-IDX)
                 DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
              PERFORM START-W-PROD-ERROR THRU END-W-PROD-ERROR
              GO TO END-COST-LINE
           END-IF.
           IF BM-QTY(BM-IDX) = ZERO
              STRING "QUANTITE NULLE POUR" SPACE BM-COMPONENT(BM-IDX)
                 DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
              PERFORM START-W-PROD-ERROR THRU END-W-PROD-ERROR
           END-IF.

           MOVE BM-LEVEL(BM-IDX) TO WS-PREV-LEVEL.
           COMPUTE LV-EXT-QTY(BM-LEVEL(BM-IDX) + 1) =
              LV-EXT-QTY(BM-LEVEL(BM-IDX)) * BM-QTY(BM-IDX).
           MOVE LV-EXT-QTY(BM-LEVEL(BM-IDX) + 1) TO WS-EXT-QTY.

           MOVE "Y" TO WS-LEAF.
           COMPUTE BM-NEXT = BM-IDX + 1.
           IF BM-NEXT NOT > BM-CNT
              IF BM-LEVEL(BM-NEXT) > BM-LEVEL(BM-IDX)
                 MOVE "N" TO WS-LEAF
              END-IF
           END-IF.

           MOVE SPACES TO WS-INDENT.
           MOVE ALL "." TO WS-INDENT(1:BM-LEVEL(BM-IDX)).
           MOVE BM-QTY(BM-IDX) TO WS-PNT-QTY.
           MOVE WS-EXT-QTY     TO WS-PNT-EXT.
           MOVE SPACES TO WS-LINE.

           IF NOT WS-LEAF-Y
              STRING "   " WS-INDENT(1:BM-LEVEL(BM-IDX))
                 BM-COMPONENT(BM-IDX) SPACE
                 "QTE" WS-PNT-QTY SPACE "CUMUL" WS-PNT-EXT SPACE
                 "(SOUS-ENSEMBLE)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              GO TO END-COST-LINE
           END-IF.

           SET CP-IDX TO 1.
           SEARCH CP-ENT
               AT END
                   SET CP-IDX TO 3001
               WHEN CP-IDX > CP-CNT
                   SET CP-IDX TO 3001
               WHEN CP-COMPONENT(CP-IDX) EQUAL BM-COMPONENT(BM-IDX)
                   CONTINUE
           END-SEARCH.
           IF CP-IDX > 3000
              STRING "   " WS-INDENT(1:BM-LEVEL(BM-IDX))
                 BM-COMPONENT(BM-IDX) SPACE
                 "QTE" WS-PNT-QTY SPACE "CUMUL" WS-PNT-EXT SPACE
                 "*** SANS PRIX EN VIGUEUR ***"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              MOVE SPACES TO WS-ERR-TEXT
              STRING "COMPOSANT" SPACE BM-COMPONENT(BM-IDX) SPACE
                 "SANS PRIX AU TARIF"
                 DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
              PERFORM START-W-PROD-ERROR THRU END-W-PROD-ERROR
              GO TO END-COST-LINE
           END-IF.

           MOVE CP-PRICE(CP-IDX) TO WS-PRICE.
           COMPUTE WS-LINE-COST ROUNDED = WS-EXT-QTY * WS-PRICE.
           ADD WS-LINE-COST TO WS-ROLLED-COST.

           MOVE WS-PRICE     TO WS-PNT-PRICE.
           MOVE WS-LINE-COST TO WS-PNT-LCOST.
           STRING "   " WS-INDENT(1:BM-LEVEL(BM-IDX))
              BM-COMPONENT(BM-IDX) SPACE
              "QTE" WS-PNT-QTY SPACE "CUMUL" WS-PNT-EXT SPACE
              "PRIX" WS-PNT-PRICE SPACE "COUT" WS-PNT-LCOST
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
       END-COST-LINE.
           EXIT.

      ******************************************************************
      *    Motif d'erreur WS-ERR-TEXT du produit en cours.             *
      ******************************************************************
       START-W-PROD-ERROR.
           MOVE "Y" TO WS-PROD-ERROR.
           MOVE SPACES TO WS-LINE.
           STRING "   *** ERREUR :" SPACE WS-ERR-TEXT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
       END-W-PROD-ERROR.
           EXIT.

      ******************************************************************
      *    Nouveau cout du produit PR-IDX : ecart avec l'ancien cout,  *
      *    marge sur le prix catalogue, revue de prix si la marge      *
      *    est negative.                                               *
      ******************************************************************
       START-W-RESULT.
           COMPUTE WS-NEW-COST ROUNDED = WS-ROLLED-COST.
           COMPUTE WS-VARIANCE = WS-NEW-COST - PR-OLD-COST(PR-IDX).
           MOVE ZERO TO WS-VARIANCE-PCT.
           IF PR-OLD-COST(PR-IDX) > ZERO
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                 WS-VARIANCE / PR-OLD-COST(PR-IDX) * 100
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-VARIANCE-PCT
              END-COMPUTE
           END-IF.

           MOVE WS-NEW-COST   TO PR-COST(PR-IDX).
           MOVE WS-COST-DATE  TO PR-COST-DATE(PR-IDX).
           MOVE "C" TO PR-STATE(PR-IDX).
           ADD 1 TO WS-COSTED-CNT.

           MOVE PR-OLD-COST(PR-IDX) TO WS-PNT-OLD.
           MOVE WS-NEW-COST         TO WS-PNT-COST.
           MOVE WS-VARIANCE         TO WS-PNT-VAR.
           MOVE SPACES TO WS-LINE.
           IF PR-OLD-COST(PR-IDX) > ZERO
              MOVE WS-VARIANCE-PCT TO WS-PNT-PCT
              STRING "   COUT STANDARD" SPACE FUNCTION TRIM(WS-PNT-COST)
                 SPACE "- ANCIEN" SPACE FUNCTION TRIM(WS-PNT-OLD)
                 SPACE "- ECART" SPACE FUNCTION TRIM(WS-PNT-VAR)
                 SPACE "(" FUNCTION TRIM(WS-PNT-PCT) "%)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              STRING "   COUT STANDARD" SPACE FUNCTION TRIM(WS-PNT-COST)
                 SPACE "- PAS D'ANCIEN COUT"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           END-IF.
           WRITE R-RAPPORT FROM WS-LINE.

           IF PR-SELL-PRICE(PR-IDX) = ZERO
              MOVE "   PRIX DE VENTE ABSENT - MARGE NON CALCULEE"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              GO TO END-W-RESULT
           END-IF.

           COMPUTE WS-MARGIN = PR-SELL-PRICE(PR-IDX) - WS-NEW-COST.
           COMPUTE WS-OLD-MARGIN =
              PR-SELL-PRICE(PR-IDX) - PR-OLD-COST(PR-IDX).
           MOVE PR-SELL-PRICE(PR-IDX) TO WS-PNT-SELL.
           MOVE WS-MARGIN             TO WS-PNT-MARGIN.
           MOVE SPACES TO WS-LINE.
           STRING "   PRIX DE VENTE" SPACE FUNCTION TRIM(WS-PNT-SELL)
              SPACE "- MARGE" SPACE FUNCTION TRIM(WS-PNT-MARGIN)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           IF WS-MARGIN NOT < ZERO
              MOVE SPACE TO PR-REVIEW(PR-IDX)
              GO TO END-W-RESULT
           END-IF.

           MOVE "R" TO PR-REVIEW(PR-IDX).
           ADD 1 TO WS-REVIEW-CNT.
           MOVE SPACES TO R-REVUE.
           MOVE PR-CODE(PR-IDX)       TO RREV-CODE.
           MOVE PR-LABEL(PR-IDX)      TO RREV-LABEL.
           MOVE PR-OLD-COST(PR-IDX)   TO RREV-OLD-COST.
           MOVE WS-NEW-COST           TO RREV-COST.
           MOVE PR-SELL-PRICE(PR-IDX) TO RREV-SELL-PRICE.
           MOVE WS-MARGIN             TO RREV-MARGIN.
           MOVE WS-COST-DATE          TO RREV-DATE.
           IF WS-OLD-MARGIN < ZERO AND PR-OLD-COST(PR-IDX) > ZERO
              MOVE "D" TO RREV-STATE
              MOVE "   *** MARGE NEGATIVE (DEJA AVANT CHIFFRAGE) - REVUE
      -          " DE PRIX ***" TO WS-LINE
           ELSE
              MOVE "N" TO RREV-STATE
              MOVE "   *** MARGE DEVENUE NEGATIVE - REVUE DE PRIX ***"
                 TO WS-LINE
           END-IF.
           WRITE R-REVUE.
           WRITE R-RAPPORT FROM WS-LINE.
       END-W-RESULT.
           EXIT.

      ******************************************************************
      *    Produits du referentiel sans nomenclature et totaux.        *
      ******************************************************************
       START-W-SUMMARY.
           MOVE SPACES TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE "PRODUITS SANS NOMENCLATURE (COUT INCHANGE)" TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-STATE(PR-IDX) = SPACE
                 MOVE PR-COST(PR-IDX) TO WS-PNT-COST
                 MOVE SPACES TO WS-LINE
                 STRING "   " PR-CODE(PR-IDX) SPACE PR-LABEL(PR-IDX)
                    SPACE "COUT" SPACE FUNCTION TRIM(WS-PNT-COST)
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-RAPPORT FROM WS-LINE
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE WS-COSTED-CNT TO WS-PNT-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "PRODUITS CHIFFRES :" SPACE FUNCTION TRIM(WS-PNT-CNT)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE WS-ERROR-CNT TO WS-PNT-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "CHIFFRAGES REJETES :" SPACE FUNCTION TRIM(WS-PNT-CNT)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE WS-UNKNOWN-CNT TO WS-PNT-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "NOMENCLATURES DE PRODUITS INCONNUS :" SPACE
              FUNCTION TRIM(WS-PNT-CNT)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE WS-REVIEW-CNT TO WS-PNT-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "PRODUITS A REVOIR EN PRIX (revue-prix.dat) :" SPACE
              FUNCTION TRIM(WS-PNT-CNT)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE).
       END-W-SUMMARY.
           EXIT.

      ******************************************************************
      *    Reecrit le referentiel avec les couts chiffres.             *
      ******************************************************************
       START-W-PRODUITS.
           OPEN OUTPUT F-PRODUITS.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              MOVE PR-CODE(PR-IDX)       TO RPROD-CODE
              MOVE PR-LABEL(PR-IDX)      TO RPROD-LABEL
              MOVE PR-LINE(PR-IDX)       TO RPROD-LINE
              MOVE PR-COST(PR-IDX)       TO RPROD-COST
              MOVE PR-SELL-PRICE(PR-IDX) TO RPROD-SELL-PRICE
              MOVE PR-COST-DATE(PR-IDX)  TO RPROD-COST-DATE
              MOVE PR-REVIEW(PR-IDX)     TO RPROD-REVIEW
              WRITE R-PRODUITS
           END-PERFORM.
           CLOSE F-PRODUITS.
       END-W-PRODUITS.
           EXIT.
