      *    fichier, le programme traite a la place chaque couple de prix     *
      *    de ce fichier et ecrit les resultats dans                         *
      *    "profpert-resultats.txt".                                         *
      *    En mode lot, le cout standard du produit au referentiel           *
      *    "produits-reference.dat" (chiffre par profcout a partir des       *
      *    nomenclatures) remplace le prix de fabrication de la ligne ;      *
      *    un produit sans cout standard garde celui de la ligne. Les        *
      *    produits marques a revoir en prix sont signales a la              *
      *    consolidation.                                                    *
      *                                                                       *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       FD  F-BATCH-OUT.
       01  R-BATCH-OUT PIC X(120).

      *    Referentiel des produits : code, libelle, ligne de
      *    produits, cout standard et prix de vente catalogue.
       FD  F-PRODUITS.
           COPY produit.

       WORKING-STORAGE SECTION.
       01  WS-PRICE.
           88 WS-BATCH-MODE-Y VALUE "Y".
           88 WS-BATCH-MODE-N VALUE "N".

      *    Parametres lus au registre des parametres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "profpert".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "profpert".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  FS-BATCH     PIC X(02).
           88 FS-BATCH-OK  VALUE "00".
           88 FS-BATCH-EOF VALUE "10".
               05 PR-CODE  PIC X(06).
               05 PR-LABEL PIC X(20).
               05 PR-LINE  PIC X(10).
               05 PR-COST  PIC 9(05)V9(02).
               05 PR-REVIEW PIC X(01).

      *    Cumuls par produit du lot traite.
       01  PROD-SUM-TABLE.
       01  WS-PNT-UNIT     PIC +Z(05)9.99.
       01  WS-PNT-TOTAL    PIC +Z(09)9.99.
       01  WS-LOSS-FLAG    PIC X(14).
       01  WS-REVIEW-FLAG  PIC X(08).
       01  WS-CONSO-LINE   PIC X(120).

      ******************************************************************
       END-MAIN.

      ******************************************************************
      *    Regarde si le parametre PROFPERT-BATCH-FILE (registre des   *
      *    parametres ou variable d'environnement) est positionne      *
      *    pour basculer en mode lot.                                  *
      ******************************************************************
       START-LOAD-CONFIG.
           MOVE "PROFPERT-BATCH-FILE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-BATCH-FILENAME.
           IF WS-BATCH-FILENAME NOT = SPACES
              SET WS-BATCH-MODE-Y TO TRUE
           END-IF.
                    NOT AT END
                       MOVE R-BATCH-MANU-PRICE TO WS-MANU-PRICE
                       MOVE R-BATCH-SELL-PRICE TO WS-SELL-PRICE
                       PERFORM START-STD-COST THRU END-STD-COST
                       PERFORM START-COMPUTE-PROFIT
                          THRU END-COMPUTE-PROFIT
                       PERFORM START-W-BATCH-LINE THRU END-W-BATCH-LINE
       END-W-BATCH-LINE.
           EXIT.

      ******************************************************************
      *    Remplace le prix de fabrication de la ligne par le cout     *
      *    standard du produit au referentiel, quand il en a un.       *
      ******************************************************************
       START-STD-COST.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-CODE(PR-IDX) EQUAL R-BATCH-PRODUCT
                 AND PR-COST(PR-IDX) > ZERO
                 MOVE PR-COST(PR-IDX) TO WS-MANU-PRICE
              END-IF
           END-PERFORM.
       END-STD-COST.
           EXIT.

      ******************************************************************
      *    Calcule le profit ou la perte ainsi que le pourcentage de   *
      *    marge par rapport au prix de fabrication.                   *
                       MOVE RPROD-CODE  TO PR-CODE(PR-CNT)
                       MOVE RPROD-LABEL TO PR-LABEL(PR-CNT)
                       MOVE RPROD-LINE  TO PR-LINE(PR-CNT)
                       MOVE ZERO TO PR-COST(PR-CNT)
                       IF RPROD-COST IS NUMERIC
                          MOVE RPROD-COST TO PR-COST(PR-CNT)
                       END-IF
                       MOVE RPROD-REVIEW TO PR-REVIEW(PR-CNT)
                    END-IF
              END-READ
           END-PERFORM.
      *    (unitaire x quantite vendue).                               *
      ******************************************************************
       START-ACCUM-PRODUCT.
           COMPUTE WS-UNIT-MARGIN = WS-SELL-PRICE - WS-MANU-PRICE.

           SET PS-IDX TO 1.
           SEARCH PS-ENT
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-CNT
              MOVE "INCONNU" TO WS-PROD-LABEL
              MOVE "AUTRES" TO WS-PROD-LINE
              MOVE SPACES TO WS-REVIEW-FLAG
              PERFORM VARYING PR-IDX FROM 1 BY 1
                      UNTIL PR-IDX > PR-CNT
                 IF PR-CODE(PR-IDX) EQUAL PS-CODE(PS-IDX)
                    MOVE PR-LABEL(PR-IDX) TO WS-PROD-LABEL
                    MOVE PR-LINE(PR-IDX)  TO WS-PROD-LINE
                    IF PR-REVIEW(PR-IDX) = "R"
                       MOVE "A REVOIR" TO WS-REVIEW-FLAG
                    END-IF
                 END-IF
              END-PERFORM

                 FUNCTION TRIM(WS-PNT-UNIT) SPACE
                 "MARGE TOTALE" SPACE
                 FUNCTION TRIM(WS-PNT-TOTAL) SPACE
                 WS-LOSS-FLAG SPACE WS-REVIEW-FLAG
                 DELIMITED BY SIZE
                 INTO WS-CONSO-LINE
              WRITE R-BATCH-OUT FROM WS-CONSO-LINE
