      ******************************************************************
      *    Referentiel des produits "produits-reference.dat" : code,   *
      *    libelle, ligne de produits, cout standard de fabrication    *
      *    et prix de vente catalogue. Le cout standard est recalcule  *
      *    par le chiffrage des nomenclatures (profcout), qui date     *
      *    le calcul et marque les produits a revoir en prix quand     *
      *    leur marge devient negative ; profpert s'en sert comme      *
      *    prix de fabrication. Les lignes d'avant le cout (36         *
      *    caracteres) se lisent avec un cout et un prix a blanc.      *
      ******************************************************************
       01  R-PRODUITS.
           03 RPROD-CODE       PIC X(06).
           03 RPROD-LABEL      PIC X(20).
           03 RPROD-LINE       PIC X(10).
           03 RPROD-COST       PIC 9(05)V9(02).
           03 RPROD-SELL-PRICE PIC 9(05)V9(02).
           03 RPROD-COST-DATE  PIC 9(08).
           03 RPROD-REVIEW     PIC X(01).
              88 RPROD-REVIEW-Y VALUE "R".
              88 RPROD-REVIEW-N VALUE " ".
