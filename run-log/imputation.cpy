      ******************************************************************
      *    Ligne du plan d'imputation comptable "imputations.dat"      *
      *    (cptimput) : une ligne par source et par type de            *
      *    mouvement.                                                  *
      *       IM-SOURCE    PAIE, FACTVET, FACTGRP, COMMISS, SINISTRE,  *
      *                    FRAISSCO                                    *
      *       IM-MOUVEMENT type de mouvement de la source ; "*" vaut   *
      *                    pour tout type sans ligne propre            *
      *       IM-DEBIT     compte débité                               *
      *       IM-CREDIT    compte crédité                              *
      *       IM-CONTROLE  + : le mouvement s'ajoute au total de la    *
      *                    source ; - : il s'en retranche              *
      ******************************************************************
       01  R-IMPUTATION.
           03 IM-SOURCE    PIC X(08).
           03 FILLER       PIC X(01).
           03 IM-MOUVEMENT PIC X(08).
           03 FILLER       PIC X(01).
           03 IM-DEBIT     PIC X(08).
           03 FILLER       PIC X(01).
           03 IM-CREDIT    PIC X(08).
           03 FILLER       PIC X(01).
           03 IM-CONTROLE  PIC X(01).
              88 IM-CONTROLE-PLUS  VALUE "+".
              88 IM-CONTROLE-MOINS VALUE "-".
           03 FILLER       PIC X(01).
           03 IM-LIBELLE   PIC X(30).
