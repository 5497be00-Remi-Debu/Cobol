      ******************************************************************
      *    Ligne du suivi des livraisons aux partenaires               *
      *    "livraison-suivi.dat" (oplivre), reprise par le rapport     *
      *    d'exploitation du matin (runrep) : une ligne par            *
      *    livraison ; la date d'accusé reste à zéro tant que le       *
      *    partenaire n'a pas acquitté.                                *
      *       SU-DELAI    délai d'accusé convenu, en jours ouvrés      *
      ******************************************************************
       01  R-SUIVI.
           03 SU-DATE       PIC 9(08).
           03 FILLER        PIC X(01).
           03 SU-TIME       PIC 9(06).
           03 FILLER        PIC X(01).
           03 SU-PARTENAIRE PIC X(08).
           03 FILLER        PIC X(01).
           03 SU-NOM        PIC X(40).
           03 FILLER        PIC X(01).
           03 SU-DELAI      PIC 9(03).
           03 FILLER        PIC X(01).
           03 SU-ACK-DATE   PIC 9(08).
