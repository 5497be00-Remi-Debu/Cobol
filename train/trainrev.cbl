      *      colonnes 1-3 TYPE TGV/COR/TER, colonnes 4-21 GARE DE      *
      *      DEPART - à blanc, le tarif vaut pour tout le type -,      *
      *      colonnes 22-27 TARIF 9(4)V99) ;                           *
      *    - les ventes acceptées par traincap,                        *
      *      "reservations-acceptees.dat" (format de                   *
      *      "reservations.dat", sans les ventes refusées) ;           *
      *    et écrit "recettes.dat" : recette par train, par gare et    *
      *    par type (la même ventilation TGV/CORAIL/TER que            *
      *    train.cbl), avec la ligne de rendement moyen (recette par   *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TARIFS.

           SELECT F-RESA ASSIGN TO "reservations-acceptees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RESA.
           03 TRF-PRIX    PIC 9(04)V9(02).

       FD  F-RESA
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-RESA.
           03 RSA-STATION PIC X(18).
           03 RSA-TIME    PIC 9(04).
           03 RSA-DATE    PIC 9(08).
           03 RSA-SOLD    PIC 9(04).
      *    Arrêts de montée et de descente (inventaire par tronçon
      *    de traincap), sans effet ici.
           03 RSA-MONTEE   PIC X(02).
           03 RSA-DESCENTE PIC X(02).

       FD  F-RECETTES
           RECORD CONTAINS 132 CHARACTERS
       START-R-RESA.
           OPEN INPUT F-RESA.
           IF NOT FS-RESA-OK
              DISPLAY "ERREUR OUVERTURE reservations-acceptees.dat :"
                 SPACE FS-RESA
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.
