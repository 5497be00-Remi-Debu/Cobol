      ******************************************************************
      *    Rattachements datés des départements aux régions,           *
      *    "dept-regions.txt" : une ligne par période de validité      *
      *    (département, région, date de début et date de fin          *
      *    AAAAMMJJ). La période en cours porte 99999999 en date de    *
      *    fin. Tenu par depmaint ; lu par depregn, qui rend la        *
      *    région en vigueur à une date. Un département sans ligne     *
      *    datée garde la région de departement.txt et                 *
      *    fr-liste-dept.txt.                                          *
      ******************************************************************
       FD  F-DEPREG
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.
       01  R-DEPREG.
           03 RDEPREG-ID     PIC X(03).
           03 RDEPREG-REGION PIC X(26).
           03 RDEPREG-DEBUT  PIC 9(08).
           03 RDEPREG-FIN    PIC 9(08).
              88 RDEPREG-EN-COURS VALUE 99999999.
