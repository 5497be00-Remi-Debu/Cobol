       01  WS-YEAR-ENV     PIC X(04) VALUE SPACES.
       01  WS-YEAR         PIC 9(04).

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "calbuild".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "calbuild".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  TABLE-FERIES.
           03 F-CNT PIC 9(03) VALUE ZERO.
           03 FERIE OCCURS 100 TIMES
      *    écris le calendrier de l'année jour par jour.               *
      ******************************************************************
       START-MAIN.
           MOVE "CALBUILD-YEAR" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-YEAR-ENV.
           IF WS-YEAR-ENV NOT NUMERIC
              DISPLAY "ERREUR : CALBUILD-YEAR ABSENTE OU INVALIDE"
              GO TO END-MAIN
