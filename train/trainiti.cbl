       01  WS-MIN     PIC 9(03) VALUE 10.
       01  WS-MAX     PIC 9(03) VALUE 60.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE "train".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-DATE-ENV PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM PIC 9(08).

       01  WS-FLAG-2   PIC X(01).

       01  WS-FOUND-CNT PIC 9(03).
       01  HALT-IDX     PIC 9(02).
       01  WS-FRET      PIC X(01).
           88 WS-FRET-Y VALUE "Y".
       01  WS-HH        PIC 9(02).
       01  WS-MM        PIC 9(02).
       01  WS-HH2       PIC 9(02).

      ******************************************************************
       START-MAIN.
           MOVE "TRAINCOR-MIN" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-MIN-ENV.
           IF WS-MIN-ENV NOT = SPACES
              AND FUNCTION TRIM(WS-MIN-ENV) IS NUMERIC
              COMPUTE WS-MIN = FUNCTION NUMVAL(WS-MIN-ENV)
           END-IF.
           MOVE "TRAINCOR-MAX" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-MAX-ENV.
           IF WS-MAX-ENV NOT = SPACES
              AND FUNCTION TRIM(WS-MAX-ENV) IS NUMERIC
              COMPUTE WS-MAX = FUNCTION NUMVAL(WS-MAX-ENV)
              AT END
                 SET FS-MAITRE-EOF TO TRUE
              NOT AT END
      *          Un sillon fret (arrêt F) ne transporte pas de
      *          voyageurs : il n'entre pas dans la recherche.
                 MOVE "N" TO WS-FRET
                 PERFORM VARYING HALT-IDX FROM 1 BY 1
                         UNTIL HALT-IDX > 10
                    IF H-HALT-FLAG(HALT-IDX) = "F"
                       SET WS-FRET-Y TO TRUE
                    END-IF
                 END-PERFORM
      *          Seule la version active à la date du voyage entre
      *          dans la recherche : des bornes à zéro valent
      *          validité permanente.
                     AND (H-VALID-TO = ZERO
                          OR WS-DATE-NUM NOT GREATER H-VALID-TO))
                    AND SV-CNT < 500
                    AND NOT WS-FRET-Y
                    ADD 1 TO SV-CNT
                    MOVE H-TYPE       TO SV-TYPE(SV-CNT)
                    MOVE H-PROVENANCE TO SV-PROV(SV-CNT)
