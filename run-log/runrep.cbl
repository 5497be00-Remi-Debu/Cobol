      *    (RUNREP-REJECT-THRESHOLD, 0 à défaut) ou dont le statut     *
      *    n'est pas OK - fini le grep matinal de six fichiers de      *
      *    rejets pour savoir si la nuit s'est bien passée.            *
      *    Le rapport se termine par les livraisons partenaires        *
      *    (suivi "livraison-suivi.dat" tenu par oplivre) toujours     *
      *    sans accusé de réception au-delà de leur délai convenu en   *
      *    jours ouvrés (calendrier partagé caljour), puis les         *
      *    alertes de capacité calculées pour la date du rapport par   *
      *    runtend ("tendance-alertes.dat") : fenêtre batch ou limite  *
      *    de table déjà atteinte ou prévue à brève échéance.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runrep.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORT.

           SELECT F-SUIVI ASSIGN TO "livraison-suivi.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUIVI.

           SELECT F-TENDANCE ASSIGN TO "tendance-alertes.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TENDANCE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  R-REPORT PIC X(160).

       FD  F-SUIVI
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.
       COPY suivi.

       FD  F-TENDANCE
           RECORD CONTAINS 89 CHARACTERS
           RECORDING MODE IS F.
       COPY tendance.

       WORKING-STORAGE SECTION.
       01  FS-RUNLOG PIC X(02).
           88 FS-RUNLOG-OK  VALUE "00".
       01  FS-REPORT PIC X(02).
           88 FS-REPORT-OK VALUE "00".

       01  FS-SUIVI PIC X(02).
           88 FS-SUIVI-OK  VALUE "00".
           88 FS-SUIVI-EOF VALUE "10".

       01  FS-TENDANCE PIC X(02).
           88 FS-TENDANCE-OK  VALUE "00".
           88 FS-TENDANCE-EOF VALUE "10".

      *    Zones d'appel du calendrier ouvré partagé caljour.
       01  WS-CAL-FUNCTION PIC X(01).
       01  WS-CAL-DATE-1   PIC 9(08).
       01  WS-CAL-DATE-2   PIC 9(08).
       01  WS-CAL-RESULT   PIC 9(05).

       01  WS-LATE-CNT     PIC 9(05) VALUE ZERO.
       01  WS-CAPA-CNT     PIC 9(05) VALUE ZERO.
       01  WS-CAPA-TEXT    PIC X(40).

       01  WS-REPORT-DATE-ENV PIC X(08) VALUE SPACES.
       01  WS-REPORT-DATE     PIC 9(08).
       01  WS-THRESHOLD-ENV   PIC X(08) VALUE SPACES.
       01  WS-THRESHOLD       PIC 9(08) VALUE ZERO.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "runrep".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "runrep".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-PRINT-LINE   PIC X(160).
       01  WS-PNT-NBR      PIC ZZZZZZZ9.
       01  WS-ABNORMAL     PIC X(08).
           EXIT.

      ******************************************************************
      *    Charge la date à restituer, depuis l'environnement, et le   *
      *    seuil de rejets toléré, depuis le registre des paramètres.  *
      ******************************************************************
       START-LOAD-CONFIG.
           ACCEPT WS-REPORT-DATE-ENV FROM ENVIRONMENT "RUNREP-DATE".
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.

           MOVE "RUNREP-REJECT-THRESHOLD" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-THRESHOLD-ENV.
           IF FUNCTION TRIM(WS-THRESHOLD-ENV) IS NUMERIC
              COMPUTE WS-THRESHOLD =
                 FUNCTION NUMVAL(WS-THRESHOLD-ENV)
              WRITE R-REPORT FROM WS-PRINT-LINE
           END-IF.

           PERFORM START-W-LIVRAISONS THRU END-W-LIVRAISONS.
           PERFORM START-W-CAPACITE THRU END-W-CAPACITE.

           CLOSE F-REPORT.
       END-W-REPORT.
           EXIT.
           WRITE R-REPORT FROM WS-PRINT-LINE.
       END-W-ONE-RUN.
           EXIT.

      ******************************************************************
      *    Livraisons partenaires non acquittées dont le délai en      *
      *    jours ouvrés est dépassé à la date du rapport.              *
      ******************************************************************
       START-W-LIVRAISONS.
           OPEN INPUT F-SUIVI.
           IF NOT FS-SUIVI-OK
      *        Pas encore de livraison suivie.
              GO TO END-W-LIVRAISONS
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
           MOVE "LIVRAISONS PARTENAIRES SANS ACCUSE HORS DELAI :"
              TO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.

           PERFORM UNTIL FS-SUIVI-EOF
              READ F-SUIVI
              AT END
                 SET FS-SUIVI-EOF TO TRUE
              NOT AT END
                 IF SU-ACK-DATE EQUAL ZERO
                    AND SU-DATE < WS-REPORT-DATE
                    PERFORM START-W-ONE-LATE THRU END-W-ONE-LATE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-SUIVI.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LIVRAISONS HORS DELAI :" SPACE WS-LATE-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
       END-W-LIVRAISONS.
           EXIT.

      ******************************************************************
      *    Ecrit la livraison courante si les jours ouvrés écoulés     *
      *    depuis son envoi dépassent le délai convenu.                *
      ******************************************************************
       START-W-ONE-LATE.
           MOVE "E" TO WS-CAL-FUNCTION.
           MOVE SU-DATE        TO WS-CAL-DATE-1.
           MOVE WS-REPORT-DATE TO WS-CAL-DATE-2.
           CALL "caljour" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
              WS-CAL-DATE-2, WS-CAL-RESULT
           END-CALL.
           IF WS-CAL-RESULT NOT > SU-DELAI
              GO TO END-W-ONE-LATE
           END-IF.

           ADD 1 TO WS-LATE-CNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " SU-PARTENAIRE SPACE
              FUNCTION TRIM(SU-NOM) SPACE
              "LIVRE LE" SPACE SU-DATE SPACE
              "- JOURS OUVRES :" SPACE WS-CAL-RESULT SPACE
              "POUR" SPACE SU-DELAI SPACE "CONVENUS" SPACE
              "NON ACQUITTE"
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
       END-W-ONE-LATE.
           EXIT.

      ******************************************************************
      *    Alertes de capacité de runtend calculées pour la date du    *
      *    rapport.                                                    *
      ******************************************************************
       START-W-CAPACITE.
           OPEN INPUT F-TENDANCE.
           IF NOT FS-TENDANCE-OK
      *        Pas de prévision de capacité calculée.
              GO TO END-W-CAPACITE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
           MOVE "ALERTES DE CAPACITE (TENDANCES DES VOLUMES) :"
              TO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.

           PERFORM UNTIL FS-TENDANCE-EOF
              READ F-TENDANCE
              AT END
                 SET FS-TENDANCE-EOF TO TRUE
              NOT AT END
                 IF TD-DATE EQUAL WS-REPORT-DATE
                    PERFORM START-W-ONE-CAPA THRU END-W-ONE-CAPA
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-TENDANCE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALERTES DE CAPACITE :" SPACE WS-CAPA-CNT
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
       END-W-CAPACITE.
           EXIT.

      ******************************************************************
      *    Ecrit l'alerte de capacité courante.                        *
      ******************************************************************
       START-W-ONE-CAPA.
           ADD 1 TO WS-CAPA-CNT.

           IF TD-ETAT-ATTEINT
              MOVE "DEJA ATTEINTE" TO WS-CAPA-TEXT
           ELSE
              MOVE SPACES TO WS-CAPA-TEXT
              STRING "ATTEINTE PREVUE LE" SPACE TD-ECHEANCE
                 DELIMITED BY SIZE
                 INTO WS-CAPA-TEXT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " TD-PROGRAM SPACE
              FUNCTION TRIM(TD-LIBELLE) SPACE
              "- TENDANCE :" SPACE TD-VALEUR SPACE
              "POUR" SPACE TD-LIMITE SPACE "- "
              FUNCTION TRIM(WS-CAPA-TEXT)
              DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           WRITE R-REPORT FROM WS-PRINT-LINE.
       END-W-ONE-CAPA.
           EXIT.
