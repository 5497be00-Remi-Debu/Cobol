      ******************************************************************
      *    Kilométrage et échéances de maintenance des rames :         *
      *    trainram affecte une rame à chaque service (H-RAME), mais   *
      *    rien ne suivait la distance parcourue entre deux            *
      *    révisions. Le programme cumule, pour le jour traité         *
      *    (TRAINKM-DATE en AAAAMMJJ, la veille à défaut), les         *
      *    kilomètres des services réellement assurés par chaque       *
      *    rame, et tient le compteur de "kilometrage-rames.dat"       *
      *    (copybook rameskm).                                         *
      *    Les services du jour sont ceux du mode date d'horextr :     *
      *    version active, masque du jour effectif (exception J ou     *
      *    férié = dimanche) et services annulés (exception S) de      *
      *    "exceptions-service.dat" retirés.                           *
      *    Référentiels :                                              *
      *    - "distances-gares.dat" : GARE A X(18), GARE B X(18),       *
      *      KM 9(4), dans un sens ou dans l'autre ; le service est    *
      *      l'arc provenance -> gare du maître, rapproché sur les     *
      *      10 positions de la provenance ;                           *
      *    - "seuils-maintenance.dat" : TYPE X(3), SEUIL DE REVISION   *
      *      KM 9(6), MARGE D'ALERTE KM 9(6) ;                         *
      *    - "revisions-rames.dat" : RAME X(6), DATE AAAAMMJJ d'une    *
      *      révision faite, qui remet le compteur à zéro.             *
      *    Le rapport "echeances-maintenance.dat" donne pour chaque    *
      *    rame ses kilomètres du jour et depuis révision, le reste    *
      *    avant le seuil et la date d'échéance estimée au rythme du   *
      *    jour ; les rames ECHUES et A PREVOIR (dans la marge) sont   *
      *    comptées en queue. Un service dont la distance est          *
      *    inconnue est signalé et ne compte pas.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainkm.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAITRE ASSIGN TO "horaire-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAITRE.

           SELECT F-DISTANCES ASSIGN TO "distances-gares.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DISTANCES.

           SELECT F-SEUILS ASSIGN TO "seuils-maintenance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SEUILS.

           SELECT F-EXCEPT ASSIGN TO "exceptions-service.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXCEPT.

           SELECT F-FERIES ASSIGN TO "jours-feries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FERIES.

           SELECT F-REVISIONS ASSIGN TO "revisions-rames.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REVISIONS.

           SELECT F-KM ASSIGN TO "kilometrage-rames.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-KM.

           SELECT F-ECHEANCES ASSIGN TO "echeances-maintenance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECHEANCES.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-MAITRE
           RECORD CONTAINS 46 TO 110 CHARACTERS
           RECORDING MODE IS V.
       COPY horaire.

       FD  F-DISTANCES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  R-DISTANCES.
           03 D-GARE-A PIC X(18).
           03 D-GARE-B PIC X(18).
           03 D-KM     PIC 9(04).

       FD  F-SEUILS
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE IS F.
       01  R-SEUILS.
           03 S-TYPE      PIC X(03).
           03 S-SEUIL-KM  PIC 9(06).
           03 S-ALERTE-KM PIC 9(06).

       FD  F-EXCEPT
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  R-EXCEPT.
           03 E-DATE    PIC 9(08).
           03 E-KIND    PIC X(01).
              88 E-KIND-SERVICE VALUE "S".
              88 E-KIND-JOURNEE VALUE "J".
           03 E-STATION PIC X(18).
           03 E-TIME    PIC 9(04).
           03 E-RUNS-AS PIC 9(01).

       FD  F-FERIES
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
       01  R-FERIES PIC 9(08).

       FD  F-REVISIONS
           RECORD CONTAINS 14 CHARACTERS
           RECORDING MODE IS F.
       01  R-REVISIONS.
           03 RV-RAME PIC X(06).
           03 RV-DATE PIC 9(08).

       FD  F-KM
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       COPY rameskm.

       FD  F-ECHEANCES
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-ECHEANCES PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-MAITRE PIC X(02).
           88 FS-MAITRE-OK  VALUE "00".
           88 FS-MAITRE-EOF VALUE "10".
       01  FS-DISTANCES PIC X(02).
           88 FS-DISTANCES-OK  VALUE "00".
           88 FS-DISTANCES-EOF VALUE "10".
       01  FS-SEUILS PIC X(02).
           88 FS-SEUILS-OK  VALUE "00".
           88 FS-SEUILS-EOF VALUE "10".
       01  FS-EXCEPT PIC X(02).
           88 FS-EXCEPT-OK  VALUE "00".
           88 FS-EXCEPT-EOF VALUE "10".
       01  FS-FERIES PIC X(02).
           88 FS-FERIES-OK  VALUE "00".
           88 FS-FERIES-EOF VALUE "10".
       01  FS-REVISIONS PIC X(02).
           88 FS-REVISIONS-OK  VALUE "00".
           88 FS-REVISIONS-EOF VALUE "10".
       01  FS-KM PIC X(02).
           88 FS-KM-OK  VALUE "00".
           88 FS-KM-EOF VALUE "10".
       01  FS-ECHEANCES PIC X(02).

      *    Jour traité, son jour de semaine réel et le jour de
      *    semaine effectif (exception J ou férié = plan du
      *    dimanche), comme le mode date d'horextr.
       01  WS-TODAY      PIC 9(08).
       01  WS-DATE-ENV   PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM   PIC 9(08).
       01  WS-DATE-INT   PIC 9(08) COMP.
       01  WS-REAL-DAY   PIC 9(01).
       01  WS-EFFECT-DAY PIC 9(01).
       01  WS-IS-FERIE   PIC X(01) VALUE "N".
           88 WS-IS-FERIE-Y VALUE "Y".

      *    Exceptions S (services annulés) du jour traité.
       01  WS-CANCEL-TABLE.
           03 WS-CA-CNT PIC 9(02) VALUE ZERO.
           03 WS-CA OCCURS 50 TIMES
                    INDEXED BY WS-CA-IDX.
               05 WS-CA-STATION PIC X(18).
               05 WS-CA-TIME    PIC 9(04).

      *    Distances entre gares.
       01  TABLE-DISTANCE.
           03 DI-CNT PIC 9(03) VALUE ZERO.
           03 DI-ENT OCCURS 300 TIMES
                     INDEXED BY DI-IDX.
               05 DI-GARE-A PIC X(18).
               05 DI-GARE-B PIC X(18).
               05 DI-KM     PIC 9(04).

      *    Seuils de révision par type de matériel.
       01  TABLE-SEUIL.
           03 SE-CNT PIC 9(02) VALUE ZERO.
           03 SE-ENT OCCURS 10 TIMES
                     INDEXED BY SE-IDX.
               05 SE-TYPE      PIC X(03).
               05 SE-SEUIL-KM  PIC 9(06).
               05 SE-ALERTE-KM PIC 9(06).

      *    Compteurs des rames : ceux de "kilometrage-rames.dat",
      *    plus les rames vues pour la première fois dans le maître.
       01  TABLE-RAME-KM.
           03 RK-CNT PIC 9(03) VALUE ZERO.
           03 RK-ENT OCCURS 200 TIMES
                     INDEXED BY RK-IDX.
               05 RK-RAME     PIC X(06).
               05 RK-TYPE     PIC X(03).
               05 RK-KM       PIC 9(07).
               05 RK-DERNIER  PIC 9(08).
               05 RK-REVISION PIC 9(08).
               05 RK-KM-JOUR  PIC 9(05).
               05 RK-DEJA     PIC X(01).
                  88 RK-DEJA-Y VALUE "Y".

       01  WS-SVC-TIME    PIC 9(04).
       01  WS-SVC-KM      PIC 9(04).
       01  WS-FOUND       PIC X(01).
           88 WS-FOUND-Y VALUE "Y".
       01  WS-SEUIL-KM    PIC 9(06).
       01  WS-ALERTE-KM   PIC 9(06).
       01  WS-RESTE       PIC S9(07).
       01  WS-JOURS-RESTE PIC 9(05).
       01  WS-ECHEANCE    PIC 9(08).
       01  WS-STATUT      PIC X(10).

       01  WS-SVC-CNT      PIC 9(05) VALUE ZERO.
       01  WS-INCONNU-CNT  PIC 9(05) VALUE ZERO.
       01  WS-DEJA-CNT     PIC 9(05) VALUE ZERO.
       01  WS-ECHUE-CNT    PIC 9(03) VALUE ZERO.
       01  WS-PREVOIR-CNT  PIC 9(03) VALUE ZERO.

       01  WS-KM-E        PIC Z(6)9.
       01  WS-KM-JOUR-E   PIC Z(4)9.
       01  WS-RESTE-E     PIC -(6)9.
       01  WS-SEUIL-E     PIC Z(5)9.
       01  WS-ECHEANCE-E  PIC X(08).
       01  WS-LINE        PIC X(132).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "trainkm".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-SVC-CNT TO WS-RUN-READ.
           MOVE RK-CNT TO WS-RUN-WRITTEN.
           MOVE WS-INCONNU-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : prépare le jour, charge les référentiels et les      *
      *    compteurs, applique les révisions faites, cumule les        *
      *    services du jour, puis édite les échéances et réécrit les   *
      *    compteurs.                                                  *
      ******************************************************************
       START-MAIN.
           PERFORM START-INIT-DATE THRU END-INIT-DATE.
           PERFORM START-R-DISTANCES THRU END-R-DISTANCES.
           PERFORM START-R-SEUILS THRU END-R-SEUILS.
           PERFORM START-R-KM THRU END-R-KM.
           PERFORM START-R-REVISIONS THRU END-R-REVISIONS.

           OPEN OUTPUT F-ECHEANCES.
           MOVE SPACES TO WS-LINE.
           STRING "*** ECHEANCES DE MAINTENANCE DES RAMES - JOUR"
              SPACE WS-DATE-NUM SPACE "***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-ECHEANCES FROM WS-LINE.

           PERFORM START-R-MAITRE THRU END-R-MAITRE.
           PERFORM START-CUMULE THRU END-CUMULE.
           PERFORM START-W-ECHEANCES THRU END-W-ECHEANCES.
           CLOSE F-ECHEANCES.

           PERFORM START-W-KM THRU END-W-KM.

           DISPLAY "KILOMETRAGE DU" SPACE WS-DATE-NUM SPACE
              "- SERVICES :" SPACE WS-SVC-CNT SPACE
              "- DISTANCES INCONNUES :" SPACE WS-INCONNU-CNT SPACE
              "- ECHUES :" SPACE WS-ECHUE-CNT SPACE
              "- A PREVOIR :" SPACE WS-PREVOIR-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Jour traité (TRAINKM-DATE, la veille à défaut), jour de     *
      *    semaine effectif et services annulés du jour.               *
      ******************************************************************
       START-INIT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "TRAINKM-DATE".
           IF WS-DATE-ENV IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-DATE-ENV)) = ZERO
                 MOVE WS-DATE-ENV TO WS-DATE-NUM
              END-IF
           END-IF.

      *    Le 01/01/1601 (jour 1 du calendrier intrinsèque) était un
      *    lundi : le jour de semaine s'en déduit directement.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-REAL-DAY =
              FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           MOVE WS-REAL-DAY TO WS-EFFECT-DAY.

           OPEN INPUT F-FERIES.
           IF FS-FERIES-OK
              PERFORM UNTIL FS-FERIES-EOF
                 READ F-FERIES
                 AT END
                    SET FS-FERIES-EOF TO TRUE
                 NOT AT END
                    IF R-FERIES EQUAL WS-DATE-NUM
                       SET WS-IS-FERIE-Y TO TRUE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FERIES
           END-IF.

           IF WS-IS-FERIE-Y
              MOVE 7 TO WS-EFFECT-DAY
           END-IF.

           OPEN INPUT F-EXCEPT.
           IF NOT FS-EXCEPT-OK
              GO TO END-INIT-DATE
           END-IF.

           PERFORM UNTIL FS-EXCEPT-EOF
              READ F-EXCEPT
              AT END
                 SET FS-EXCEPT-EOF TO TRUE
              NOT AT END
                 IF E-DATE EQUAL WS-DATE-NUM
                    IF E-KIND-JOURNEE
                       MOVE E-RUNS-AS TO WS-EFFECT-DAY
                    END-IF
                    IF E-KIND-SERVICE AND WS-CA-CNT < 50
                       ADD 1 TO WS-CA-CNT
                       MOVE E-STATION TO WS-CA-STATION(WS-CA-CNT)
                       MOVE E-TIME    TO WS-CA-TIME(WS-CA-CNT)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-EXCEPT.
       END-INIT-DATE.
           EXIT.

      ******************************************************************
      *    Charge les distances entre gares.                           *
      ******************************************************************
       START-R-DISTANCES.
           OPEN INPUT F-DISTANCES.
           IF NOT FS-DISTANCES-OK
              DISPLAY "AVERTISSEMENT : distances-gares.dat ABSENT"
              GO TO END-R-DISTANCES
           END-IF.

           PERFORM UNTIL FS-DISTANCES-EOF
              READ F-DISTANCES
              AT END
                 SET FS-DISTANCES-EOF TO TRUE
              NOT AT END
                 IF DI-CNT < 300
                    ADD 1 TO DI-CNT
                    MOVE D-GARE-A TO DI-GARE-A(DI-CNT)
                    MOVE D-GARE-B TO DI-GARE-B(DI-CNT)
                    MOVE D-KM     TO DI-KM(DI-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-DISTANCES.
       END-R-DISTANCES.
           EXIT.

      ******************************************************************
      *    Charge les seuils de révision par type de matériel.         *
      ******************************************************************
       START-R-SEUILS.
           OPEN INPUT F-SEUILS.
           IF NOT FS-SEUILS-OK
              DISPLAY "AVERTISSEMENT : seuils-maintenance.dat ABSENT"
              GO TO END-R-SEUILS
           END-IF.

           PERFORM UNTIL FS-SEUILS-EOF
              READ F-SEUILS
              AT END
                 SET FS-SEUILS-EOF TO TRUE
              NOT AT END
                 IF SE-CNT < 10
                    ADD 1 TO SE-CNT
                    MOVE S-TYPE      TO SE-TYPE(SE-CNT)
                    MOVE S-SEUIL-KM  TO SE-SEUIL-KM(SE-CNT)
                    MOVE S-ALERTE-KM TO SE-ALERTE-KM(SE-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-SEUILS.
       END-R-SEUILS.
           EXIT.

      ******************************************************************
      *    Charge les compteurs des rames (absents au premier          *
      *    passage : toutes les rames partent alors de zéro).          *
      ******************************************************************
       START-R-KM.
           OPEN INPUT F-KM.
           IF NOT FS-KM-OK
              GO TO END-R-KM
           END-IF.

           PERFORM UNTIL FS-KM-EOF
              READ F-KM
              AT END
                 SET FS-KM-EOF TO TRUE
              NOT AT END
                 IF RK-CNT < 200
                    ADD 1 TO RK-CNT
                    MOVE K-RAME         TO RK-RAME(RK-CNT)
                    MOVE K-TYPE         TO RK-TYPE(RK-CNT)
                    MOVE K-KM           TO RK-KM(RK-CNT)
                    MOVE K-DERNIER-JOUR TO RK-DERNIER(RK-CNT)
                    MOVE K-REVISION     TO RK-REVISION(RK-CNT)
                    MOVE ZERO           TO RK-KM-JOUR(RK-CNT)
                    MOVE "N"            TO RK-DEJA(RK-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-KM.
       END-R-KM.
           EXIT.

      ******************************************************************
      *    Révisions faites jusqu'au jour traité et postérieures à la  *
      *    dernière connue : le compteur de la rame repart de zéro.    *
      ******************************************************************
       START-R-REVISIONS.
           OPEN INPUT F-REVISIONS.
           IF NOT FS-REVISIONS-OK
              GO TO END-R-REVISIONS
           END-IF.

           PERFORM UNTIL FS-REVISIONS-EOF
              READ F-REVISIONS
              AT END
                 SET FS-REVISIONS-EOF TO TRUE
              NOT AT END
                 IF RV-DATE NOT > WS-DATE-NUM
                    MOVE RV-RAME TO H-RAME
                    MOVE SPACES  TO H-TYPE
                    PERFORM START-FIND-RAME THRU END-FIND-RAME
                    IF WS-FOUND-Y
                       AND RV-DATE > RK-REVISION(RK-IDX)
                       MOVE ZERO    TO RK-KM(RK-IDX)
                       MOVE RV-DATE TO RK-REVISION(RK-IDX)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-REVISIONS.
       END-R-REVISIONS.
           EXIT.

      ******************************************************************
      *    Parcourt le maître et cumule les services assurés le jour   *
      *    traité.                                                     *
      ******************************************************************
       START-R-MAITRE.
           OPEN INPUT F-MAITRE.
           IF NOT FS-MAITRE-OK
              DISPLAY "ERREUR OUVERTURE horaire-maitre.dat :" SPACE
                 FS-MAITRE
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-R-MAITRE
           END-IF.

           PERFORM UNTIL FS-MAITRE-EOF
              READ F-MAITRE
              AT END
                 SET FS-MAITRE-EOF TO TRUE
              NOT AT END
                 PERFORM START-HANDLE-ONE THRU END-HANDLE-ONE
              END-READ
           END-PERFORM.

           CLOSE F-MAITRE.
       END-R-MAITRE.
           EXIT.

      ******************************************************************
      *    Service courant : retenu s'il a une rame, est de la         *
      *    version active, circule le jour effectif et n'est pas       *
      *    annulé ; ses kilomètres vont au compteur du jour de sa      *
      *    rame.                                                       *
      ******************************************************************
       START-HANDLE-ONE.
           IF H-RAME = SPACES
              GO TO END-HANDLE-ONE
           END-IF.

           IF (H-VALID-FROM > ZERO
               AND WS-DATE-NUM < H-VALID-FROM)
              OR (H-VALID-TO > ZERO
                  AND WS-DATE-NUM > H-VALID-TO)
              GO TO END-HANDLE-ONE
           END-IF.

           IF H-JOURS NOT = SPACES
              AND H-JOURS(WS-EFFECT-DAY:1) NOT = "O"
              GO TO END-HANDLE-ONE
           END-IF.

           COMPUTE WS-SVC-TIME = H-TIME-HH * 100 + H-TIME-MM.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-CNT
              IF WS-CA-STATION(WS-CA-IDX) EQUAL H-STATION
                 AND WS-CA-TIME(WS-CA-IDX) EQUAL WS-SVC-TIME
                 GO TO END-HANDLE-ONE
              END-IF
           END-PERFORM.

           ADD 1 TO WS-SVC-CNT.

           PERFORM START-FIND-RAME THRU END-FIND-RAME.
           IF NOT WS-FOUND-Y
              GO TO END-HANDLE-ONE
           END-IF.

      *    Jour déjà cumulé pour cette rame (traitement relancé) : le
      *    service est édité au jour mais START-CUMULE ne le compte
      *    pas une seconde fois.
           IF RK-DERNIER(RK-IDX) NOT < WS-DATE-NUM
              SET RK-DEJA-Y(RK-IDX) TO TRUE
              ADD 1 TO WS-DEJA-CNT
           END-IF.

      *    Distance de l'arc provenance -> gare, dans un sens ou dans
      *    l'autre (provenance sur 10 positions).
           MOVE ZERO TO WS-SVC-KM.
           SET DI-IDX TO 1.
           SEARCH DI-ENT
              AT END
                 ADD 1 TO WS-INCONNU-CNT
                 MOVE SPACES TO WS-LINE
                 STRING "DISTANCE INCONNUE :" SPACE H-PROVENANCE SPACE
                    "->" SPACE H-STATION SPACE "RAME" SPACE H-RAME
                    SPACE "SERVICE DE" SPACE H-TIME-HH ":" H-TIME-MM
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-ECHEANCES FROM WS-LINE
                 GO TO END-HANDLE-ONE
              WHEN DI-IDX NOT > DI-CNT
                 AND DI-GARE-A(DI-IDX)(1:10) EQUAL H-PROVENANCE
                 AND DI-GARE-B(DI-IDX) EQUAL H-STATION
                 MOVE DI-KM(DI-IDX) TO WS-SVC-KM
              WHEN DI-IDX NOT > DI-CNT
                 AND DI-GARE-B(DI-IDX)(1:10) EQUAL H-PROVENANCE
                 AND DI-GARE-A(DI-IDX) EQUAL H-STATION
                 MOVE DI-KM(DI-IDX) TO WS-SVC-KM
           END-SEARCH.

           ADD WS-SVC-KM TO RK-KM-JOUR(RK-IDX).
       END-HANDLE-ONE.
           EXIT.

      ******************************************************************
      *    Cherche la rame H-RAME dans la table des compteurs (RK-IDX  *
      *    la désigne au retour) ; une rame nouvelle y est ajoutée,    *
      *    avec le type H-TYPE. Le type d'une rame connue sans type    *
      *    est complété.                                               *
      ******************************************************************
       START-FIND-RAME.
           MOVE "N" TO WS-FOUND.
           SET RK-IDX TO 1.
           SEARCH RK-ENT
              AT END
                 IF RK-CNT < 200
                    ADD 1 TO RK-CNT
                    SET RK-IDX TO RK-CNT
                    MOVE H-RAME TO RK-RAME(RK-IDX)
                    MOVE H-TYPE TO RK-TYPE(RK-IDX)
                    MOVE ZERO   TO RK-KM(RK-IDX)
                    MOVE ZERO   TO RK-DERNIER(RK-IDX)
                    MOVE ZERO   TO RK-REVISION(RK-IDX)
                    MOVE ZERO   TO RK-KM-JOUR(RK-IDX)
                    MOVE "N"    TO RK-DEJA(RK-IDX)
                    SET WS-FOUND-Y TO TRUE
                 ELSE
                    DISPLAY "AVERTISSEMENT : PLUS DE 200 RAMES, RAME"
                       SPACE H-RAME SPACE "NON SUIVIE"
                 END-IF
              WHEN RK-IDX NOT > RK-CNT
                 AND RK-RAME(RK-IDX) EQUAL H-RAME
                 SET WS-FOUND-Y TO TRUE
           END-SEARCH.

           IF WS-FOUND-Y AND RK-TYPE(RK-IDX) = SPACES
              MOVE H-TYPE TO RK-TYPE(RK-IDX)
           END-IF.
       END-FIND-RAME.
           EXIT.

      ******************************************************************
      *    Ajoute les kilomètres du jour aux compteurs et note le      *
      *    jour comme cumulé (sauf pour les rames déjà passées).       *
      ******************************************************************
       START-CUMULE.
           PERFORM VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-CNT
              IF RK-DERNIER(RK-IDX) < WS-DATE-NUM
                 ADD RK-KM-JOUR(RK-IDX) TO RK-KM(RK-IDX)
                 MOVE WS-DATE-NUM TO RK-DERNIER(RK-IDX)
              END-IF
           END-PERFORM.
       END-CUMULE.
           EXIT.

      ******************************************************************
      *    Edite une ligne par rame : kilomètres du jour et depuis     *
      *    révision, seuil, reste et échéance estimée, et le statut    *
      *    ECHUE (seuil atteint) ou A PREVOIR (dans la marge).         *
      ******************************************************************
       START-W-ECHEANCES.
           MOVE SPACES TO WS-LINE.
           STRING "RAME   TYPE  KM JOUR  KM DEPUIS REV.   SEUIL"
              "     RESTE  ECHEANCE  STATUT"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-ECHEANCES FROM WS-LINE.

           PERFORM VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-CNT
              PERFORM START-W-ONE-RAME THRU END-W-ONE-RAME
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           STRING "RAMES SUIVIES :" SPACE RK-CNT SPACE
              "- ECHUES :" SPACE WS-ECHUE-CNT SPACE
              "- A PREVOIR :" SPACE WS-PREVOIR-CNT SPACE
              "- DISTANCES INCONNUES :" SPACE WS-INCONNU-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-ECHEANCES FROM WS-LINE.

           IF WS-DEJA-CNT > ZERO
              MOVE SPACES TO WS-LINE
              STRING "JOUR DEJA CUMULE, SERVICES NON RECOMPTES :"
                 SPACE WS-DEJA-CNT
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-ECHEANCES FROM WS-LINE
           END-IF.
       END-W-ECHEANCES.
           EXIT.

      ******************************************************************
       START-W-ONE-RAME.
           MOVE ZERO TO WS-SEUIL-KM.
           MOVE ZERO TO WS-ALERTE-KM.
           MOVE SPACES TO WS-STATUT.
           MOVE SPACES TO WS-ECHEANCE-E.

           SET SE-IDX TO 1.
           SEARCH SE-ENT
              AT END
                 MOVE "SANS SEUIL" TO WS-STATUT
              WHEN SE-IDX NOT > SE-CNT
                 AND SE-TYPE(SE-IDX) EQUAL RK-TYPE(RK-IDX)
                 MOVE SE-SEUIL-KM(SE-IDX)  TO WS-SEUIL-KM
                 MOVE SE-ALERTE-KM(SE-IDX) TO WS-ALERTE-KM
           END-SEARCH.

           COMPUTE WS-RESTE = WS-SEUIL-KM - RK-KM(RK-IDX).

           IF WS-STATUT = SPACES
              EVALUATE TRUE
                 WHEN WS-RESTE NOT > ZERO
                    MOVE "ECHUE" TO WS-STATUT
                    ADD 1 TO WS-ECHUE-CNT
                    MOVE WS-DATE-NUM TO WS-ECHEANCE-E
                 WHEN WS-RESTE NOT > WS-ALERTE-KM
                    MOVE "A PREVOIR" TO WS-STATUT
                    ADD 1 TO WS-PREVOIR-CNT
                 WHEN OTHER
                    MOVE "OK" TO WS-STATUT
              END-EVALUATE
           END-IF.

      *    Echéance estimée au rythme du jour : autant de jours qu'il
      *    en faut pour couvrir le reste (arrondi au jour supérieur).
           IF WS-RESTE > ZERO AND RK-KM-JOUR(RK-IDX) > ZERO
              AND WS-SEUIL-KM > ZERO
              COMPUTE WS-JOURS-RESTE =
                 (WS-RESTE + RK-KM-JOUR(RK-IDX) - 1)
                 / RK-KM-JOUR(RK-IDX)
              COMPUTE WS-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                 WS-DATE-INT + WS-JOURS-RESTE)
              MOVE WS-ECHEANCE TO WS-ECHEANCE-E
           END-IF.

           MOVE RK-KM-JOUR(RK-IDX) TO WS-KM-JOUR-E.
           MOVE RK-KM(RK-IDX)      TO WS-KM-E.
           MOVE WS-SEUIL-KM        TO WS-SEUIL-E.
           MOVE WS-RESTE           TO WS-RESTE-E.

           MOVE SPACES TO WS-LINE.
           STRING RK-RAME(RK-IDX) SPACE RK-TYPE(RK-IDX) "   "
              WS-KM-JOUR-E "   " WS-KM-E "       "
              WS-SEUIL-E "  " WS-RESTE-E "  "
              WS-ECHEANCE-E "  " WS-STATUT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-ECHEANCES FROM WS-LINE.
       END-W-ONE-RAME.
           EXIT.

      ******************************************************************
      *    Réécrit les compteurs des rames.                            *
      ******************************************************************
       START-W-KM.
           OPEN OUTPUT F-KM.
           PERFORM VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-CNT
              MOVE RK-RAME(RK-IDX)     TO K-RAME
              MOVE RK-TYPE(RK-IDX)     TO K-TYPE
              MOVE RK-KM(RK-IDX)       TO K-KM
              MOVE RK-DERNIER(RK-IDX)  TO K-DERNIER-JOUR
              MOVE RK-REVISION(RK-IDX) TO K-REVISION
              WRITE KM-RAME-DETAILS
           END-PERFORM.
           CLOSE F-KM.
       END-W-KM.
           EXIT.
