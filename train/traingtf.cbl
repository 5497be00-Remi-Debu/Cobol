      ******************************************************************
      *    Export des horaires en données ouvertes (format GTFS) : les *
      *    partenaires de calcul d'itinéraire et l'autorité régionale  *
      *    recevaient des impressions de "tableau-arrivees.txt". Le    *
      *    programme lit le maître "horaire-maitre.dat" (copybook      *
      *    horaire), le référentiel "gares-reference.dat" (traingar :  *
      *    code gare sur 5, nom canonique sur 18), les exceptions      *
      *    datées "exceptions-service.dat" et les fériés               *
      *    "jours-feries.dat" (mêmes règles que le mode date de        *
      *    horextr : S = service annulé, J = la journée roule comme un *
      *    autre jour, férié sans J = dimanche) et écrit :             *
      *    - gtfs-stops.txt          : les gares desservies ;          *
      *    - gtfs-routes.txt         : une ligne par type de train ;   *
      *    - gtfs-trips.txt          : un voyage par service, repéré   *
      *      TYPE-CODEGARE-HHMM-DEBUTVALIDITE, stable d'une            *
      *      publication à l'autre ;                                   *
      *    - gtfs-stop-times.txt     : provenance puis gare, lues      *
      *      comme trainiti (départ H-NBR-HEURES avant H-TIME ; un     *
      *      départ la veille passe au-delà de 24:00:00 sur le jour de *
      *      service précédent) ;                                      *
      *    - gtfs-calendar.txt       : un calendrier par voyage, jours *
      *      de H-JOURS, bornes H-VALID-FROM / H-VALID-TO (bornes à    *
      *      zéro : période TRAINGTF-DEBUT / TRAINGTF-FIN, à défaut du *
      *      jour à un an) ;                                           *
      *    - gtfs-calendar-dates.txt : les exceptions datées (1 =      *
      *      ajouté, 2 = supprimé).                                    *
      *    Chaque publication est validée avant de partir : gare ou    *
      *    provenance sans code, trajet sans provenance ou sans durée, *
      *    aucun jour de circulation, bornes de validité invalides,    *
      *    versions d'un même service qui se chevauchent, nom de gare  *
      *    portant une virgule, incident d'écriture. Le compte rendu   *
      *    "gtfs-controle.dat" liste erreurs et avertissements ; sans  *
      *    erreur, les fichiers sont déposés sous leurs noms GTFS dans *
      *    "depot-sortant/gtfs-AAAAMMJJ/", le côté sortant du sas      *
      *    d'échange, et la publication est tracée dans le journal du  *
      *    sas "depot-journal.dat". Avec une erreur, rien ne part.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. traingtf.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAITRE ASSIGN TO "horaire-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAITRE.

           SELECT F-GARES ASSIGN TO "gares-reference.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-GARES.

           SELECT F-EXCEPT ASSIGN TO "exceptions-service.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXCEPT.

           SELECT F-FERIES ASSIGN TO "jours-feries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FERIES.

           SELECT F-STOPS ASSIGN TO "gtfs-stops.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STOPS.

           SELECT F-ROUTES ASSIGN TO "gtfs-routes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ROUTES.

           SELECT F-TRIPS ASSIGN TO "gtfs-trips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRIPS.

           SELECT F-STIMES ASSIGN TO "gtfs-stop-times.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STIMES.

           SELECT F-CAL ASSIGN TO "gtfs-calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CAL.

           SELECT F-CALDT ASSIGN TO "gtfs-calendar-dates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CALDT.

           SELECT F-CONTROLE ASSIGN TO "gtfs-controle.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONTROLE.

           SELECT F-JOURNAL ASSIGN TO "depot-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-MAITRE
           RECORD CONTAINS 46 TO 110 CHARACTERS
           RECORDING MODE IS V.
       COPY horaire.

       FD  F-GARES
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.
       01  R-GARES.
           03 GAR-CODE PIC X(05).
           03 GAR-NOM  PIC X(18).
           03 GAR-DEPT PIC X(03).

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

       FD  F-STOPS
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-STOPS PIC X(200).

       FD  F-ROUTES
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-ROUTES PIC X(200).

       FD  F-TRIPS
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-TRIPS PIC X(200).

       FD  F-STIMES
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-STIMES PIC X(200).

       FD  F-CAL
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-CAL PIC X(200).

       FD  F-CALDT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-CALDT PIC X(200).

       FD  F-CONTROLE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-CONTROLE PIC X(132).

       FD  F-JOURNAL
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  R-JOURNAL PIC X(160).

       WORKING-STORAGE SECTION.
       01  FS-MAITRE PIC X(02).
           88 FS-MAITRE-OK  VALUE "00".
           88 FS-MAITRE-EOF VALUE "10".
       01  FS-GARES PIC X(02).
           88 FS-GARES-OK  VALUE "00".
           88 FS-GARES-EOF VALUE "10".
       01  FS-EXCEPT PIC X(02).
           88 FS-EXCEPT-OK  VALUE "00".
           88 FS-EXCEPT-EOF VALUE "10".
       01  FS-FERIES PIC X(02).
           88 FS-FERIES-OK  VALUE "00".
           88 FS-FERIES-EOF VALUE "10".
       01  FS-STOPS   PIC X(02).
       01  FS-ROUTES  PIC X(02).
       01  FS-TRIPS   PIC X(02).
       01  FS-STIMES  PIC X(02).
       01  FS-CAL     PIC X(02).
       01  FS-CALDT   PIC X(02).
       01  FS-CONTROLE PIC X(02).
       01  FS-JOURNAL PIC X(02).
           88 FS-JOURNAL-OK VALUE "00".

      *    Référentiel des gares ; GR-USED marque les gares
      *    desservies, seules publiées.
       01  TABLE-GARE.
           03 GR-CNT PIC 9(03) VALUE ZERO.
           03 GR-ENT OCCURS 300 TIMES
                     INDEXED BY GR-IDX.
               05 GR-CODE PIC X(05).
               05 GR-NOM  PIC X(18).
               05 GR-USED PIC X(01).

      *    Services du maître. SV-DECAL : jours entre le jour de
      *    service (départ) et le jour d'arrivée ; SV-DEBUT / SV-FIN :
      *    bornes du calendrier publié, en jours de service.
       01  TABLE-SERVICE.
           03 SV-CNT PIC 9(03) VALUE ZERO.
           03 SV-ENT OCCURS 500 TIMES
                     INDEXED BY SV-IDX, SV-IDX2.
               05 SV-TYPE     PIC X(03).
               05 SV-STATION  PIC X(18).
               05 SV-PROV     PIC X(10).
               05 SV-HHMM     PIC 9(04).
               05 SV-NBR      PIC 9(02).
               05 SV-JOURS    PIC X(07).
               05 SV-FROM     PIC 9(08).
               05 SV-TO       PIC 9(08).
               05 SV-GR-ARR   PIC 9(03).
               05 SV-GR-DEP   PIC 9(03).
               05 SV-DECAL    PIC 9(01).
               05 SV-DEP-MIN  PIC S9(05).
               05 SV-ARR-MIN  PIC 9(05).
               05 SV-DEBUT    PIC 9(08).
               05 SV-FIN      PIC 9(08).
               05 SV-TRIP     PIC X(30).
               05 SV-ETAT     PIC X(01).
                  88 SV-PUBLIE VALUE "P".
                  88 SV-ERREUR VALUE "E".
                  88 SV-ECHU   VALUE "X".

      *    Dates particulières : férié et/ou exception J (jour de
      *    semaine sur lequel la journée roule).
       01  TABLE-DATE.
           03 SD-CNT PIC 9(03) VALUE ZERO.
           03 SD-ENT OCCURS 400 TIMES
                     INDEXED BY SD-IDX.
               05 SD-DATE    PIC 9(08).
               05 SD-FERIE   PIC X(01).
               05 SD-RUNS-AS PIC 9(01).

      *    Exceptions S : services annulés à une date.
       01  TABLE-ANNUL.
           03 CA-CNT PIC 9(03) VALUE ZERO.
           03 CA-ENT OCCURS 500 TIMES
                     INDEXED BY CA-IDX.
               05 CA-DATE    PIC 9(08).
               05 CA-STATION PIC X(18).
               05 CA-TIME    PIC 9(04).
               05 CA-USED    PIC X(01).

       01  WS-DEBUT-ENV PIC X(08) VALUE SPACES.
       01  WS-FIN-ENV   PIC X(08) VALUE SPACES.
       01  WS-DEBUT     PIC 9(08).
       01  WS-FIN       PIC 9(08).
       01  WS-TODAY     PIC 9(08).
       01  WS-DATE-NUM  PIC 9(08).
       01  WS-DATE-INT  PIC 9(07).
       01  WS-SVC-DATE  PIC 9(08).
       01  WS-REAL-DAY  PIC 9(01).
       01  WS-EFFECT-DAY PIC 9(01).
       01  WS-DAY       PIC 9(01).
       01  WS-NORMAL    PIC X(01).
       01  WS-EFFECT    PIC X(01).
       01  WS-RUNS      PIC X(01).
       01  WS-BORNE-A   PIC 9(08).
       01  WS-BORNE-B   PIC 9(08).

       01  WS-ROUTE-TGV PIC X(01) VALUE "N".
       01  WS-ROUTE-COR PIC X(01) VALUE "N".
       01  WS-ROUTE-TER PIC X(01) VALUE "N".

       01  WS-TALLY     PIC 9(02).
       01  WS-FLAGS     PIC X(14).
       01  WS-MIN-WORK  PIC 9(05).
       01  WS-HHH       PIC 9(03).
       01  WS-MM        PIC 9(02).
       01  WS-HMS       PIC X(09).
       01  WS-HMS-DEP   PIC X(09).
       01  WS-CODE-DEP  PIC X(05).
       01  WS-CODE-ARR  PIC X(05).
       01  WS-EXC-TYPE  PIC X(01).
       01  WS-TEXT      PIC X(120).
       01  WS-LINE      PIC X(200).
       01  WS-COMMAND   PIC X(200).
       01  WS-HORODATE  PIC X(15).
       01  WS-SORTANT   PIC X(40).

       01  WS-ERR-CNT    PIC 9(05) VALUE ZERO.
       01  WS-WARN-CNT   PIC 9(05) VALUE ZERO.
       01  WS-ECHU-CNT   PIC 9(05) VALUE ZERO.
       01  WS-FRET-CNT   PIC 9(05) VALUE ZERO.
       01  WS-FRET       PIC X(01).
           88 WS-FRET-Y  VALUE "Y".
       01  HALT-IDX      PIC 9(02).
       01  WS-STOPS-CNT  PIC 9(05) VALUE ZERO.
       01  WS-ROUTES-CNT PIC 9(05) VALUE ZERO.
       01  WS-TRIPS-CNT  PIC 9(05) VALUE ZERO.
       01  WS-STIMES-CNT PIC 9(05) VALUE ZERO.
       01  WS-CAL-CNT    PIC 9(05) VALUE ZERO.
       01  WS-CALDT-CNT  PIC 9(05) VALUE ZERO.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "traingtf".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-TRIPS-CNT TO WS-RUN-WRITTEN.
           MOVE WS-ERR-CNT   TO WS-RUN-REJECTED.
           IF WS-ERR-CNT > ZERO
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : charge référentiel, exceptions et maître, valide,    *
      *    écrit les six fichiers puis publie si rien n'est en erreur. *
      ******************************************************************
       START-MAIN.
           PERFORM START-INIT THRU END-INIT.

           OPEN OUTPUT F-CONTROLE.
           MOVE "*** EXPORT GTFS DES HORAIRES ***" TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "PERIODE PAR DEFAUT :" SPACE WS-DEBUT SPACE "AU"
              SPACE WS-FIN
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           PERFORM START-R-GARES THRU END-R-GARES.
           PERFORM START-R-FERIES THRU END-R-FERIES.
           PERFORM START-R-EXCEPT THRU END-R-EXCEPT.
           PERFORM START-R-MAITRE THRU END-R-MAITRE.

           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-CNT
              PERFORM START-CHECK-SERVICE THRU END-CHECK-SERVICE
           END-PERFORM.
           PERFORM START-CHECK-VERSIONS THRU END-CHECK-VERSIONS.

           PERFORM START-W-STOPS THRU END-W-STOPS.
           PERFORM START-W-ROUTES THRU END-W-ROUTES.
           PERFORM START-W-TRIPS THRU END-W-TRIPS.

      *    Une exception S qui ne désigne aucun service publié est
      *    sans doute une saisie erronée.
           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-CNT
              IF CA-USED(CA-IDX) = "N"
                 MOVE SPACES TO WS-TEXT
                 STRING "EXCEPTION S DU" SPACE CA-DATE(CA-IDX) SPACE
                    FUNCTION TRIM(CA-STATION(CA-IDX)) SPACE
                    CA-TIME(CA-IDX) SPACE ": AUCUN SERVICE PUBLIE"
                    DELIMITED BY SIZE INTO WS-TEXT
                 PERFORM START-ADD-AVERT THRU END-ADD-AVERT
              END-IF
           END-PERFORM.

           PERFORM START-W-BILAN THRU END-W-BILAN.

           IF WS-ERR-CNT = ZERO
              PERFORM START-PUBLIE THRU END-PUBLIE
           ELSE
              MOVE "PUBLICATION BLOQUEE : CORRIGER LES ERREURS"
                 TO WS-LINE
              WRITE R-CONTROLE FROM WS-LINE
           END-IF.
           CLOSE F-CONTROLE.

           DISPLAY "VOYAGES :" SPACE WS-TRIPS-CNT SPACE
              "ERREURS :" SPACE WS-ERR-CNT SPACE
              "AVERTISSEMENTS :" SPACE WS-WARN-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Période des services permanents (bornes à zéro) : de        *
      *    TRAINGTF-DEBUT à TRAINGTF-FIN, à défaut du jour à un an.    *
      ******************************************************************
       START-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DEBUT.
           ACCEPT WS-DEBUT-ENV FROM ENVIRONMENT "TRAINGTF-DEBUT".
           IF WS-DEBUT-ENV IS NUMERIC
              MOVE WS-DEBUT-ENV TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                 MOVE WS-DATE-NUM TO WS-DEBUT
              END-IF
           END-IF.

           COMPUTE WS-FIN = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DEBUT) + 364).
           ACCEPT WS-FIN-ENV FROM ENVIRONMENT "TRAINGTF-FIN".
           IF WS-FIN-ENV IS NUMERIC
              MOVE WS-FIN-ENV TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                 AND WS-DATE-NUM NOT < WS-DEBUT
                 MOVE WS-DATE-NUM TO WS-FIN
              END-IF
           END-IF.
       END-INIT.
           EXIT.

      ******************************************************************
      *    Charge le référentiel des gares (obligatoire : sans code,   *
      *    pas de publication).                                        *
      ******************************************************************
       START-R-GARES.
           OPEN INPUT F-GARES.
           IF NOT FS-GARES-OK
              MOVE "gares-reference.dat ABSENT" TO WS-TEXT
              PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
              GO TO END-R-GARES
           END-IF.

           PERFORM UNTIL FS-GARES-EOF
              READ F-GARES
              AT END
                 SET FS-GARES-EOF TO TRUE
              NOT AT END
                 IF GR-CNT < 300
                    ADD 1 TO GR-CNT
                    MOVE GAR-CODE TO GR-CODE(GR-CNT)
                    MOVE GAR-NOM  TO GR-NOM(GR-CNT)
                    MOVE "N"      TO GR-USED(GR-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-GARES.
       END-R-GARES.
           EXIT.

      ******************************************************************
      *    Fériés : une date particulière chacun (facultatif).         *
      ******************************************************************
       START-R-FERIES.
           OPEN INPUT F-FERIES.
           IF NOT FS-FERIES-OK
              GO TO END-R-FERIES
           END-IF.

           PERFORM UNTIL FS-FERIES-EOF
              READ F-FERIES
              AT END
                 SET FS-FERIES-EOF TO TRUE
              NOT AT END
                 MOVE R-FERIES TO WS-DATE-NUM
                 PERFORM START-FIND-DATE THRU END-FIND-DATE
                 IF SD-IDX NOT > SD-CNT
                    MOVE "O" TO SD-FERIE(SD-IDX)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-FERIES.
       END-R-FERIES.
           EXIT.

      ******************************************************************
      *    Exceptions datées (facultatif) : J sur la date              *
      *    particulière, S dans la table des annulations.              *
      ******************************************************************
       START-R-EXCEPT.
           OPEN INPUT F-EXCEPT.
           IF NOT FS-EXCEPT-OK
              GO TO END-R-EXCEPT
           END-IF.

           PERFORM UNTIL FS-EXCEPT-EOF
              READ F-EXCEPT
              AT END
                 SET FS-EXCEPT-EOF TO TRUE
              NOT AT END
                 MOVE E-DATE TO WS-DATE-NUM
                 PERFORM START-FIND-DATE THRU END-FIND-DATE
                 IF SD-IDX NOT > SD-CNT
                    IF E-KIND-JOURNEE
                       AND E-RUNS-AS > ZERO AND E-RUNS-AS < 8
                       MOVE E-RUNS-AS TO SD-RUNS-AS(SD-IDX)
                    END-IF
                    IF E-KIND-SERVICE AND CA-CNT < 500
                       ADD 1 TO CA-CNT
                       MOVE E-DATE    TO CA-DATE(CA-CNT)
                       MOVE E-STATION TO CA-STATION(CA-CNT)
                       MOVE E-TIME    TO CA-TIME(CA-CNT)
                       MOVE "N"       TO CA-USED(CA-CNT)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-EXCEPT.
       END-R-EXCEPT.
           EXIT.

      ******************************************************************
      *    Retrouve (ou crée) la date particulière WS-DATE-NUM ;       *
      *    SD-IDX au-delà de SD-CNT si la date est invalide ou la      *
      *    table pleine.                                               *
      ******************************************************************
       START-FIND-DATE.
           IF WS-DATE-NUM NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
              MOVE SPACES TO WS-TEXT
              STRING "DATE D'EXCEPTION OU DE FERIE INVALIDE :" SPACE
                 WS-DATE-NUM
                 DELIMITED BY SIZE INTO WS-TEXT
              PERFORM START-ADD-AVERT THRU END-ADD-AVERT
              SET SD-IDX TO SD-CNT
              SET SD-IDX UP BY 1
              GO TO END-FIND-DATE
           END-IF.

           SET SD-IDX TO 1.
           SEARCH SD-ENT
              AT END
                 IF SD-CNT < 400
                    ADD 1 TO SD-CNT
                    SET SD-IDX TO SD-CNT
                    MOVE WS-DATE-NUM TO SD-DATE(SD-IDX)
                    MOVE "N"         TO SD-FERIE(SD-IDX)
                    MOVE ZERO        TO SD-RUNS-AS(SD-IDX)
                 ELSE
                    SET SD-IDX TO SD-CNT
                    SET SD-IDX UP BY 1
                 END-IF
              WHEN SD-DATE(SD-IDX) = WS-DATE-NUM
                   AND SD-IDX NOT > SD-CNT
                 CONTINUE
           END-SEARCH.
       END-FIND-DATE.
           EXIT.

      ******************************************************************
      *    Charge le maître.                                           *
      ******************************************************************
       START-R-MAITRE.
           OPEN INPUT F-MAITRE.
           IF NOT FS-MAITRE-OK
              MOVE "horaire-maitre.dat ABSENT" TO WS-TEXT
              PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
              GO TO END-R-MAITRE
           END-IF.

           PERFORM UNTIL FS-MAITRE-EOF
              READ F-MAITRE
              AT END
                 SET FS-MAITRE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
      *          Sillon fret (arrêt F) : hors des données voyageurs.
                 MOVE "N" TO WS-FRET
                 PERFORM VARYING HALT-IDX FROM 1 BY 1
                         UNTIL HALT-IDX > 10
                    IF H-HALT-FLAG(HALT-IDX) = "F"
                       SET WS-FRET-Y TO TRUE
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                 WHEN WS-FRET-Y
                    ADD 1 TO WS-FRET-CNT
                 WHEN SV-CNT < 500
                    ADD 1 TO SV-CNT
                    MOVE H-TYPE       TO SV-TYPE(SV-CNT)
                    MOVE H-STATION    TO SV-STATION(SV-CNT)
                    MOVE H-PROVENANCE TO SV-PROV(SV-CNT)
                    MOVE H-TIME       TO SV-HHMM(SV-CNT)
                    MOVE H-NBR-HEURES TO SV-NBR(SV-CNT)
                    MOVE H-JOURS      TO SV-JOURS(SV-CNT)
                    MOVE H-VALID-FROM TO SV-FROM(SV-CNT)
                    MOVE H-VALID-TO   TO SV-TO(SV-CNT)
                    COMPUTE SV-ARR-MIN(SV-CNT) =
                       H-TIME-HH * 60 + H-TIME-MM
                    COMPUTE SV-DEP-MIN(SV-CNT) =
                       SV-ARR-MIN(SV-CNT) - H-NBR-HEURES * 60
                 WHEN OTHER
                    MOVE "PLUS DE 500 SERVICES AU MAITRE" TO WS-TEXT
                    PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
                 END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE F-MAITRE.
       END-R-MAITRE.
           EXIT.

      ******************************************************************
      *    Valide le service SV-IDX et prépare sa publication :        *
      *    codes gare, décalage de jour, bornes du calendrier,         *
      *    identifiant de voyage.                                      *
      ******************************************************************
       START-CHECK-SERVICE.
           SET SV-PUBLIE(SV-IDX) TO TRUE.
           MOVE ZERO TO SV-GR-ARR(SV-IDX) SV-GR-DEP(SV-IDX).

      *    Version échue avant la période : pas publiée.
           IF SV-TO(SV-IDX) > ZERO AND SV-TO(SV-IDX) < WS-DEBUT
              AND FUNCTION TEST-DATE-YYYYMMDD(SV-TO(SV-IDX)) = ZERO
              SET SV-ECHU(SV-IDX) TO TRUE
              ADD 1 TO WS-ECHU-CNT
              GO TO END-CHECK-SERVICE
           END-IF.

           SET GR-IDX TO 1.
           SEARCH GR-ENT
              AT END
                 MOVE "GARE SANS CODE AU REFERENTIEL" TO WS-TEXT
                 PERFORM START-ERREUR-SERVICE
                    THRU END-ERREUR-SERVICE
              WHEN GR-NOM(GR-IDX) = SV-STATION(SV-IDX)
                   AND GR-IDX NOT > GR-CNT
                 SET SV-GR-ARR(SV-IDX) TO GR-IDX
           END-SEARCH.

           IF SV-PROV(SV-IDX) = SPACES OR SV-NBR(SV-IDX) = ZERO
              MOVE "TRAJET SANS PROVENANCE OU SANS DUREE" TO WS-TEXT
              PERFORM START-ERREUR-SERVICE THRU END-ERREUR-SERVICE
           ELSE
              SET GR-IDX TO 1
              SEARCH GR-ENT
                 AT END
                    MOVE "PROVENANCE SANS CODE AU REFERENTIEL"
                       TO WS-TEXT
                    PERFORM START-ERREUR-SERVICE
                       THRU END-ERREUR-SERVICE
                 WHEN GR-NOM(GR-IDX)(1:10) = SV-PROV(SV-IDX)
                      AND GR-IDX NOT > GR-CNT
                    SET SV-GR-DEP(SV-IDX) TO GR-IDX
              END-SEARCH
           END-IF.

           IF SV-JOURS(SV-IDX) NOT = SPACES
              MOVE ZERO TO WS-TALLY
              INSPECT SV-JOURS(SV-IDX) TALLYING WS-TALLY
                 FOR ALL "O"
              IF WS-TALLY     = ZERO
                 MOVE "AUCUN JOUR DE CIRCULATION" TO WS-TEXT
                 PERFORM START-ERREUR-SERVICE THRU END-ERREUR-SERVICE
              END-IF
           END-IF.

           IF (SV-FROM(SV-IDX) > ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(SV-FROM(SV-IDX))
                   NOT = ZERO)
              OR (SV-TO(SV-IDX) > ZERO
                  AND FUNCTION TEST-DATE-YYYYMMDD(SV-TO(SV-IDX))
                      NOT = ZERO)
              OR (SV-FROM(SV-IDX) > ZERO AND SV-TO(SV-IDX) > ZERO
                  AND SV-FROM(SV-IDX) > SV-TO(SV-IDX))
              MOVE "BORNES DE VALIDITE INVALIDES" TO WS-TEXT
              PERFORM START-ERREUR-SERVICE THRU END-ERREUR-SERVICE
           END-IF.

           IF SV-ERREUR(SV-IDX)
              GO TO END-CHECK-SERVICE
           END-IF.

           MOVE "O" TO GR-USED(SV-GR-ARR(SV-IDX)).
           MOVE "O" TO GR-USED(SV-GR-DEP(SV-IDX)).

      *    Départ la veille (ou avant) : le voyage appartient au jour
      *    de service du départ, ses heures passent au-delà de 24h.
           MOVE ZERO TO SV-DECAL(SV-IDX).
           IF SV-DEP-MIN(SV-IDX) < ZERO
              COMPUTE SV-DECAL(SV-IDX) =
                 (1439 - SV-DEP-MIN(SV-IDX)) / 1440
           END-IF.

           IF SV-FROM(SV-IDX) > ZERO
              MOVE SV-FROM(SV-IDX) TO WS-DATE-NUM
           ELSE
              MOVE WS-DEBUT TO WS-DATE-NUM
           END-IF.
           COMPUTE SV-DEBUT(SV-IDX) = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              - SV-DECAL(SV-IDX)).
           IF SV-TO(SV-IDX) > ZERO
              MOVE SV-TO(SV-IDX) TO WS-DATE-NUM
           ELSE
              MOVE WS-FIN TO WS-DATE-NUM
           END-IF.
           COMPUTE SV-FIN(SV-IDX) = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              - SV-DECAL(SV-IDX)).

           MOVE SPACES TO SV-TRIP(SV-IDX).
           STRING SV-TYPE(SV-IDX) "-"
              FUNCTION TRIM(GR-CODE(SV-GR-ARR(SV-IDX))) "-"
              SV-HHMM(SV-IDX) "-" SV-FROM(SV-IDX)
              DELIMITED BY SIZE INTO SV-TRIP(SV-IDX).

           EVALUATE SV-TYPE(SV-IDX)
              WHEN "TGV"
                 MOVE "O" TO WS-ROUTE-TGV
              WHEN "COR"
                 MOVE "O" TO WS-ROUTE-COR
              WHEN OTHER
                 MOVE "O" TO WS-ROUTE-TER
           END-EVALUATE.
       END-CHECK-SERVICE.
           EXIT.

      ******************************************************************
      *    Erreur WS-TEXT sur le service SV-IDX.                       *
      ******************************************************************
       START-ERREUR-SERVICE.
           SET SV-ERREUR(SV-IDX) TO TRUE.
           MOVE WS-TEXT TO WS-LINE.
           MOVE SPACES TO WS-TEXT.
           STRING SV-TYPE(SV-IDX) SPACE
              FUNCTION TRIM(SV-PROV(SV-IDX)) SPACE "->" SPACE
              FUNCTION TRIM(SV-STATION(SV-IDX)) SPACE
              SV-HHMM(SV-IDX) SPACE ":" SPACE
              FUNCTION TRIM(WS-LINE)
              DELIMITED BY SIZE INTO WS-TEXT.
           PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR.
       END-ERREUR-SERVICE.
           EXIT.

      ******************************************************************
      *    Deux versions d'un même service (type, gare, heure) ne      *
      *    peuvent pas circuler le même jour : le voyage serait        *
      *    publié deux fois.                                           *
      ******************************************************************
       START-CHECK-VERSIONS.
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-CNT
              PERFORM VARYING SV-IDX2 FROM SV-IDX BY 1
                      UNTIL SV-IDX2 > SV-CNT
                 IF SV-IDX2 > SV-IDX
                    AND SV-PUBLIE(SV-IDX) AND SV-PUBLIE(SV-IDX2)
                    AND SV-TYPE(SV-IDX2) = SV-TYPE(SV-IDX)
                    AND SV-STATION(SV-IDX2) = SV-STATION(SV-IDX)
                    AND SV-HHMM(SV-IDX2) = SV-HHMM(SV-IDX)
                    AND SV-DEBUT(SV-IDX2) NOT > SV-FIN(SV-IDX)
                    AND SV-DEBUT(SV-IDX) NOT > SV-FIN(SV-IDX2)
                    MOVE "VERSIONS DE VALIDITE CHEVAUCHANTES"
                       TO WS-TEXT
                    PERFORM START-ERREUR-SERVICE
                       THRU END-ERREUR-SERVICE
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-CHECK-VERSIONS.
           EXIT.

      ******************************************************************
      *    gtfs-stops.txt : gares desservies.                          *
      ******************************************************************
       START-W-STOPS.
           OPEN OUTPUT F-STOPS.
           MOVE "stop_id,stop_name" TO WS-LINE.
           WRITE R-STOPS FROM WS-LINE.

           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-CNT
              IF GR-USED(GR-IDX) = "O"
                 MOVE ZERO TO WS-TALLY
                 INSPECT GR-NOM(GR-IDX) TALLYING WS-TALLY
                    FOR ALL ","
                 IF WS-TALLY     > ZERO
                    MOVE SPACES TO WS-TEXT
                    STRING "NOM DE GARE AVEC VIRGULE :" SPACE
                       GR-CODE(GR-IDX) SPACE GR-NOM(GR-IDX)
                       DELIMITED BY SIZE INTO WS-TEXT
                    PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
                 END-IF
                 MOVE SPACES TO WS-LINE
                 STRING FUNCTION TRIM(GR-CODE(GR-IDX)) ","
                    FUNCTION TRIM(GR-NOM(GR-IDX))
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE R-STOPS FROM WS-LINE
                 ADD 1 TO WS-STOPS-CNT
                 IF FS-STOPS NOT = "00"
                    MOVE "ECRITURE gtfs-stops.txt EN ECHEC" TO WS-TEXT
                    PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE F-STOPS.
       END-W-STOPS.
           EXIT.

      ******************************************************************
      *    gtfs-routes.txt : une ligne par type de train (route_type   *
      *    2 = train).                                                 *
      ******************************************************************
       START-W-ROUTES.
           OPEN OUTPUT F-ROUTES.
           MOVE "route_id,route_short_name,route_long_name,route_type"
              TO WS-LINE.
           WRITE R-ROUTES FROM WS-LINE.

           IF WS-ROUTE-TGV = "O"
              MOVE "TGV,TGV,TRAIN A GRANDE VITESSE,2" TO WS-LINE
              WRITE R-ROUTES FROM WS-LINE
              ADD 1 TO WS-ROUTES-CNT
           END-IF.
           IF WS-ROUTE-COR = "O"
              MOVE "COR,CORAIL,TRAIN GRANDES LIGNES CORAIL,2"
                 TO WS-LINE
              WRITE R-ROUTES FROM WS-LINE
              ADD 1 TO WS-ROUTES-CNT
           END-IF.
           IF WS-ROUTE-TER = "O"
              MOVE "TER,TER,TRAIN EXPRESS REGIONAL,2" TO WS-LINE
              WRITE R-ROUTES FROM WS-LINE
              ADD 1 TO WS-ROUTES-CNT
           END-IF.
           IF FS-ROUTES NOT = "00"
              MOVE "ECRITURE gtfs-routes.txt EN ECHEC" TO WS-TEXT
              PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
           END-IF.

           CLOSE F-ROUTES.
       END-W-ROUTES.
           EXIT.

      ******************************************************************
      *    gtfs-trips.txt, gtfs-stop-times.txt, gtfs-calendar.txt et   *
      *    gtfs-calendar-dates.txt, voyage par voyage.                 *
      ******************************************************************
       START-W-TRIPS.
           OPEN OUTPUT F-TRIPS.
           OPEN OUTPUT F-STIMES.
           OPEN OUTPUT F-CAL.
           OPEN OUTPUT F-CALDT.

           MOVE "route_id,service_id,trip_id,trip_headsign" TO WS-LINE.
           WRITE R-TRIPS FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "trip_id,arrival_time,departure_time,stop_id,"
              "stop_sequence"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-STIMES FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "service_id,monday,tuesday,wednesday,thursday,"
              "friday,saturday,sunday,start_date,end_date"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CAL FROM WS-LINE.
           MOVE "service_id,date,exception_type" TO WS-LINE.
           WRITE R-CALDT FROM WS-LINE.

           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-CNT
              IF SV-PUBLIE(SV-IDX)
                 PERFORM START-W-ONE-TRIP THRU END-W-ONE-TRIP
              END-IF
           END-PERFORM.

           IF FS-TRIPS NOT = "00" OR FS-STIMES NOT = "00"
              OR FS-CAL NOT = "00" OR FS-CALDT NOT = "00"
              MOVE "ECRITURE DES VOYAGES EN ECHEC" TO WS-TEXT
              PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
           END-IF.

           CLOSE F-TRIPS.
           CLOSE F-STIMES.
           CLOSE F-CAL.
           CLOSE F-CALDT.
       END-W-TRIPS.
           EXIT.

      ******************************************************************
       START-W-ONE-TRIP.
           MOVE GR-CODE(SV-GR-DEP(SV-IDX)) TO WS-CODE-DEP.
           MOVE GR-CODE(SV-GR-ARR(SV-IDX)) TO WS-CODE-ARR.

           MOVE SPACES TO WS-LINE.
           STRING SV-TYPE(SV-IDX) "," FUNCTION TRIM(SV-TRIP(SV-IDX))
              "," FUNCTION TRIM(SV-TRIP(SV-IDX)) ","
              FUNCTION TRIM(SV-STATION(SV-IDX))
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-TRIPS FROM WS-LINE.
           ADD 1 TO WS-TRIPS-CNT.

      *    Deux arrêts : provenance (départ) puis gare (arrivée), en
      *    heures du jour de service.
           COMPUTE WS-MIN-WORK =
              SV-DEP-MIN(SV-IDX) + SV-DECAL(SV-IDX) * 1440.
           PERFORM START-FMT-HMS THRU END-FMT-HMS.
           MOVE WS-HMS TO WS-HMS-DEP.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(SV-TRIP(SV-IDX)) ","
              FUNCTION TRIM(WS-HMS-DEP) "," FUNCTION TRIM(WS-HMS-DEP)
              "," FUNCTION TRIM(WS-CODE-DEP) ",1"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-STIMES FROM WS-LINE.

           COMPUTE WS-MIN-WORK =
              SV-ARR-MIN(SV-IDX) + SV-DECAL(SV-IDX) * 1440.
           PERFORM START-FMT-HMS THRU END-FMT-HMS.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(SV-TRIP(SV-IDX)) ","
              FUNCTION TRIM(WS-HMS) "," FUNCTION TRIM(WS-HMS)
              "," FUNCTION TRIM(WS-CODE-ARR) ",2"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-STIMES FROM WS-LINE.
           ADD 2 TO WS-STIMES-CNT.

      *    Calendrier : le jour de service J roule si le jour
      *    d'arrivée J + décalage figure au masque (blanc = tous).
           MOVE SPACES TO WS-FLAGS.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
              COMPUTE WS-REAL-DAY =
                 FUNCTION MOD(WS-DAY - 1 + SV-DECAL(SV-IDX), 7) + 1
              IF SV-JOURS(SV-IDX) = SPACES
                 OR SV-JOURS(SV-IDX)(WS-REAL-DAY:1) = "O"
                 MOVE "1," TO WS-FLAGS(WS-DAY * 2 - 1:2)
              ELSE
                 MOVE "0," TO WS-FLAGS(WS-DAY * 2 - 1:2)
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(SV-TRIP(SV-IDX)) "," WS-FLAGS
              SV-DEBUT(SV-IDX) "," SV-FIN(SV-IDX)
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CAL FROM WS-LINE.
           ADD 1 TO WS-CAL-CNT.

           PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SD-CNT
              PERFORM START-W-EXCEPTION THRU END-W-EXCEPTION
           END-PERFORM.
       END-W-ONE-TRIP.
           EXIT.

      ******************************************************************
      *    Date particulière SD-IDX pour le voyage SV-IDX : compare    *
      *    la circulation normale (jour réel) à la circulation         *
      *    effective (annulation S, jour J, férié = dimanche) et       *
      *    écrit l'écart en date de service.                           *
      ******************************************************************
       START-W-EXCEPTION.
           MOVE SD-DATE(SD-IDX) TO WS-DATE-NUM.
           IF SV-FROM(SV-IDX) > ZERO
              MOVE SV-FROM(SV-IDX) TO WS-BORNE-A
           ELSE
              MOVE WS-DEBUT TO WS-BORNE-A
           END-IF.
           IF SV-TO(SV-IDX) > ZERO
              MOVE SV-TO(SV-IDX) TO WS-BORNE-B
           ELSE
              MOVE WS-FIN TO WS-BORNE-B
           END-IF.
           IF WS-DATE-NUM < WS-BORNE-A OR WS-DATE-NUM > WS-BORNE-B
              GO TO END-W-EXCEPTION
           END-IF.

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-REAL-DAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           MOVE WS-REAL-DAY TO WS-EFFECT-DAY.
           IF SD-FERIE(SD-IDX) = "O"
              MOVE 7 TO WS-EFFECT-DAY
           END-IF.
           IF SD-RUNS-AS(SD-IDX) > ZERO
              MOVE SD-RUNS-AS(SD-IDX) TO WS-EFFECT-DAY
           END-IF.

           MOVE WS-REAL-DAY TO WS-DAY.
           PERFORM START-CHECK-MASK THRU END-CHECK-MASK.
           MOVE WS-RUNS TO WS-NORMAL.
           MOVE WS-EFFECT-DAY TO WS-DAY.
           PERFORM START-CHECK-MASK THRU END-CHECK-MASK.
           MOVE WS-RUNS TO WS-EFFECT.

           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-CNT
              IF CA-DATE(CA-IDX) = WS-DATE-NUM
                 AND CA-STATION(CA-IDX) = SV-STATION(SV-IDX)
                 AND CA-TIME(CA-IDX) = SV-HHMM(SV-IDX)
                 MOVE "N" TO WS-EFFECT
                 MOVE "O" TO CA-USED(CA-IDX)
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-NORMAL = "O" AND WS-EFFECT = "N"
                 MOVE "2" TO WS-EXC-TYPE
              WHEN WS-NORMAL = "N" AND WS-EFFECT = "O"
                 MOVE "1" TO WS-EXC-TYPE
              WHEN OTHER
                 GO TO END-W-EXCEPTION
           END-EVALUATE.

           COMPUTE WS-SVC-DATE = FUNCTION DATE-OF-INTEGER(
              WS-DATE-INT - SV-DECAL(SV-IDX)).
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(SV-TRIP(SV-IDX)) "," WS-SVC-DATE ","
              WS-EXC-TYPE
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CALDT FROM WS-LINE.
           ADD 1 TO WS-CALDT-CNT.
       END-W-EXCEPTION.
           EXIT.

      ******************************************************************
      *    Le masque du service SV-IDX porte-t-il le jour WS-DAY ?     *
      ******************************************************************
       START-CHECK-MASK.
           IF SV-JOURS(SV-IDX) = SPACES
              OR SV-JOURS(SV-IDX)(WS-DAY:1) = "O"
              MOVE "O" TO WS-RUNS
           ELSE
              MOVE "N" TO WS-RUNS
           END-IF.
       END-CHECK-MASK.
           EXIT.

      ******************************************************************
      *    HH:MM:SS (WS-HMS) des minutes WS-MIN-WORK, au-delà de 24h   *
      *    si besoin.                                                  *
      ******************************************************************
       START-FMT-HMS.
           DIVIDE WS-MIN-WORK BY 60 GIVING WS-HHH REMAINDER WS-MM.
           MOVE SPACES TO WS-HMS.
           IF WS-HHH < 100
              STRING WS-HHH(2:2) ":" WS-MM ":00"
                 DELIMITED BY SIZE INTO WS-HMS
           ELSE
              STRING WS-HHH ":" WS-MM ":00"
                 DELIMITED BY SIZE INTO WS-HMS
           END-IF.
       END-FMT-HMS.
           EXIT.

      ******************************************************************
      *    Erreur (bloque la publication) et avertissement.            *
      ******************************************************************
       START-ADD-ERREUR.
           ADD 1 TO WS-ERR-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "ERREUR :" SPACE WS-TEXT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
       END-ADD-ERREUR.
           EXIT.

       START-ADD-AVERT.
           ADD 1 TO WS-WARN-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "AVERTISSEMENT :" SPACE WS-TEXT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
       END-ADD-AVERT.
           EXIT.

      ******************************************************************
      *    Bilan des fichiers produits.                                *
      ******************************************************************
       START-W-BILAN.
           MOVE ALL "-" TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "GARES :" SPACE WS-STOPS-CNT SPACE
              "- LIGNES :" SPACE WS-ROUTES-CNT SPACE
              "- VOYAGES :" SPACE WS-TRIPS-CNT SPACE
              "- ARRETS :" SPACE WS-STIMES-CNT SPACE
              "- CALENDRIERS :" SPACE WS-CAL-CNT SPACE
              "- EXCEPTIONS :" SPACE WS-CALDT-CNT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "VERSIONS ECHUES NON PUBLIEES :" SPACE WS-ECHU-CNT
              SPACE "- ERREURS :" SPACE WS-ERR-CNT SPACE
              "- AVERTISSEMENTS :" SPACE WS-WARN-CNT SPACE
              "- SILLONS FRET EXCLUS :" SPACE WS-FRET-CNT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           IF WS-TRIPS-CNT = ZERO
              MOVE "AUCUN VOYAGE A PUBLIER" TO WS-TEXT
              PERFORM START-ADD-ERREUR THRU END-ADD-ERREUR
           END-IF.
       END-W-BILAN.
           EXIT.

      ******************************************************************
      *    Publication : dépôt sous les noms GTFS dans le répertoire   *
      *    daté du côté sortant du sas, trace au journal du sas.       *
      ******************************************************************
       START-PUBLIE.
           MOVE SPACES TO WS-SORTANT.
           STRING "depot-sortant/gtfs-" WS-TODAY
              DELIMITED BY SIZE INTO WS-SORTANT.

           MOVE SPACES TO WS-COMMAND.
           STRING "mkdir -p " FUNCTION TRIM(WS-SORTANT)
              " && cp gtfs-stops.txt " FUNCTION TRIM(WS-SORTANT)
              "/stops.txt"
              " && cp gtfs-routes.txt " FUNCTION TRIM(WS-SORTANT)
              "/routes.txt"
              DELIMITED BY SIZE INTO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           IF RETURN-CODE = ZERO
              MOVE SPACES TO WS-COMMAND
              STRING "cp gtfs-trips.txt " FUNCTION TRIM(WS-SORTANT)
                 "/trips.txt"
                 " && cp gtfs-stop-times.txt "
                 FUNCTION TRIM(WS-SORTANT) "/stop_times.txt"
                 DELIMITED BY SIZE INTO WS-COMMAND
              CALL "SYSTEM" USING WS-COMMAND
           END-IF.
           IF RETURN-CODE = ZERO
              MOVE SPACES TO WS-COMMAND
              STRING "cp gtfs-calendar.txt " FUNCTION TRIM(WS-SORTANT)
                 "/calendar.txt"
                 " && cp gtfs-calendar-dates.txt "
                 FUNCTION TRIM(WS-SORTANT) "/calendar_dates.txt"
                 DELIMITED BY SIZE INTO WS-COMMAND
              CALL "SYSTEM" USING WS-COMMAND
           END-IF.

           MOVE SPACES TO WS-TEXT.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              ADD 1 TO WS-ERR-CNT
              STRING "DEPOT DANS" SPACE FUNCTION TRIM(WS-SORTANT)
                 SPACE "EN ECHEC"
                 DELIMITED BY SIZE INTO WS-TEXT
           ELSE
              STRING "PUBLIE DANS" SPACE FUNCTION TRIM(WS-SORTANT)
                 SPACE "(" WS-TRIPS-CNT SPACE "VOYAGES)"
                 DELIMITED BY SIZE INTO WS-TEXT
           END-IF.
           MOVE WS-TEXT TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           MOVE SPACES TO WS-HORODATE.
           STRING FUNCTION CURRENT-DATE(1:8) "-"
              FUNCTION CURRENT-DATE(9:6)
              DELIMITED BY SIZE
              INTO WS-HORODATE.
           OPEN EXTEND F-JOURNAL.
           IF NOT FS-JOURNAL-OK
              OPEN OUTPUT F-JOURNAL
           END-IF.
           MOVE SPACES TO R-JOURNAL.
           STRING WS-HORODATE SPACE "gtfs-" WS-TODAY SPACE ":" SPACE
              FUNCTION TRIM(WS-TEXT)
              DELIMITED BY SIZE
              INTO R-JOURNAL.
           WRITE R-JOURNAL.
           CLOSE F-JOURNAL.
       END-PUBLIE.
           EXIT.
