      ******************************************************************
      *    Roulement des équipages : le maître des horaires, le        *
      *    roulement des rames (trainram) et le plan des quais         *
      *    existent, mais le conducteur et le contrôleur de chaque     *
      *    service se planifiaient au tableau blanc. Le programme lit  *
      *    - "equipages.dat", le référentiel des agents :              *
      *       colonnes  1-6   : IDENTIFIANT                            *
      *       colonnes  7-26  : NOM                                    *
      *       colonnes 27-36  : FONCTION (CONDUCTEUR / CONTROLEUR)     *
      *       colonnes 37-39  : HABILITATIONS TGV, COR, TER ("O" si    *
      *                         l'agent est habilité au type)          *
      *       colonnes 40-57  : GARE DE RESIDENCE                      *
      *    - "affectations-equipages.dat", le roulement saisi :        *
      *       colonnes  1-8   : DATE AAAAMMJJ                          *
      *       colonnes  9-14  : IDENTIFIANT DE L'AGENT                 *
      *       colonnes 15-35  : SERVICE DU MAITRE (TYPE, GARE, HEURE   *
      *                         HHMM, la clé de horcomp)               *
      *    - "horaire-maitre.dat" (copybook horaire) : chaque service  *
      *      y est, comme pour trainiti, un trajet provenance -> gare  *
      *      arrivant à l'heure affichée H-TIME, pris en charge        *
      *      H-NBR-HEURES plus tôt à la provenance.                    *
      *    et écrit "roulement-equipages.dat", jour par jour :         *
      *    - les affectations de la journée, par agent ;               *
      *    - les services non couverts : un service qui circule ce     *
      *      jour-là (masque H-JOURS, version active) sans conducteur  *
      *      ou sans contrôleur habilité ;                             *
      *    - les infractions : affectation invalide (agent ou service  *
      *      inconnu, service qui ne circule pas, agent non habilité   *
      *      au type), amplitude de la journée de service au-delà de   *
      *      TRAINEQP-AMPLITUDE minutes (600 à défaut), repos entre    *
      *      deux journées en deçà de TRAINEQP-REPOS minutes (720 à    *
      *      défaut), deux services qui se chevauchent, et prise de    *
      *      service ailleurs qu'au terminus du service précédent (la  *
      *      gare de résidence pour le premier service de la période). *
      *    La période va de la première à la dernière date du          *
      *    roulement, ou de TRAINEQP-DEBUT à TRAINEQP-FIN (AAAAMMJJ)   *
      *    si elles sont fournies, 62 jours au plus.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. traineqp.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAITRE ASSIGN TO "horaire-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAITRE.

           SELECT F-EQUIPAGE ASSIGN TO "equipages.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EQUIPAGE.

           SELECT F-AFFECT ASSIGN TO "affectations-equipages.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AFFECT.

           SELECT F-CONTROLE ASSIGN TO "roulement-equipages.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONTROLE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-MAITRE
           RECORD CONTAINS 46 TO 110 CHARACTERS
           RECORDING MODE IS V.
       COPY horaire.

       FD  F-EQUIPAGE
           RECORD CONTAINS 57 CHARACTERS
           RECORDING MODE IS F.
       01  R-EQUIPAGE.
           03 RE-ID         PIC X(06).
           03 RE-NOM        PIC X(20).
           03 RE-FONCTION   PIC X(10).
              88 RE-CONDUCTEUR VALUE "CONDUCTEUR".
              88 RE-CONTROLEUR VALUE "CONTROLEUR".
           03 RE-HABILIT.
              05 RE-HAB-TGV PIC X(01).
              05 RE-HAB-COR PIC X(01).
              05 RE-HAB-TER PIC X(01).
           03 RE-RESIDENCE  PIC X(18).

       FD  F-AFFECT
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.
       01  R-AFFECT.
           03 RA-DATE       PIC 9(08).
           03 RA-AGENT      PIC X(06).
           03 RA-TYPE       PIC X(03).
           03 RA-STATION    PIC X(18).
           03 RA-HEURE      PIC 9(04).

       FD  F-CONTROLE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-CONTROLE PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-MAITRE PIC X(02).
           88 FS-MAITRE-OK  VALUE "00".
           88 FS-MAITRE-EOF VALUE "10".
       01  FS-EQUIPAGE PIC X(02).
           88 FS-EQUIPAGE-OK  VALUE "00".
           88 FS-EQUIPAGE-EOF VALUE "10".
       01  FS-AFFECT PIC X(02).
           88 FS-AFFECT-OK  VALUE "00".
           88 FS-AFFECT-EOF VALUE "10".
       01  FS-CONTROLE PIC X(02).

      *    Services du maître : minutes de prise en charge (négatives
      *    si la veille) et d'arrivée dans la journée de circulation.
       01  TABLE-SERVICE.
           03 SV-CNT PIC 9(03) VALUE ZERO.
           03 SV-ENT OCCURS 500 TIMES
                     INDEXED BY SV-IDX.
               05 SV-TYPE     PIC X(03).
               05 SV-PROV     PIC X(10).
               05 SV-STATION  PIC X(18).
               05 SV-HHMM     PIC 9(04).
               05 SV-DEP-MIN  PIC S9(05).
               05 SV-ARR-MIN  PIC 9(05).
               05 SV-JOURS    PIC X(07).
               05 SV-FROM     PIC 9(08).
               05 SV-TO       PIC 9(08).

      *    Référentiel des agents.
       01  TABLE-EQUIPAGE.
           03 EQ-CNT PIC 9(03) VALUE ZERO.
           03 EQ-ENT OCCURS 300 TIMES
                     INDEXED BY EQ-IDX.
               05 EQ-ID        PIC X(06).
               05 EQ-NOM       PIC X(20).
               05 EQ-FONCTION  PIC X(10).
               05 EQ-HABILIT   PIC X(03).
               05 EQ-RESIDENCE PIC X(18).

      *    Affectations valides (agent et service résolus, service
      *    circulant ce jour-là), en minutes absolues depuis le
      *    calendrier intrinsèque ; triées par agent puis prise de
      *    service pour les contrôles d'enchaînement.
       01  TABLE-AFFECT.
           03 AF-CNT PIC 9(04) VALUE ZERO.
           03 AF-ENT OCCURS 3000 TIMES
                     INDEXED BY AF-IDX, AF-IDX2.
               05 AF-DAY-INT  PIC 9(07).
               05 AF-EQ       PIC 9(03).
               05 AF-SV       PIC 9(03).
               05 AF-START    PIC S9(09).
               05 AF-END      PIC S9(09).
               05 AF-COVERS   PIC X(01).
       01  WS-AF-SWAP.
           03 SW-DAY-INT  PIC 9(07).
           03 SW-EQ       PIC 9(03).
           03 SW-SV       PIC 9(03).
           03 SW-START    PIC S9(09).
           03 SW-END      PIC S9(09).
           03 SW-COVERS   PIC X(01).
       01  WS-SHIFT PIC X(01).

      *    Infractions, rattachées à leur journée pour l'édition.
       01  TABLE-INFRACTION.
           03 IN-CNT PIC 9(04) VALUE ZERO.
           03 IN-ENT OCCURS 3000 TIMES
                     INDEXED BY IN-IDX.
               05 IN-DAY-INT PIC 9(07).
               05 IN-TEXT    PIC X(120).

       01  WS-AMPL-ENV  PIC X(04) VALUE SPACES.
       01  WS-REPOS-ENV PIC X(04) VALUE SPACES.
       01  WS-AMPLITUDE PIC 9(04) VALUE 600.
       01  WS-REPOS     PIC 9(04) VALUE 720.
       01  WS-DEBUT-ENV PIC X(08) VALUE SPACES.
       01  WS-FIN-ENV   PIC X(08) VALUE SPACES.

       01  WS-FIRST-INT PIC 9(07) VALUE ZERO.
       01  WS-LAST-INT  PIC 9(07) VALUE ZERO.
       01  WS-DAY-INT   PIC 9(07).
       01  WS-DAY-DATE  PIC 9(08).
       01  WS-WEEKDAY   PIC 9(01).
       01  WS-RUNS      PIC X(01).
       01  WS-KEY-SEEN  PIC X(01).

      *    Enchaînement des services de l'agent courant.
       01  WS-CUR-EQ       PIC 9(03).
       01  WS-HAS-PREV     PIC X(01).
       01  WS-PREV-END     PIC S9(09).
       01  WS-PREV-DAY     PIC 9(07).
       01  WS-PREV-STATION PIC X(10).
       01  WS-DUTY-START   PIC S9(09).
       01  WS-GAP          PIC S9(09).

       01  WS-NB-COND   PIC 9(03).
       01  WS-NB-CTRL   PIC 9(03).
       01  WS-DAY-ANOM  PIC 9(04).
       01  WS-UNCOV-CNT PIC 9(04) VALUE ZERO.
       01  WS-BAD-CNT   PIC 9(04) VALUE ZERO.

       01  WS-MIN-WORK  PIC S9(09).
       01  WS-QUOT      PIC 9(07).
       01  WS-REM       PIC 9(04).
       01  WS-HH        PIC 9(02).
       01  WS-MM        PIC 9(02).
       01  WS-HHMM-1    PIC X(05).
       01  WS-HHMM-2    PIC X(05).
       01  WS-DUREE     PIC X(05).
       01  WS-TEXT      PIC X(120).
       01  WS-PTR       PIC 9(03).
       01  WS-LINE      PIC X(132).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "traineqp".

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE "train".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           COMPUTE WS-RUN-REJECTED = IN-CNT + WS-UNCOV-CNT.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : charge maître, agents et roulement, contrôle les     *
      *    enchaînements par agent puis édite la période jour par      *
      *    jour.                                                       *
      ******************************************************************
       START-MAIN.
           PERFORM START-INIT THRU END-INIT.
           PERFORM START-R-MAITRE THRU END-R-MAITRE.
           PERFORM START-R-EQUIPAGE THRU END-R-EQUIPAGE.
           PERFORM START-R-AFFECT THRU END-R-AFFECT.
           PERFORM START-PERIODE THRU END-PERIODE.
           PERFORM START-SORT-AFFECT THRU END-SORT-AFFECT.
           PERFORM START-CHECK-AGENTS THRU END-CHECK-AGENTS.
           PERFORM START-W-PERIODE THRU END-W-PERIODE.

           DISPLAY "AFFECTATIONS :" SPACE WS-RUN-READ SPACE
              "NON COUVERTS :" SPACE WS-UNCOV-CNT SPACE
              "INFRACTIONS :" SPACE IN-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Limites de la réglementation du travail, surchargées par    *
      *    le registre des paramètres.                                 *
      ******************************************************************
       START-INIT.
           MOVE "TRAINEQP-AMPLITUDE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-AMPL-ENV.
           IF WS-AMPL-ENV NOT = SPACES
              AND FUNCTION TRIM(WS-AMPL-ENV) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-AMPL-ENV) TO WS-AMPLITUDE
           END-IF.

           MOVE "TRAINEQP-REPOS" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-REPOS-ENV.
           IF WS-REPOS-ENV NOT = SPACES
              AND FUNCTION TRIM(WS-REPOS-ENV) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-REPOS-ENV) TO WS-REPOS
           END-IF.

           ACCEPT WS-DEBUT-ENV FROM ENVIRONMENT "TRAINEQP-DEBUT".
           ACCEPT WS-FIN-ENV   FROM ENVIRONMENT "TRAINEQP-FIN".
       END-INIT.
           EXIT.

      ******************************************************************
      *    Charge les services du maître.                              *
      ******************************************************************
       START-R-MAITRE.
           OPEN INPUT F-MAITRE.
           IF NOT FS-MAITRE-OK
              DISPLAY "ERREUR OUVERTURE horaire-maitre.dat :" SPACE
                 FS-MAITRE
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-MAITRE-EOF
              READ F-MAITRE
              AT END
                 SET FS-MAITRE-EOF TO TRUE
              NOT AT END
                 IF SV-CNT < 500
                    ADD 1 TO SV-CNT
                    MOVE H-TYPE       TO SV-TYPE(SV-CNT)
                    MOVE H-PROVENANCE TO SV-PROV(SV-CNT)
                    MOVE H-STATION    TO SV-STATION(SV-CNT)
                    MOVE H-TIME       TO SV-HHMM(SV-CNT)
                    COMPUTE SV-ARR-MIN(SV-CNT) =
                       H-TIME-HH * 60 + H-TIME-MM
                    COMPUTE SV-DEP-MIN(SV-CNT) =
                       SV-ARR-MIN(SV-CNT) - H-NBR-HEURES * 60
                    MOVE H-JOURS      TO SV-JOURS(SV-CNT)
                    MOVE H-VALID-FROM TO SV-FROM(SV-CNT)
                    MOVE H-VALID-TO   TO SV-TO(SV-CNT)
                 ELSE
                    DISPLAY "AVERTISSEMENT : PLUS DE 500 SERVICES, "
                       "ROULEMENT INCOMPLET"
                    MOVE "KO" TO WS-RUN-STATUS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-MAITRE.
       END-R-MAITRE.
           EXIT.

      ******************************************************************
      *    Charge le référentiel des agents.                           *
      ******************************************************************
       START-R-EQUIPAGE.
           OPEN INPUT F-EQUIPAGE.
           IF NOT FS-EQUIPAGE-OK
              DISPLAY "ERREUR OUVERTURE equipages.dat :" SPACE
                 FS-EQUIPAGE
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-EQUIPAGE-EOF
              READ F-EQUIPAGE
              AT END
                 SET FS-EQUIPAGE-EOF TO TRUE
              NOT AT END
                 IF EQ-CNT < 300
                    ADD 1 TO EQ-CNT
                    MOVE RE-ID        TO EQ-ID(EQ-CNT)
                    MOVE RE-NOM       TO EQ-NOM(EQ-CNT)
                    MOVE RE-FONCTION  TO EQ-FONCTION(EQ-CNT)
                    MOVE RE-HABILIT   TO EQ-HABILIT(EQ-CNT)
                    MOVE RE-RESIDENCE TO EQ-RESIDENCE(EQ-CNT)
                 ELSE
                    DISPLAY "AVERTISSEMENT : PLUS DE 300 AGENTS, "
                       "SUIVANTS IGNORES"
                    MOVE "KO" TO WS-RUN-STATUS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-EQUIPAGE.
       END-R-EQUIPAGE.
           EXIT.

      ******************************************************************
      *    Charge le roulement : chaque affectation est résolue sur    *
      *    l'agent et sur le service qui circule ce jour-là ; une      *
      *    affectation invalide part en infraction de sa journée.      *
      ******************************************************************
       START-R-AFFECT.
           OPEN INPUT F-AFFECT.
           IF NOT FS-AFFECT-OK
              DISPLAY "ERREUR OUVERTURE affectations-equipages.dat :"
                 SPACE FS-AFFECT
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-AFFECT-EOF
              READ F-AFFECT
              AT END
                 SET FS-AFFECT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 PERFORM START-LOAD-AFFECT THRU END-LOAD-AFFECT
              END-READ
           END-PERFORM.

           CLOSE F-AFFECT.
       END-R-AFFECT.
           EXIT.

      ******************************************************************
       START-LOAD-AFFECT.
           IF RA-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(RA-DATE) NOT = ZERO
              ADD 1 TO WS-BAD-CNT
              DISPLAY "AFFECTATION A DATE INVALIDE ECARTEE :" SPACE
                 R-AFFECT
              GO TO END-LOAD-AFFECT
           END-IF.

           MOVE RA-DATE TO WS-DAY-DATE.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
           IF WS-FIRST-INT = ZERO OR WS-DAY-INT < WS-FIRST-INT
              MOVE WS-DAY-INT TO WS-FIRST-INT
           END-IF.
           IF WS-DAY-INT > WS-LAST-INT
              MOVE WS-DAY-INT TO WS-LAST-INT
           END-IF.

           SET EQ-IDX TO 1.
           SEARCH EQ-ENT
              AT END
                 MOVE SPACES TO WS-TEXT
                 STRING RA-AGENT SPACE ": AGENT INCONNU, AFFECTE AU"
                    SPACE RA-TYPE SPACE FUNCTION TRIM(RA-STATION)
                    SPACE RA-HEURE
                    DELIMITED BY SIZE INTO WS-TEXT
                 PERFORM START-ADD-INFR THRU END-ADD-INFR
                 GO TO END-LOAD-AFFECT
              WHEN EQ-ID(EQ-IDX) = RA-AGENT
                 CONTINUE
           END-SEARCH.

      *    Le service : même clé que horcomp, version qui circule ce
      *    jour-là (les versions été et hiver partagent la clé).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           MOVE "N" TO WS-KEY-SEEN.
           MOVE "N" TO WS-RUNS.
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > SV-CNT OR WS-RUNS = "Y"
              IF SV-TYPE(SV-IDX) = RA-TYPE
                 AND SV-STATION(SV-IDX) = RA-STATION
                 AND SV-HHMM(SV-IDX) = RA-HEURE
                 MOVE "Y" TO WS-KEY-SEEN
                 PERFORM START-CHECK-RUNS THRU END-CHECK-RUNS
              END-IF
           END-PERFORM.

           IF WS-KEY-SEEN = "N" OR WS-RUNS = "N"
              MOVE SPACES TO WS-TEXT
              MOVE 1 TO WS-PTR
              STRING EQ-ID(EQ-IDX) SPACE
                 FUNCTION TRIM(EQ-NOM(EQ-IDX)) SPACE ":" SPACE
                 RA-TYPE SPACE FUNCTION TRIM(RA-STATION) SPACE
                 RA-HEURE
                 DELIMITED BY SIZE INTO WS-TEXT
                 WITH POINTER WS-PTR
              IF WS-KEY-SEEN = "N"
                 STRING " : SERVICE INCONNU DU MAITRE"
                    DELIMITED BY SIZE INTO WS-TEXT
                    WITH POINTER WS-PTR
              ELSE
                 STRING " : LE SERVICE NE CIRCULE PAS CE JOUR"
                    DELIMITED BY SIZE INTO WS-TEXT
                    WITH POINTER WS-PTR
              END-IF
              PERFORM START-ADD-INFR THRU END-ADD-INFR
              GO TO END-LOAD-AFFECT
           END-IF.
      *    La boucle a avancé l'index d'un cran après le service
      *    trouvé.
           SET SV-IDX DOWN BY 1.

           IF AF-CNT NOT LESS 3000
              DISPLAY "AVERTISSEMENT : PLUS DE 3000 AFFECTATIONS, "
                 "SUIVANTES IGNOREES"
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-LOAD-AFFECT
           END-IF.

           ADD 1 TO AF-CNT.
           MOVE WS-DAY-INT TO AF-DAY-INT(AF-CNT).
           SET AF-EQ(AF-CNT) TO EQ-IDX.
           SET AF-SV(AF-CNT) TO SV-IDX.
           COMPUTE AF-START(AF-CNT) =
              WS-DAY-INT * 1440 + SV-DEP-MIN(SV-IDX).
           COMPUTE AF-END(AF-CNT) =
              WS-DAY-INT * 1440 + SV-ARR-MIN(SV-IDX).
           MOVE "Y" TO AF-COVERS(AF-CNT).

      *    Habilitation au type : TGV, COR, TER dans cet ordre.
           EVALUATE SV-TYPE(SV-IDX)
              WHEN "TGV"
                 IF EQ-HABILIT(EQ-IDX)(1:1) NOT = "O"
                    MOVE "N" TO AF-COVERS(AF-CNT)
                 END-IF
              WHEN "COR"
                 IF EQ-HABILIT(EQ-IDX)(2:1) NOT = "O"
                    MOVE "N" TO AF-COVERS(AF-CNT)
                 END-IF
              WHEN OTHER
                 IF EQ-HABILIT(EQ-IDX)(3:1) NOT = "O"
                    MOVE "N" TO AF-COVERS(AF-CNT)
                 END-IF
           END-EVALUATE.
           IF AF-COVERS(AF-CNT) = "N"
              MOVE SPACES TO WS-TEXT
              STRING EQ-ID(EQ-IDX) SPACE
                 FUNCTION TRIM(EQ-NOM(EQ-IDX)) SPACE ":" SPACE
                 "NON HABILITE" SPACE SV-TYPE(SV-IDX) SPACE "("
                 FUNCTION TRIM(SV-PROV(SV-IDX)) SPACE "->" SPACE
                 FUNCTION TRIM(SV-STATION(SV-IDX)) SPACE
                 SV-HHMM(SV-IDX) ")"
                 DELIMITED BY SIZE INTO WS-TEXT
              PERFORM START-ADD-INFR THRU END-ADD-INFR
           END-IF.
       END-LOAD-AFFECT.
           EXIT.

      ******************************************************************
      *    Le service SV-IDX circule-t-il le jour WS-DAY-DATE (jour    *
      *    de semaine WS-WEEKDAY) ? Version active et masque des       *
      *    jours ; bornes à zéro et masque à blanc valent toujours.    *
      ******************************************************************
       START-CHECK-RUNS.
           MOVE "Y" TO WS-RUNS.
           IF (SV-FROM(SV-IDX) > ZERO
               AND WS-DAY-DATE < SV-FROM(SV-IDX))
              OR (SV-TO(SV-IDX) > ZERO
                  AND WS-DAY-DATE > SV-TO(SV-IDX))
              MOVE "N" TO WS-RUNS
           END-IF.
           IF SV-JOURS(SV-IDX) NOT = SPACES
              AND SV-JOURS(SV-IDX)(WS-WEEKDAY:1) NOT = "O"
              MOVE "N" TO WS-RUNS
           END-IF.
       END-CHECK-RUNS.
           EXIT.

      ******************************************************************
      *    Ajoute l'infraction WS-TEXT à la journée WS-DAY-INT.        *
      ******************************************************************
       START-ADD-INFR.
           IF IN-CNT < 3000
              ADD 1 TO IN-CNT
              MOVE WS-DAY-INT TO IN-DAY-INT(IN-CNT)
              MOVE WS-TEXT    TO IN-TEXT(IN-CNT)
           END-IF.
       END-ADD-INFR.
           EXIT.

      ******************************************************************
      *    Période éditée : celle du roulement, ou les bornes de       *
      *    l'environnement ; 62 jours au plus.                         *
      ******************************************************************
       START-PERIODE.
           IF WS-DEBUT-ENV IS NUMERIC
              MOVE WS-DEBUT-ENV TO WS-DAY-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) = ZERO
                 COMPUTE WS-FIRST-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
              END-IF
           END-IF.
           IF WS-FIN-ENV IS NUMERIC
              MOVE WS-FIN-ENV TO WS-DAY-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) = ZERO
                 COMPUTE WS-LAST-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
              END-IF
           END-IF.

           IF WS-FIRST-INT > ZERO
              AND WS-LAST-INT > WS-FIRST-INT + 61
              DISPLAY "AVERTISSEMENT : PERIODE LIMITEE A 62 JOURS"
              COMPUTE WS-LAST-INT = WS-FIRST-INT + 61
           END-IF.
       END-PERIODE.
           EXIT.

      ******************************************************************
      *    Tri des affectations par agent puis prise de service        *
      *    (insertion).                                                *
      ******************************************************************
       START-SORT-AFFECT.
           PERFORM VARYING AF-IDX FROM 2 BY 1 UNTIL AF-IDX > AF-CNT
              MOVE AF-ENT(AF-IDX) TO WS-AF-SWAP
              SET AF-IDX2 TO AF-IDX
              MOVE "Y" TO WS-SHIFT
              PERFORM UNTIL AF-IDX2 = 1 OR WS-SHIFT = "N"
                 IF AF-EQ(AF-IDX2 - 1) > SW-EQ
                    OR (AF-EQ(AF-IDX2 - 1) = SW-EQ
                        AND AF-START(AF-IDX2 - 1) > SW-START)
                    MOVE AF-ENT(AF-IDX2 - 1) TO AF-ENT(AF-IDX2)
                    SET AF-IDX2 DOWN BY 1
                 ELSE
                    MOVE "N" TO WS-SHIFT
                 END-IF
              END-PERFORM
              MOVE WS-AF-SWAP TO AF-ENT(AF-IDX2)
           END-PERFORM.
       END-SORT-AFFECT.
           EXIT.

      ******************************************************************
      *    Contrôle des enchaînements, agent par agent, dans l'ordre   *
      *    des prises de service : une journée de service regroupe     *
      *    les affectations d'une même date.                           *
      ******************************************************************
       START-CHECK-AGENTS.
           MOVE ZERO TO WS-CUR-EQ.
           MOVE "N" TO WS-HAS-PREV.

           PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > AF-CNT
              IF AF-EQ(AF-IDX) NOT = WS-CUR-EQ
                 IF WS-HAS-PREV = "Y"
                    PERFORM START-CLOSE-DUTY THRU END-CLOSE-DUTY
                 END-IF
                 MOVE AF-EQ(AF-IDX) TO WS-CUR-EQ
                 MOVE "N" TO WS-HAS-PREV
                 MOVE EQ-RESIDENCE(WS-CUR-EQ) TO WS-PREV-STATION
              END-IF
              MOVE AF-SV(AF-IDX) TO SV-IDX
              MOVE AF-DAY-INT(AF-IDX) TO WS-DAY-INT

              EVALUATE TRUE
                 WHEN WS-HAS-PREV = "N"
                    MOVE AF-START(AF-IDX) TO WS-DUTY-START
                 WHEN AF-DAY-INT(AF-IDX) NOT = WS-PREV-DAY
                    PERFORM START-CLOSE-DUTY THRU END-CLOSE-DUTY
                    MOVE AF-DAY-INT(AF-IDX) TO WS-DAY-INT
                    COMPUTE WS-GAP = AF-START(AF-IDX) - WS-PREV-END
                    IF WS-GAP < WS-REPOS
                       PERFORM START-FMT-GAP THRU END-FMT-GAP
                       MOVE SPACES TO WS-TEXT
                       STRING EQ-ID(WS-CUR-EQ) SPACE
                          FUNCTION TRIM(EQ-NOM(WS-CUR-EQ)) SPACE ":"
                          SPACE "REPOS INSUFFISANT AVANT LA JOURNEE ("
                          WS-DUREE SPACE "AU LIEU DE" SPACE WS-REPOS
                          SPACE "MIN)"
                          DELIMITED BY SIZE INTO WS-TEXT
                       PERFORM START-ADD-INFR THRU END-ADD-INFR
                    END-IF
                    MOVE AF-START(AF-IDX) TO WS-DUTY-START
                 WHEN AF-START(AF-IDX) < WS-PREV-END
                    MOVE SPACES TO WS-TEXT
                    STRING EQ-ID(WS-CUR-EQ) SPACE
                       FUNCTION TRIM(EQ-NOM(WS-CUR-EQ)) SPACE ":"
                       SPACE SV-TYPE(SV-IDX) SPACE
                       FUNCTION TRIM(SV-PROV(SV-IDX)) SPACE "->"
                       SPACE FUNCTION TRIM(SV-STATION(SV-IDX)) SPACE
                       "CHEVAUCHE LE SERVICE PRECEDENT"
                       DELIMITED BY SIZE INTO WS-TEXT
                    PERFORM START-ADD-INFR THRU END-ADD-INFR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

      *       Prise de service au terminus du service précédent (ou
      *       à la résidence pour le premier de la période).
              IF SV-PROV(SV-IDX) NOT = WS-PREV-STATION
                 MOVE AF-START(AF-IDX) TO WS-MIN-WORK
                 PERFORM START-FMT-TIME THRU END-FMT-TIME
                 MOVE SPACES TO WS-TEXT
                 STRING EQ-ID(WS-CUR-EQ) SPACE
                    FUNCTION TRIM(EQ-NOM(WS-CUR-EQ)) SPACE ":"
                    SPACE "PRISE DE SERVICE A" SPACE
                    FUNCTION TRIM(SV-PROV(SV-IDX)) SPACE
                    WS-HHMM-1 SPACE "ALORS QUE L'AGENT EST A" SPACE
                    FUNCTION TRIM(WS-PREV-STATION)
                    DELIMITED BY SIZE INTO WS-TEXT
                 PERFORM START-ADD-INFR THRU END-ADD-INFR
              END-IF

              IF WS-HAS-PREV = "N"
                 OR AF-DAY-INT(AF-IDX) NOT = WS-PREV-DAY
                 OR AF-END(AF-IDX) > WS-PREV-END
                 MOVE AF-END(AF-IDX) TO WS-PREV-END
              END-IF
              MOVE "Y" TO WS-HAS-PREV
              MOVE AF-DAY-INT(AF-IDX) TO WS-PREV-DAY
              MOVE SV-STATION(SV-IDX) TO WS-PREV-STATION
           END-PERFORM.

           IF WS-HAS-PREV = "Y"
              PERFORM START-CLOSE-DUTY THRU END-CLOSE-DUTY
           END-IF.
       END-CHECK-AGENTS.
           EXIT.

      ******************************************************************
      *    Clôt la journée de service de l'agent courant : amplitude   *
      *    de la première prise de service à la dernière arrivée.      *
      ******************************************************************
       START-CLOSE-DUTY.
           COMPUTE WS-GAP = WS-PREV-END - WS-DUTY-START.
           IF WS-GAP > WS-AMPLITUDE
              MOVE WS-PREV-DAY TO WS-DAY-INT
              PERFORM START-FMT-GAP THRU END-FMT-GAP
              MOVE SPACES TO WS-TEXT
              STRING EQ-ID(WS-CUR-EQ) SPACE
                 FUNCTION TRIM(EQ-NOM(WS-CUR-EQ)) SPACE ":" SPACE
                 "AMPLITUDE" SPACE WS-DUREE SPACE "AU-DELA DE"
                 SPACE WS-AMPLITUDE SPACE "MIN"
                 DELIMITED BY SIZE INTO WS-TEXT
              PERFORM START-ADD-INFR THRU END-ADD-INFR
           END-IF.
       END-CLOSE-DUTY.
           EXIT.

      ******************************************************************
      *    Heure HH:MM (WS-HHMM-1) des minutes absolues WS-MIN-WORK.   *
      ******************************************************************
       START-FMT-TIME.
           DIVIDE WS-MIN-WORK BY 1440 GIVING WS-QUOT
              REMAINDER WS-REM.
           DIVIDE WS-REM BY 60 GIVING WS-HH REMAINDER WS-MM.
           STRING WS-HH ":" WS-MM DELIMITED BY SIZE INTO WS-HHMM-1.
       END-FMT-TIME.
           EXIT.

      ******************************************************************
      *    Durée HHhMM (WS-DUREE) de l'écart WS-GAP, en minutes.       *
      ******************************************************************
       START-FMT-GAP.
           MOVE ZERO TO WS-HH WS-MM.
           IF WS-GAP > ZERO
              IF WS-GAP > 5999
                 MOVE 99 TO WS-HH
                 MOVE 59 TO WS-MM
              ELSE
                 DIVIDE WS-GAP BY 60 GIVING WS-HH REMAINDER WS-MM
              END-IF
           END-IF.
           STRING WS-HH "h" WS-MM DELIMITED BY SIZE INTO WS-DUREE.
       END-FMT-GAP.
           EXIT.

      ******************************************************************
      *    Edition de la période, jour par jour.                       *
      ******************************************************************
       START-W-PERIODE.
           OPEN OUTPUT F-CONTROLE.

           MOVE "*** ROULEMENT DES EQUIPAGES ***" TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "AMPLITUDE MAXIMALE :" SPACE WS-AMPLITUDE SPACE
              "MIN - REPOS MINIMAL :" SPACE WS-REPOS SPACE "MIN"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           IF WS-FIRST-INT = ZERO OR WS-LAST-INT < WS-FIRST-INT
              MOVE "AUCUNE JOURNEE DANS LE ROULEMENT" TO WS-LINE
              WRITE R-CONTROLE FROM WS-LINE
           ELSE
              PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
                      UNTIL WS-DAY-INT > WS-LAST-INT
                 PERFORM START-W-JOURNEE THRU END-W-JOURNEE
              END-PERFORM
           END-IF.

           MOVE ALL "*" TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "SERVICES NON COUVERTS :" SPACE WS-UNCOV-CNT SPACE
              "- INFRACTIONS :" SPACE IN-CNT SPACE
              "- AFFECTATIONS A DATE INVALIDE :" SPACE WS-BAD-CNT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           CLOSE F-CONTROLE.
       END-W-PERIODE.
           EXIT.

      ******************************************************************
      *    Journée WS-DAY-INT : affectations, services non couverts,   *
      *    infractions.                                                *
      ******************************************************************
       START-W-JOURNEE.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           MOVE ZERO TO WS-DAY-ANOM.

           MOVE ALL "=" TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "JOURNEE" SPACE WS-DAY-DATE SPACE "(JOUR"
              SPACE WS-WEEKDAY ")"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

      *    Affectations du jour, par agent (ordre du tri).
           PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > AF-CNT
              IF AF-DAY-INT(AF-IDX) = WS-DAY-INT
                 PERFORM START-W-AFFECT THRU END-W-AFFECT
              END-IF
           END-PERFORM.

      *    Services qui circulent ce jour sans équipage complet.
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-CNT
              PERFORM START-CHECK-RUNS THRU END-CHECK-RUNS
              IF WS-RUNS = "Y"
                 PERFORM START-CHECK-COVER THRU END-CHECK-COVER
              END-IF
           END-PERFORM.

           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-CNT
              IF IN-DAY-INT(IN-IDX) = WS-DAY-INT
                 ADD 1 TO WS-DAY-ANOM
                 MOVE SPACES TO WS-LINE
                 STRING "   INFRACTION :" SPACE IN-TEXT(IN-IDX)
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE R-CONTROLE FROM WS-LINE
              END-IF
           END-PERFORM.

           IF WS-DAY-ANOM = ZERO
              MOVE "   AUCUNE ANOMALIE" TO WS-LINE
              WRITE R-CONTROLE FROM WS-LINE
           END-IF.
       END-W-JOURNEE.
           EXIT.

      ******************************************************************
       START-W-AFFECT.
           ADD 1 TO WS-RUN-WRITTEN.
           MOVE AF-SV(AF-IDX) TO SV-IDX.
           MOVE AF-EQ(AF-IDX) TO EQ-IDX.
           MOVE AF-START(AF-IDX) TO WS-MIN-WORK.
           PERFORM START-FMT-TIME THRU END-FMT-TIME.
           MOVE WS-HHMM-1 TO WS-HHMM-2.
           MOVE AF-END(AF-IDX) TO WS-MIN-WORK.
           PERFORM START-FMT-TIME THRU END-FMT-TIME.

           MOVE SPACES TO WS-LINE.
           STRING "   " EQ-ID(EQ-IDX) SPACE EQ-NOM(EQ-IDX) SPACE
              EQ-FONCTION(EQ-IDX) SPACE SV-TYPE(SV-IDX) SPACE
              SV-PROV(SV-IDX) SPACE "->" SPACE
              SV-STATION(SV-IDX) SPACE WS-HHMM-2 "-" WS-HHMM-1
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
       END-W-AFFECT.
           EXIT.

      ******************************************************************
      *    Le service SV-IDX a-t-il ce jour un conducteur et un        *
      *    contrôleur habilités ?                                      *
      ******************************************************************
       START-CHECK-COVER.
           MOVE ZERO TO WS-NB-COND WS-NB-CTRL.
           PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > AF-CNT
              IF AF-DAY-INT(AF-IDX) = WS-DAY-INT
                 AND AF-SV(AF-IDX) = SV-IDX
                 AND AF-COVERS(AF-IDX) = "Y"
                 MOVE AF-EQ(AF-IDX) TO EQ-IDX
                 EVALUATE EQ-FONCTION(EQ-IDX)
                    WHEN "CONDUCTEUR"
                       ADD 1 TO WS-NB-COND
                    WHEN "CONTROLEUR"
                       ADD 1 TO WS-NB-CTRL
                 END-EVALUATE
              END-IF
           END-PERFORM.

           IF WS-NB-COND = ZERO OR WS-NB-CTRL = ZERO
              ADD 1 TO WS-UNCOV-CNT
              ADD 1 TO WS-DAY-ANOM
              MOVE SPACES TO WS-LINE
              MOVE 1 TO WS-PTR
              STRING "   NON COUVERT :" SPACE SV-TYPE(SV-IDX) SPACE
                 FUNCTION TRIM(SV-PROV(SV-IDX)) SPACE "->" SPACE
                 FUNCTION TRIM(SV-STATION(SV-IDX)) SPACE
                 "ARRIVEE" SPACE SV-HHMM(SV-IDX)
                 DELIMITED BY SIZE INTO WS-LINE
                 WITH POINTER WS-PTR
              IF WS-NB-COND = ZERO
                 STRING " - SANS CONDUCTEUR"
                    DELIMITED BY SIZE INTO WS-LINE
                    WITH POINTER WS-PTR
              END-IF
              IF WS-NB-CTRL = ZERO
                 STRING " - SANS CONTROLEUR"
                    DELIMITED BY SIZE INTO WS-LINE
                    WITH POINTER WS-PTR
              END-IF
              WRITE R-CONTROLE FROM WS-LINE
           END-IF.
       END-CHECK-COVER.
           EXIT.
