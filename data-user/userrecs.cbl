      ******************************************************************
      *    Recensement annuel du registre pour la préfecture et les    *
      *    clubs de race : le programme parcourt "animaux.idx" et      *
      *    compte les animaux vivants (non supprimés) par espèce, par  *
      *    race (LOOF et non LOOF), par tranche d'âge et par ville du  *
      *    propriétaire (RU-CITY, lu par clé dans                      *
      *    "proprietaires.idx"). Espèces et races sont libellées par   *
      *    le référentiel "races.dat" tenu par userrace ; un animal    *
      *    sans race ou d'une race inconnue est compté à part. Le      *
      *    rapport "recensement.txt" porte l'année du recensement      *
      *    (variable d'environnement USERRECS-ANNEE, année courante    *
      *    par défaut).                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userrecs.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PETS ASSIGN TO "animaux.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-ID
           ALTERNATE RECORD KEY IS RP-CHIP WITH DUPLICATES
           ALTERNATE RECORD KEY IS RP-MASTER-ID WITH DUPLICATES
           FILE STATUS IS FS-PETS.

           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-RACES ASSIGN TO "races.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RACES.

           SELECT F-RECENS ASSIGN TO "recensement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECENS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-PETS.
       01  R-PETS.
           05 RP-ID                   PIC X(8).
           05 RP-GENDER               PIC A(1).
           05 RP-NAME                 PIC X(10).
           05 RP-LOOF                 PIC A(3).
           05 RP-AGE                  PIC 9(3).
           05 RP-MASTER.
               10 RP-MASTER-ID        PIC X(5).
               10 RP-MASTER-LASTNAME  PIC X(20).
               10 RP-MASTER-FIRSTNAME PIC X(20).
           05 RP-DAM-ID               PIC X(8).
           05 RP-SIRE-ID              PIC X(8).
           05 RP-DELETED              PIC X(1).
              88 RP-IS-DELETED                 VALUE "D".
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

       FD  F-USERS.
       01  R-USERS.
           05 RU-ID                   PIC X(5).
           05 RU-CITY                 PIC A(20).
           05 RU-STREET               PIC X(20).
           05 RU-GSM-NUMBER           PIC 9(10).
           05 RU-LASTNAME             PIC X(20).
           05 RU-FIRSTNAME            PIC X(20).

       FD  F-RACES.
       01  R-RACES.
           05 RR-CODE                 PIC X(4).
           05 RR-SPECIES              PIC X(2).
           05 RR-SPECIES-LABEL        PIC X(15).
           05 RR-LABEL                PIC X(30).
           05 RR-LOOF                 PIC X(1).
           05 RR-STATUS               PIC X(1).

       FD  F-RECENS.
       01  R-RECENS                   PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-PETS   PIC X(02).
           88 FS-PETS-OK  VALUE "00".
           88 FS-PETS-EOF VALUE "10".
       01  FS-USERS  PIC X(02).
           88 FS-USERS-OK  VALUE "00".
       01  FS-RACES  PIC X(02).
           88 FS-RACES-EOF VALUE "10".
       01  FS-RECENS PIC X(02).

       01  WS-ANNEE-ENV   PIC X(04).
       01  WS-ANNEE       PIC 9(04).

      *    Races du référentiel et leurs compteurs ; la dernière ligne
      *    (WS-RACE-CNT + 1) reçoit les animaux sans race connue.
       01  WS-RACE-TABLE.
           03 WS-RACE-CNT PIC 9(04) VALUE 0.
           03 WS-RACE OCCURS 501 TIMES
                      INDEXED BY WS-RACE-IDX.
               05 WS-RACE-CODE        PIC X(4).
               05 WS-RACE-SPECIES     PIC X(2).
               05 WS-RACE-LABEL       PIC X(30).
               05 WS-RACE-LOOF-CNT    PIC 9(06).
               05 WS-RACE-OTHER-CNT   PIC 9(06).

      *    Espèces rencontrées au référentiel ; la dernière ligne
      *    (WS-SPEC-CNT + 1) reçoit les animaux d'espèce inconnue.
       01  WS-SPEC-TABLE.
           03 WS-SPEC-CNT PIC 9(02) VALUE 0.
           03 WS-SPEC OCCURS 51 TIMES
                      INDEXED BY WS-SPEC-IDX.
               05 WS-SPEC-CODE        PIC X(2).
               05 WS-SPEC-LABEL       PIC X(15).
               05 WS-SPEC-TOTAL       PIC 9(06).

      *    Tranches d'âge : 0-1, 2-4, 5-9, 10-14, 15 ans et plus.
       01  WS-AGE-TABLE.
           03 WS-AGE-BAND OCCURS 5 TIMES.
               05 WS-AGE-LABEL        PIC X(15).
               05 WS-AGE-TOTAL        PIC 9(06).
       01  WS-AGE-POS     PIC 9(01).

      *    Villes des propriétaires, tenues dans l'ordre alphabétique.
       01  WS-CITY-TABLE.
           03 WS-CITY-CNT PIC 9(04) VALUE 0.
           03 WS-CITY OCCURS 500 TIMES
                      INDEXED BY WS-CITY-IDX.
               05 WS-CITY-NAME        PIC X(20).
               05 WS-CITY-TOTAL       PIC 9(06).
       01  WS-CUR-CITY    PIC X(20).
       01  WS-CITY-POS    PIC 9(04).
       01  WS-SHIFT-POS   PIC 9(04).

       01  WS-FOUND-POS   PIC 9(04).
       01  WS-SPEC-POS    PIC 9(02).
       01  WS-LIVE-CNT    PIC 9(06) VALUE 0.
       01  WS-LOOF-CNT    PIC 9(06) VALUE 0.
       01  WS-NOLOOF-CNT  PIC 9(06) VALUE 0.
       01  WS-ORPHAN-CNT  PIC 9(06) VALUE 0.
       01  WS-BREED-TOTAL PIC 9(06).
       01  WS-LINE        PIC X(120).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "userrecs".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-LIVE-CNT   TO WS-RUN-WRITTEN.
           MOVE WS-ORPHAN-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : charge le référentiel, compte le registre puis       *
      *    écrit le recensement.                                       *
      ******************************************************************
       START-MAIN.
           ACCEPT WS-ANNEE-ENV FROM ENVIRONMENT "USERRECS-ANNEE".
           IF WS-ANNEE-ENV IS NUMERIC
              MOVE WS-ANNEE-ENV TO WS-ANNEE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE
           END-IF.

           MOVE "0 A 1 AN"        TO WS-AGE-LABEL(1).
           MOVE "2 A 4 ANS"       TO WS-AGE-LABEL(2).
           MOVE "5 A 9 ANS"       TO WS-AGE-LABEL(3).
           MOVE "10 A 14 ANS"     TO WS-AGE-LABEL(4).
           MOVE "15 ANS ET PLUS"  TO WS-AGE-LABEL(5).
           PERFORM VARYING WS-AGE-POS FROM 1 BY 1 UNTIL WS-AGE-POS > 5
              MOVE ZERO TO WS-AGE-TOTAL(WS-AGE-POS)
           END-PERFORM.

           PERFORM START-LOAD-RACES THRU END-LOAD-RACES.
      *    Lignes des animaux sans race ou sans espèce connue.
           MOVE ZERO TO WS-RACE-LOOF-CNT(WS-RACE-CNT + 1).
           MOVE ZERO TO WS-RACE-OTHER-CNT(WS-RACE-CNT + 1).
           MOVE ZERO TO WS-SPEC-TOTAL(WS-SPEC-CNT + 1).

           OPEN INPUT F-USERS.
           IF NOT FS-USERS-OK
              DISPLAY "ERREUR OUVERTURE proprietaires.idx :" SPACE
                 FS-USERS
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT F-PETS.
           IF NOT FS-PETS-OK
              DISPLAY "ERREUR OUVERTURE animaux.idx :" SPACE FS-PETS
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-PETS-EOF
              READ F-PETS NEXT RECORD
              AT END
                 SET FS-PETS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 PERFORM START-COUNT-PET THRU END-COUNT-PET
              END-READ
           END-PERFORM.

           CLOSE F-PETS.
           CLOSE F-USERS.

           PERFORM START-W-RECENS THRU END-W-RECENS.

           DISPLAY "RECENSEMENT" SPACE WS-ANNEE SPACE
              "ANIMAUX :" SPACE WS-LIVE-CNT SPACE
              "SANS PROPRIETAIRE RETROUVABLE :" SPACE WS-ORPHAN-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Charge les races du référentiel (retirées comprises : des   *
      *    animaux vivants les portent encore) et en déduit la liste   *
      *    des espèces.                                                *
      ******************************************************************
       START-LOAD-RACES.
           OPEN INPUT F-RACES.
           IF FS-RACES NOT = "00"
              DISPLAY "AVERTISSEMENT : races.dat ABSENT, ANIMAUX "
                 "COMPTES SANS RACE NI ESPECE"
              GO TO END-LOAD-RACES
           END-IF.

           PERFORM UNTIL FS-RACES-EOF
              READ F-RACES
                 AT END CONTINUE
                 NOT AT END
                    IF WS-RACE-CNT < 500
                       ADD 1 TO WS-RACE-CNT
                       MOVE RR-CODE    TO WS-RACE-CODE(WS-RACE-CNT)
                       MOVE RR-SPECIES TO WS-RACE-SPECIES(WS-RACE-CNT)
                       MOVE RR-LABEL   TO WS-RACE-LABEL(WS-RACE-CNT)
                       MOVE ZERO TO WS-RACE-LOOF-CNT(WS-RACE-CNT)
                       MOVE ZERO TO WS-RACE-OTHER-CNT(WS-RACE-CNT)
                       PERFORM START-ADD-SPECIES THRU END-ADD-SPECIES
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-RACES.
       END-LOAD-RACES.
           EXIT.

      ******************************************************************
      *    Range l'espèce de la race lue dans R-RACES si elle n'est    *
      *    pas encore connue.                                          *
      ******************************************************************
       START-ADD-SPECIES.
           MOVE ZERO TO WS-SPEC-POS.
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > WS-SPEC-CNT
                      OR WS-SPEC-POS NOT = ZERO
              IF WS-SPEC-CODE(WS-SPEC-IDX) EQUAL RR-SPECIES
                 SET WS-SPEC-POS TO WS-SPEC-IDX
              END-IF
           END-PERFORM.

           IF WS-SPEC-POS EQUAL ZERO AND WS-SPEC-CNT < 50
              ADD 1 TO WS-SPEC-CNT
              MOVE RR-SPECIES       TO WS-SPEC-CODE(WS-SPEC-CNT)
              MOVE RR-SPECIES-LABEL TO WS-SPEC-LABEL(WS-SPEC-CNT)
              MOVE ZERO             TO WS-SPEC-TOTAL(WS-SPEC-CNT)
           END-IF.
       END-ADD-SPECIES.
           EXIT.

      ******************************************************************
      *    Compte l'animal lu dans R-PETS s'il est vivant : race et    *
      *    statut LOOF, espèce, tranche d'âge, ville du propriétaire.  *
      ******************************************************************
       START-COUNT-PET.
           IF RP-IS-DELETED
              GO TO END-COUNT-PET
           END-IF.
           ADD 1 TO WS-LIVE-CNT.

      *    Race : sans code ou inconnue du référentiel, l'animal va
      *    sur la ligne qui suit les races du référentiel.
           COMPUTE WS-FOUND-POS = WS-RACE-CNT + 1.
           IF RP-BREED NOT = SPACES
              SET WS-RACE-IDX TO 1
              SEARCH WS-RACE
                 WHEN WS-RACE-IDX NOT > WS-RACE-CNT
                    AND WS-RACE-CODE(WS-RACE-IDX) = RP-BREED
                    SET WS-FOUND-POS TO WS-RACE-IDX
              END-SEARCH
           END-IF.
           IF RP-LOOF NOT = SPACES
              ADD 1 TO WS-RACE-LOOF-CNT(WS-FOUND-POS)
              ADD 1 TO WS-LOOF-CNT
           ELSE
              ADD 1 TO WS-RACE-OTHER-CNT(WS-FOUND-POS)
              ADD 1 TO WS-NOLOOF-CNT
           END-IF.

      *    Espèce, par la race ; sans race connue, ligne des espèces
      *    inconnues.
           COMPUTE WS-SPEC-POS = WS-SPEC-CNT + 1.
           IF WS-FOUND-POS NOT > WS-RACE-CNT
              SET WS-SPEC-IDX TO 1
              SEARCH WS-SPEC
                 WHEN WS-SPEC-IDX NOT > WS-SPEC-CNT
                    AND WS-SPEC-CODE(WS-SPEC-IDX)
                        = WS-RACE-SPECIES(WS-FOUND-POS)
                    SET WS-SPEC-POS TO WS-SPEC-IDX
              END-SEARCH
           END-IF.
           ADD 1 TO WS-SPEC-TOTAL(WS-SPEC-POS).

           EVALUATE TRUE
              WHEN RP-AGE < 2
                 MOVE 1 TO WS-AGE-POS
              WHEN RP-AGE < 5
                 MOVE 2 TO WS-AGE-POS
              WHEN RP-AGE < 10
                 MOVE 3 TO WS-AGE-POS
              WHEN RP-AGE < 15
                 MOVE 4 TO WS-AGE-POS
              WHEN OTHER
                 MOVE 5 TO WS-AGE-POS
           END-EVALUATE.
           ADD 1 TO WS-AGE-TOTAL(WS-AGE-POS).

           MOVE RP-MASTER-ID TO RU-ID.
           READ F-USERS RECORD KEY IS RU-ID
              INVALID KEY
                 ADD 1 TO WS-ORPHAN-CNT
                 MOVE "(PROPRIO INCONNU)" TO WS-CUR-CITY
              NOT INVALID KEY
                 MOVE RU-CITY TO WS-CUR-CITY
           END-READ.
           IF WS-CUR-CITY EQUAL SPACES
              MOVE "(VILLE NON SAISIE)" TO WS-CUR-CITY
           END-IF.
           PERFORM START-COUNT-CITY THRU END-COUNT-CITY.
       END-COUNT-PET.
           EXIT.

      ******************************************************************
      *    Compte WS-CUR-CITY : la ville est cherchée dans la table    *
      *    triée, ou insérée à sa place alphabétique.                  *
      ******************************************************************
       START-COUNT-CITY.
           MOVE ZERO TO WS-CITY-POS.
           PERFORM VARYING WS-CITY-IDX FROM 1 BY 1
                   UNTIL WS-CITY-IDX > WS-CITY-CNT
                      OR WS-CITY-POS NOT = ZERO
              IF WS-CITY-NAME(WS-CITY-IDX) NOT < WS-CUR-CITY
                 SET WS-CITY-POS TO WS-CITY-IDX
              END-IF
           END-PERFORM.

           IF WS-CITY-POS NOT = ZERO
              IF WS-CITY-NAME(WS-CITY-POS) EQUAL WS-CUR-CITY
                 ADD 1 TO WS-CITY-TOTAL(WS-CITY-POS)
                 GO TO END-COUNT-CITY
              END-IF
           END-IF.

           IF WS-CITY-CNT NOT < 500
              DISPLAY "AVERTISSEMENT : PLUS DE 500 VILLES, "
                 WS-CUR-CITY SPACE "NON COMPTEE"
              GO TO END-COUNT-CITY
           END-IF.

           IF WS-CITY-POS EQUAL ZERO
              COMPUTE WS-CITY-POS = WS-CITY-CNT + 1
           END-IF.
           PERFORM VARYING WS-SHIFT-POS FROM WS-CITY-CNT BY -1
                   UNTIL WS-SHIFT-POS < WS-CITY-POS
              MOVE WS-CITY(WS-SHIFT-POS) TO WS-CITY(WS-SHIFT-POS + 1)
           END-PERFORM.
           ADD 1 TO WS-CITY-CNT.
           MOVE WS-CUR-CITY TO WS-CITY-NAME(WS-CITY-POS).
           MOVE 1           TO WS-CITY-TOTAL(WS-CITY-POS).
       END-COUNT-CITY.
           EXIT.

      ******************************************************************
      *    Ecris le recensement : totaux, espèces, races (seules les   *
      *    races portées par au moins un animal), tranches d'âge et    *
      *    villes.                                                     *
      ******************************************************************
       START-W-RECENS.
           OPEN OUTPUT F-RECENS.

           MOVE SPACES TO WS-LINE.
           STRING "RECENSEMENT DU REGISTRE" SPACE WS-ANNEE SPACE
              "- ANIMAUX :" SPACE WS-LIVE-CNT SPACE
              "- LOOF :" SPACE WS-LOOF-CNT SPACE
              "- NON LOOF :" SPACE WS-NOLOOF-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RECENS FROM WS-LINE.

           MOVE "PAR ESPECE :" TO WS-LINE.
           WRITE R-RECENS FROM WS-LINE.
           MOVE "??"              TO WS-SPEC-CODE(WS-SPEC-CNT + 1).
           MOVE "ESPECE INCONNUE" TO WS-SPEC-LABEL(WS-SPEC-CNT + 1).
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > WS-SPEC-CNT + 1
              IF WS-SPEC-TOTAL(WS-SPEC-IDX) NOT = ZERO
                 MOVE SPACES TO WS-LINE
                 STRING "   " WS-SPEC-CODE(WS-SPEC-IDX) SPACE
                    WS-SPEC-LABEL(WS-SPEC-IDX) SPACE
                    WS-SPEC-TOTAL(WS-SPEC-IDX)
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-RECENS FROM WS-LINE
              END-IF
           END-PERFORM.

           MOVE "PAR RACE (TOTAL, LOOF, NON LOOF) :" TO WS-LINE.
           WRITE R-RECENS FROM WS-LINE.
           MOVE "????"                TO WS-RACE-CODE(WS-RACE-CNT + 1).
           MOVE "??"               TO WS-RACE-SPECIES(WS-RACE-CNT + 1).
           MOVE "RACE NON RENSEIGNEE" TO WS-RACE-LABEL(WS-RACE-CNT + 1).
           PERFORM VARYING WS-RACE-IDX FROM 1 BY 1
                   UNTIL WS-RACE-IDX > WS-RACE-CNT + 1
              COMPUTE WS-BREED-TOTAL = WS-RACE-LOOF-CNT(WS-RACE-IDX)
                                     + WS-RACE-OTHER-CNT(WS-RACE-IDX)
              IF WS-BREED-TOTAL NOT = ZERO
                 MOVE SPACES TO WS-LINE
                 STRING "   " WS-RACE-CODE(WS-RACE-IDX) SPACE
                    WS-RACE-SPECIES(WS-RACE-IDX) SPACE
                    WS-RACE-LABEL(WS-RACE-IDX) SPACE
                    WS-BREED-TOTAL SPACE
                    WS-RACE-LOOF-CNT(WS-RACE-IDX) SPACE
                    WS-RACE-OTHER-CNT(WS-RACE-IDX)
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-RECENS FROM WS-LINE
              END-IF
           END-PERFORM.

           MOVE "PAR TRANCHE D'AGE :" TO WS-LINE.
           WRITE R-RECENS FROM WS-LINE.
           PERFORM VARYING WS-AGE-POS FROM 1 BY 1 UNTIL WS-AGE-POS > 5
              MOVE SPACES TO WS-LINE
              STRING "   " WS-AGE-LABEL(WS-AGE-POS) SPACE
                 WS-AGE-TOTAL(WS-AGE-POS)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RECENS FROM WS-LINE
           END-PERFORM.

           MOVE "PAR VILLE DU PROPRIETAIRE :" TO WS-LINE.
           WRITE R-RECENS FROM WS-LINE.
           PERFORM VARYING WS-CITY-IDX FROM 1 BY 1
                   UNTIL WS-CITY-IDX > WS-CITY-CNT
              MOVE SPACES TO WS-LINE
              STRING "   " WS-CITY-NAME(WS-CITY-IDX) SPACE
                 WS-CITY-TOTAL(WS-CITY-IDX)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RECENS FROM WS-LINE
           END-PERFORM.

           CLOSE F-RECENS.
       END-W-RECENS.
           EXIT.
