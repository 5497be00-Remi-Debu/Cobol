      ******************************************************************
      *    Tenue du référentiel des espèces et des races "races.dat",  *
      *    contre lequel user.cbl contrôle le code race des            *
      *    transactions "A" et "U" et que relisent userped (filiation) *
      *    et userrecs (recensement). Le programme applique les        *
      *    mouvements de "races-trans.dat" :                           *
      *       colonne  1     : ACTION (A ajout, U modification,        *
      *                        R retrait)                              *
      *       colonnes 2-5   : CODE RACE                               *
      *       colonnes 6-7   : CODE ESPECE                             *
      *       colonnes 8-22  : LIBELLE DE L'ESPECE                     *
      *       colonnes 23-52 : LIBELLE DE LA RACE                      *
      *       colonne  53    : O si la race est reconnue par le livre  *
      *                        des origines (code LOOF admis), N sinon *
      *    puis réécrit le référentiel et liste les mouvements dans    *
      *    "races-rapport.txt". Une race n'est jamais supprimée : des  *
      *    animaux la portent, elle est retirée (plus acceptée sur un  *
      *    nouvel animal). L'espèce d'une race ne change pas, et un    *
      *    code espèce garde le même libellé d'une race à l'autre.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userrace.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RACES ASSIGN TO "races.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RACES.

           SELECT F-RACES-TRANS ASSIGN TO "races-trans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RACES-TRANS.

           SELECT F-RAPPORT ASSIGN TO "races-rapport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-RACES.
       01  R-RACES.
           05 RR-CODE                 PIC X(4).
           05 RR-SPECIES              PIC X(2).
           05 RR-SPECIES-LABEL        PIC X(15).
           05 RR-LABEL                PIC X(30).
           05 RR-LOOF                 PIC X(1).
           05 RR-STATUS               PIC X(1).

       FD  F-RACES-TRANS.
       01  R-RACES-TRANS.
           05 RT-ACTION               PIC X(1).
               88 RT-ADD                       VALUE "A".
               88 RT-UPDATE                    VALUE "U".
               88 RT-RETIRE                    VALUE "R".
           05 RT-CODE                 PIC X(4).
           05 RT-SPECIES              PIC X(2).
           05 RT-SPECIES-LABEL        PIC X(15).
           05 RT-LABEL                PIC X(30).
           05 RT-LOOF                 PIC X(1).

       FD  F-RAPPORT.
       01  R-RAPPORT                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-RACES       PIC X(02).
           88 FS-RACES-EOF VALUE "10".
       01  FS-RACES-TRANS PIC X(02).
           88 FS-RACES-TRANS-OK  VALUE "00".
           88 FS-RACES-TRANS-EOF VALUE "10".
       01  FS-RAPPORT     PIC X(02).

      *    Référentiel en mémoire, réécrit en fin de traitement.
       01  WS-RACE-TABLE.
           03 WS-RACE-CNT PIC 9(04) VALUE 0.
           03 WS-RACE OCCURS 500 TIMES
                      INDEXED BY WS-RACE-IDX.
               05 WS-RACE-CODE          PIC X(4).
               05 WS-RACE-SPECIES       PIC X(2).
               05 WS-RACE-SPECIES-LABEL PIC X(15).
               05 WS-RACE-LABEL         PIC X(30).
               05 WS-RACE-LOOF          PIC X(1).
               05 WS-RACE-STATUS        PIC X(1).
                  88 WS-RACE-RETIRED           VALUE "R".

       01  WS-FOUND-POS   PIC 9(04).
       01  WS-SPEC-POS    PIC 9(04).
       01  WS-MOTIF       PIC X(40).
       01  WS-LINE        PIC X(120).

       01  WS-TRANS-CNT   PIC 9(05) VALUE 0.
       01  WS-ADD-CNT     PIC 9(05) VALUE 0.
       01  WS-UPD-CNT     PIC 9(05) VALUE 0.
       01  WS-RETIRE-CNT  PIC 9(05) VALUE 0.
       01  WS-REJECT-CNT  PIC 9(05) VALUE 0.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "userrace".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-TRANS-CNT  TO WS-RUN-READ.
           COMPUTE WS-RUN-WRITTEN = WS-ADD-CNT + WS-UPD-CNT
                                  + WS-RETIRE-CNT.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : charge le référentiel, applique les mouvements puis  *
      *    le réécrit.                                                 *
      ******************************************************************
       START-MAIN.
           PERFORM START-LOAD-RACES THRU END-LOAD-RACES.

           OPEN INPUT F-RACES-TRANS.
           IF NOT FS-RACES-TRANS-OK
              DISPLAY "AUCUN MOUVEMENT : races-trans.dat ABSENT"
              GO TO END-MAIN
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           PERFORM UNTIL FS-RACES-TRANS-EOF
              READ F-RACES-TRANS
              AT END
                 SET FS-RACES-TRANS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-TRANS-CNT
                 PERFORM START-HANDLE-TRANS THRU END-HANDLE-TRANS
              END-READ
           END-PERFORM.
           CLOSE F-RACES-TRANS.

           MOVE SPACES TO WS-LINE.
           STRING "MOUVEMENTS :" SPACE WS-TRANS-CNT SPACE
              "- AJOUTS :" SPACE WS-ADD-CNT SPACE
              "- MODIFICATIONS :" SPACE WS-UPD-CNT SPACE
              "- RETRAITS :" SPACE WS-RETIRE-CNT SPACE
              "- REJETS :" SPACE WS-REJECT-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           CLOSE F-RAPPORT.

           PERFORM START-SAVE-RACES THRU END-SAVE-RACES.

           DISPLAY "RACES AU REFERENTIEL :" SPACE WS-RACE-CNT SPACE
              "MOUVEMENTS :" SPACE WS-TRANS-CNT SPACE
              "REJETS :" SPACE WS-REJECT-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Charge le référentiel ; absent, il est créé par les         *
      *    ajouts du premier passage.                                  *
      ******************************************************************
       START-LOAD-RACES.
           OPEN INPUT F-RACES.
           IF FS-RACES NOT = "00"
              DISPLAY "AVERTISSEMENT : races.dat ABSENT, REFERENTIEL "
                 "CREE PAR CE PASSAGE"
              GO TO END-LOAD-RACES
           END-IF.

           PERFORM UNTIL FS-RACES-EOF
              READ F-RACES
              AT END
                 SET FS-RACES-EOF TO TRUE
              NOT AT END
                 IF WS-RACE-CNT < 500
                    ADD 1 TO WS-RACE-CNT
                    MOVE R-RACES TO WS-RACE(WS-RACE-CNT)
                 ELSE
                    DISPLAY "ERREUR : races.dat DE PLUS DE 500 RACES"
                    MOVE "KO" TO WS-RUN-STATUS
                    STOP RUN
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-RACES.
       END-LOAD-RACES.
           EXIT.

      ******************************************************************
      *    Mouvement courant : recherche de la race puis traitement    *
      *    selon l'action.                                             *
      ******************************************************************
       START-HANDLE-TRANS.
           MOVE SPACES TO WS-MOTIF.

           IF RT-CODE EQUAL SPACES
              MOVE "CODE RACE ABSENT" TO WS-MOTIF
              GO TO START-REJECT-TRANS
           END-IF.

           MOVE ZERO TO WS-FOUND-POS.
           PERFORM VARYING WS-RACE-IDX FROM 1 BY 1
                   UNTIL WS-RACE-IDX > WS-RACE-CNT
                      OR WS-FOUND-POS NOT = ZERO
              IF WS-RACE-CODE(WS-RACE-IDX) EQUAL RT-CODE
                 SET WS-FOUND-POS TO WS-RACE-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN RT-ADD
                 PERFORM START-ADD-RACE THRU END-ADD-RACE
              WHEN RT-UPDATE
                 PERFORM START-UPDATE-RACE THRU END-UPDATE-RACE
              WHEN RT-RETIRE
                 PERFORM START-RETIRE-RACE THRU END-RETIRE-RACE
              WHEN OTHER
                 MOVE "ACTION INCONNUE" TO WS-MOTIF
           END-EVALUATE.

           IF WS-MOTIF NOT = SPACES
              GO TO START-REJECT-TRANS
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING RT-ACTION SPACE RT-CODE SPACE
              WS-RACE-SPECIES(WS-FOUND-POS) SPACE
              WS-RACE-LABEL(WS-FOUND-POS) SPACE "LOOF :" SPACE
              WS-RACE-LOOF(WS-FOUND-POS) SPACE "STATUT :" SPACE
              WS-RACE-STATUS(WS-FOUND-POS)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           GO TO END-HANDLE-TRANS.

       START-REJECT-TRANS.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "REJET :" SPACE R-RACES-TRANS SPACE "-" SPACE
              WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
       END-HANDLE-TRANS.
           EXIT.

      ******************************************************************
      *    Ajout d'une race : code nouveau, espèce et libellés         *
      *    renseignés, libellé d'espèce conforme aux races déjà        *
      *    enregistrées de la même espèce.                             *
      ******************************************************************
       START-ADD-RACE.
           IF WS-FOUND-POS NOT = ZERO
              MOVE "RACE DEJA AU REFERENTIEL" TO WS-MOTIF
              GO TO END-ADD-RACE
           END-IF.
           IF RT-SPECIES EQUAL SPACES
              OR RT-SPECIES-LABEL EQUAL SPACES
              OR RT-LABEL EQUAL SPACES
              MOVE "ESPECE OU LIBELLE ABSENT" TO WS-MOTIF
              GO TO END-ADD-RACE
           END-IF.
           IF RT-LOOF NOT = "O" AND RT-LOOF NOT = "N"
              AND RT-LOOF NOT = SPACE
              MOVE "INDICATEUR LOOF INVALIDE (O/N)" TO WS-MOTIF
              GO TO END-ADD-RACE
           END-IF.

           PERFORM START-CHECK-SPECIES THRU END-CHECK-SPECIES.
           IF WS-MOTIF NOT = SPACES
              GO TO END-ADD-RACE
           END-IF.

           IF WS-RACE-CNT NOT < 500
              MOVE "REFERENTIEL PLEIN (500 RACES)" TO WS-MOTIF
              GO TO END-ADD-RACE
           END-IF.

           ADD 1 TO WS-RACE-CNT.
           MOVE WS-RACE-CNT TO WS-FOUND-POS.
           MOVE RT-CODE          TO WS-RACE-CODE(WS-FOUND-POS).
           MOVE RT-SPECIES       TO WS-RACE-SPECIES(WS-FOUND-POS).
           MOVE RT-SPECIES-LABEL
              TO WS-RACE-SPECIES-LABEL(WS-FOUND-POS).
           MOVE RT-LABEL         TO WS-RACE-LABEL(WS-FOUND-POS).
           MOVE "N"              TO WS-RACE-LOOF(WS-FOUND-POS).
           IF RT-LOOF EQUAL "O"
              MOVE "O" TO WS-RACE-LOOF(WS-FOUND-POS)
           END-IF.
           MOVE "A"              TO WS-RACE-STATUS(WS-FOUND-POS).
           ADD 1 TO WS-ADD-CNT.
       END-ADD-RACE.
           EXIT.

      ******************************************************************
      *    Modification d'une race : libellés et indicateur LOOF ; un  *
      *    champ à blanc garde sa valeur. L'espèce ne change pas (les  *
      *    animaux de la race la portent) ; une race retirée modifiée  *
      *    est remise en service.                                      *
      ******************************************************************
       START-UPDATE-RACE.
           IF WS-FOUND-POS EQUAL ZERO
              MOVE "RACE INCONNUE DU REFERENTIEL" TO WS-MOTIF
              GO TO END-UPDATE-RACE
           END-IF.
           IF RT-SPECIES NOT = SPACES
              AND RT-SPECIES NOT = WS-RACE-SPECIES(WS-FOUND-POS)
              MOVE "CHANGEMENT D'ESPECE REFUSE" TO WS-MOTIF
              GO TO END-UPDATE-RACE
           END-IF.
           IF RT-LOOF NOT = "O" AND RT-LOOF NOT = "N"
              AND RT-LOOF NOT = SPACE
              MOVE "INDICATEUR LOOF INVALIDE (O/N)" TO WS-MOTIF
              GO TO END-UPDATE-RACE
           END-IF.

           IF RT-SPECIES-LABEL NOT = SPACES
              MOVE WS-RACE-SPECIES(WS-FOUND-POS) TO RT-SPECIES
              PERFORM START-CHECK-SPECIES THRU END-CHECK-SPECIES
              IF WS-MOTIF NOT = SPACES
                 GO TO END-UPDATE-RACE
              END-IF
              MOVE RT-SPECIES-LABEL
                 TO WS-RACE-SPECIES-LABEL(WS-FOUND-POS)
           END-IF.
           IF RT-LABEL NOT = SPACES
              MOVE RT-LABEL TO WS-RACE-LABEL(WS-FOUND-POS)
           END-IF.
           IF RT-LOOF NOT = SPACE
              MOVE RT-LOOF TO WS-RACE-LOOF(WS-FOUND-POS)
           END-IF.
           MOVE "A" TO WS-RACE-STATUS(WS-FOUND-POS).
           ADD 1 TO WS-UPD-CNT.
       END-UPDATE-RACE.
           EXIT.

      ******************************************************************
      *    Retrait d'une race : elle reste au référentiel pour les     *
      *    animaux qui la portent, mais n'est plus acceptée sur un     *
      *    nouvel animal.                                              *
      ******************************************************************
       START-RETIRE-RACE.
           IF WS-FOUND-POS EQUAL ZERO
              MOVE "RACE INCONNUE DU REFERENTIEL" TO WS-MOTIF
              GO TO END-RETIRE-RACE
           END-IF.
           IF WS-RACE-RETIRED(WS-FOUND-POS)
              MOVE "RACE DEJA RETIREE" TO WS-MOTIF
              GO TO END-RETIRE-RACE
           END-IF.
           MOVE "R" TO WS-RACE-STATUS(WS-FOUND-POS).
           ADD 1 TO WS-RETIRE-CNT.
       END-RETIRE-RACE.
           EXIT.

      ******************************************************************
      *    Un code espèce garde un seul libellé : les autres races de  *
      *    l'espèce RT-SPECIES doivent porter RT-SPECIES-LABEL.        *
      ******************************************************************
       START-CHECK-SPECIES.
           MOVE ZERO TO WS-SPEC-POS.
           PERFORM VARYING WS-RACE-IDX FROM 1 BY 1
                   UNTIL WS-RACE-IDX > WS-RACE-CNT
                      OR WS-SPEC-POS NOT = ZERO
              IF WS-RACE-SPECIES(WS-RACE-IDX) EQUAL RT-SPECIES
                 AND WS-RACE-IDX NOT = WS-FOUND-POS
                 SET WS-SPEC-POS TO WS-RACE-IDX
              END-IF
           END-PERFORM.

           IF WS-SPEC-POS NOT = ZERO
              AND WS-RACE-SPECIES-LABEL(WS-SPEC-POS)
                  NOT = RT-SPECIES-LABEL
              MOVE "LIBELLE ESPECE DIFFERENT DU REFERENTIEL"
                 TO WS-MOTIF
           END-IF.
       END-CHECK-SPECIES.
           EXIT.

      ******************************************************************
      *    Réécris le référentiel.                                     *
      ******************************************************************
       START-SAVE-RACES.
           OPEN OUTPUT F-RACES.
           PERFORM VARYING WS-RACE-IDX FROM 1 BY 1
                   UNTIL WS-RACE-IDX > WS-RACE-CNT
              MOVE WS-RACE(WS-RACE-IDX) TO R-RACES
              WRITE R-RACES
           END-PERFORM.
           CLOSE F-RACES.
       END-SAVE-RACES.
           EXIT.
