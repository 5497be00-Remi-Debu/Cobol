      ******************************************************************
      *    Ordonnanceur de l'atelier : sclchain pilote la nuit         *
      *    "école", mais les chaînes assurance, paie, train et         *
      *    registre des animaux étaient lancées à la main dans un      *
      *    ordre que seuls les exploitants connaissaient (flpay avant  *
      *    flmaint, insucli avant opdepot...). Le programme lit le     *
      *    fichier des travaux "ordo-travaux.dat" :                    *
      *       colonnes 1-8    : TRAVAIL                                *
      *       colonnes 9-68   : COMMANDE LANCEE (programme, précédé    *
      *                         au besoin de ses variables             *
      *                         d'environnement)                       *
      *       colonnes 69-108 : PREALABLES, 5 TRAVAUX DE 8 CARACTERES  *
      *       colonne  109    : JOURS DE PASSAGE (T tous les jours,    *
      *                         O jours ouvrés, P premier jour ouvré   *
      *                         du mois, D dernier jour ouvré du mois, *
      *                         selon le calendrier partagé caljour)   *
      *       colonnes 110-117: CHAINE DU CONTROLE PRE-VOL (preflt)    *
      *                         à passer avant le travail, à blanc si  *
      *                         aucun                                  *
      *    et lance, par passes successives, chaque travail dû à la    *
      *    date de passage (OPORDO-DATE, AAAAMMJJ, la date du jour à   *
      *    défaut) dont les préalables sont faits ou non dus ce jour.  *
      *    Un travail en échec (code retour non nul, pré-vol compris)  *
      *    retient tous ses dépendants ; les travaux indépendants      *
      *    continuent. L'état de chaque travail est tenu dans          *
      *    "ordo-etat.dat" (le même esprit que "chain-control.dat" de  *
      *    sclchain) : relancé à la même date de passage, il saute     *
      *    les travaux déjà faits et reprend au travail en échec.      *
      *    Chaque lancement est consigné au journal                    *
      *    commun "run-log.dat" sous le nom du travail (runstart /     *
      *    runlog), sauf quand le programme lancé s'y est consigné     *
      *    lui-même ; le compte rendu part dans "ordo-rapport.dat".    *
      *    Les programmes lancés se terminant par STOP RUN, chaque     *
      *    travail est lancé comme un travail séparé (SYSTEM).         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opordo.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRAVAUX ASSIGN TO "ordo-travaux.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVAUX.

           SELECT F-ETAT ASSIGN TO "ordo-etat.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ETAT.

           SELECT F-RAPPORT ASSIGN TO "ordo-rapport.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

           SELECT F-RUNLOG ASSIGN TO "run-log.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-TRAVAUX
           RECORD CONTAINS 117 CHARACTERS
           RECORDING MODE IS F.
       01  R-TRAVAUX.
           03 TR-JOB       PIC X(08).
           03 TR-COMMANDE  PIC X(60).
           03 TR-PREALABLE PIC X(08) OCCURS 5 TIMES.
           03 TR-JOURS     PIC X(01).
           03 TR-PREVOL    PIC X(08).

      *    Une ligne par travail : date de passage, travail, état
      *    (O fait, E en échec, R retenu, N non dû ce jour).
       FD  F-ETAT
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
       01  R-ETAT.
           03 ET-DATE      PIC 9(08).
           03 FILLER       PIC X(01).
           03 ET-JOB       PIC X(08).
           03 ET-STATE     PIC X(01).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(132).

      *    Journal commun, relu pour savoir si le travail lancé s'y
      *    est consigné lui-même.
       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       01  R-RUNLOG PIC X(68).

       WORKING-STORAGE SECTION.
       01  FS-TRAVAUX PIC X(02).
           88 FS-TRAVAUX-OK  VALUE "00".
           88 FS-TRAVAUX-EOF VALUE "10".
       01  FS-ETAT PIC X(02).
           88 FS-ETAT-OK  VALUE "00".
           88 FS-ETAT-EOF VALUE "10".
       01  FS-RAPPORT PIC X(02).
       01  FS-RUNLOG PIC X(02).
           88 FS-RUNLOG-OK  VALUE "00".
           88 FS-RUNLOG-EOF VALUE "10".

       01  WS-DATE-ENV  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE  PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03 WS-RUN-YYYYMM PIC 9(06).
           03 WS-RUN-DD     PIC 9(02).

      *    Travaux de l'atelier et leur état pour la date de passage.
       01  WS-JOB-TABLE.
           03 WS-JOB-CNT PIC 9(03) VALUE ZERO.
           03 WS-JOB OCCURS 100 TIMES
                     INDEXED BY WS-JOB-IDX.
               05 WS-JOB-NAME     PIC X(08).
               05 WS-JOB-COMMANDE PIC X(60).
               05 WS-JOB-PREALABLE PIC X(08) OCCURS 5 TIMES.
               05 WS-JOB-JOURS    PIC X(01).
               05 WS-JOB-PREVOL   PIC X(08).
               05 WS-JOB-STATE    PIC X(01).
                  88 WS-JOB-PENDING         VALUE SPACE.
                  88 WS-JOB-DONE            VALUE "O".
                  88 WS-JOB-FAILED          VALUE "E".
                  88 WS-JOB-HELD            VALUE "R".
                  88 WS-JOB-NOT-DUE         VALUE "N".
               05 WS-JOB-MOTIF    PIC X(40).

       01  WS-CUR         PIC 9(03).
       01  WS-PRE-POS     PIC 9(03).
       01  WS-PRE-IDX     PIC 9(01).
       01  WS-PRE-NAME    PIC X(08).

       01  WS-PROGRESS-FLAG PIC X(01).
           88 WS-PROGRESS       VALUE "Y".
           88 WS-NO-PROGRESS    VALUE "N".
       01  WS-READY-FLAG    PIC X(01).
           88 WS-READY          VALUE "Y".
           88 WS-WAITING        VALUE "W".
           88 WS-BLOCKED        VALUE "B".
       01  WS-DUE-FLAG      PIC X(01).
           88 WS-DUE            VALUE "Y".
           88 WS-NOT-DUE        VALUE "N".
           88 WS-BAD-DAYS       VALUE "X".

      *    Zones d'appel du calendrier ouvré partagé caljour.
       01  WS-CAL-FUNCTION PIC X(01).
       01  WS-CAL-DATE-1   PIC 9(08).
       01  WS-CAL-DATE-2   PIC 9(08).
       01  WS-CAL-RESULT   PIC 9(05).

       01  WS-COMMAND      PIC X(100).
       01  WS-STEP-RC      PIC S9(04) VALUE ZERO.
       01  WS-LINE         PIC X(132).

       01  WS-LAUNCH-CNT   PIC 9(04) VALUE ZERO.
       01  WS-DONE-CNT     PIC 9(04) VALUE ZERO.
       01  WS-SKIP-CNT     PIC 9(04) VALUE ZERO.
       01  WS-FAILED-CNT   PIC 9(04) VALUE ZERO.
       01  WS-HELD-CNT     PIC 9(04) VALUE ZERO.
       01  WS-NOT-DUE-CNT  PIC 9(04) VALUE ZERO.

      *    Ligne de lancement d'un travail au journal commun.
       01  WS-JOB-LOG-NAME PIC X(08).
       01  WS-JOB-LOG-STATS.
           03 WS-JOB-LOG-READ     PIC 9(08) VALUE ZERO.
           03 WS-JOB-LOG-WRITTEN  PIC 9(08) VALUE ZERO.
           03 WS-JOB-LOG-REJECTED PIC 9(08) VALUE ZERO.
           03 WS-JOB-LOG-STATUS   PIC X(02).
       01  WS-RL-LINES     PIC 9(08).
       01  WS-RL-BEFORE    PIC 9(08).
       01  WS-JOB-SELF-LOG PIC X(01).
           88 WS-JOB-SELF-LOG-Y VALUE "Y".

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "opordo".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE ZERO.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE ZERO.
           03 WS-RUN-REJECTED PIC 9(08) VALUE ZERO.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           CALL "runstart" USING WS-PROGRAM-NAME END-CALL.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-JOB-CNT    TO WS-RUN-READ.
           MOVE WS-DONE-CNT   TO WS-RUN-WRITTEN.
           COMPUTE WS-RUN-REJECTED = WS-FAILED-CNT + WS-HELD-CNT.
           IF WS-RUN-REJECTED > ZERO
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.

      *    Un travail en échec ou retenu se voit au code retour.
           IF WS-RUN-REJECTED > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *    MAIN : charge les travaux et l'état de la date de passage,  *
      *    lance par passes tout ce qui peut l'être, puis écrit le     *
      *    compte rendu.                                               *
      ******************************************************************
       START-MAIN.
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "OPORDO-DATE".
           IF WS-DATE-ENV IS NUMERIC
              MOVE WS-DATE-ENV TO WS-RUN-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

           PERFORM START-LOAD-TRAVAUX THRU END-LOAD-TRAVAUX.
           IF WS-JOB-CNT EQUAL ZERO
              GO TO END-MAIN
           END-IF.
           PERFORM START-LOAD-ETAT THRU END-LOAD-ETAT.

      *    Une passe lance tout travail prêt ; on repasse tant qu'un
      *    travail a changé d'état, un lancement pouvant libérer ses
      *    dépendants.
           SET WS-PROGRESS TO TRUE.
           PERFORM UNTIL WS-NO-PROGRESS
              SET WS-NO-PROGRESS TO TRUE
              PERFORM VARYING WS-CUR FROM 1 BY 1
                      UNTIL WS-CUR > WS-JOB-CNT
                 IF WS-JOB-PENDING(WS-CUR)
                    PERFORM START-EVAL-JOB THRU END-EVAL-JOB
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    Ce qui attend encore n'a plus rien à attendre : les
      *    préalables se tiennent mutuellement.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-JOB-CNT
              IF WS-JOB-PENDING(WS-CUR)
                 SET WS-JOB-HELD(WS-CUR) TO TRUE
                 MOVE "PREALABLES EN BOUCLE" TO WS-JOB-MOTIF(WS-CUR)
                 ADD 1 TO WS-HELD-CNT
                 DISPLAY "TRAVAIL" SPACE WS-JOB-NAME(WS-CUR) SPACE
                    "RETENU : PREALABLES EN BOUCLE"
              END-IF
           END-PERFORM.

           PERFORM START-W-ETAT THRU END-W-ETAT.
           PERFORM START-W-RAPPORT THRU END-W-RAPPORT.

           DISPLAY "ORDONNANCEMENT DU" SPACE WS-RUN-DATE SPACE
              "LANCES :" SPACE WS-LAUNCH-CNT SPACE
              "DEJA FAITS :" SPACE WS-SKIP-CNT SPACE
              "EN ECHEC :" SPACE WS-FAILED-CNT SPACE
              "RETENUS :" SPACE WS-HELD-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Charge les définitions de travaux.                          *
      ******************************************************************
       START-LOAD-TRAVAUX.
           OPEN INPUT F-TRAVAUX.
           IF NOT FS-TRAVAUX-OK
              DISPLAY "ERREUR OUVERTURE ordo-travaux.dat :" SPACE
                 FS-TRAVAUX
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-LOAD-TRAVAUX
           END-IF.

           PERFORM UNTIL FS-TRAVAUX-EOF
              READ F-TRAVAUX
              AT END
                 SET FS-TRAVAUX-EOF TO TRUE
              NOT AT END
                 IF TR-JOB NOT = SPACES
                    IF WS-JOB-CNT < 100
                       ADD 1 TO WS-JOB-CNT
                       MOVE TR-JOB      TO WS-JOB-NAME(WS-JOB-CNT)
                       MOVE TR-COMMANDE TO WS-JOB-COMMANDE(WS-JOB-CNT)
                       PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                               UNTIL WS-PRE-IDX > 5
                          MOVE TR-PREALABLE(WS-PRE-IDX) TO
                             WS-JOB-PREALABLE(WS-JOB-CNT, WS-PRE-IDX)
                       END-PERFORM
                       MOVE TR-JOURS    TO WS-JOB-JOURS(WS-JOB-CNT)
                       MOVE TR-PREVOL   TO WS-JOB-PREVOL(WS-JOB-CNT)
                       MOVE SPACE       TO WS-JOB-STATE(WS-JOB-CNT)
                       MOVE SPACES      TO WS-JOB-MOTIF(WS-JOB-CNT)
                    ELSE
                       DISPLAY "ERREUR : PLUS DE 100 TRAVAUX DANS "
                          "ordo-travaux.dat"
                       MOVE "KO" TO WS-RUN-STATUS
                       MOVE ZERO TO WS-JOB-CNT
                       SET FS-TRAVAUX-EOF TO TRUE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-TRAVAUX.
       END-LOAD-TRAVAUX.
           EXIT.

      ******************************************************************
      *    Reprise : les travaux faits lors d'un lancement précédent   *
      *    à la même date de passage sont sautés ; les travaux en      *
      *    échec ou retenus sont réévalués et relancés.                *
      ******************************************************************
       START-LOAD-ETAT.
           OPEN INPUT F-ETAT.
           IF NOT FS-ETAT-OK
              GO TO END-LOAD-ETAT
           END-IF.

           PERFORM UNTIL FS-ETAT-EOF
              READ F-ETAT
              AT END
                 SET FS-ETAT-EOF TO TRUE
              NOT AT END
                 IF ET-DATE EQUAL WS-RUN-DATE
                    AND ET-STATE EQUAL "O"
                    PERFORM VARYING WS-CUR FROM 1 BY 1
                            UNTIL WS-CUR > WS-JOB-CNT
                       IF WS-JOB-NAME(WS-CUR) EQUAL ET-JOB
                          SET WS-JOB-DONE(WS-CUR) TO TRUE
                          MOVE "DEJA FAIT, SAUTE"
                             TO WS-JOB-MOTIF(WS-CUR)
                          ADD 1 TO WS-SKIP-CNT
                          DISPLAY "TRAVAIL" SPACE ET-JOB SPACE
                             "DEJA FAIT, SAUTE"
                       END-IF
                    END-PERFORM
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-ETAT.
       END-LOAD-ETAT.
           EXIT.

      ******************************************************************
      *    Travail WS-CUR en attente : non dû ce jour, retenu par un   *
      *    préalable en échec, encore en attente d'un préalable, ou    *
      *    lancé.                                                      *
      ******************************************************************
       START-EVAL-JOB.
           PERFORM START-CHECK-DUE THRU END-CHECK-DUE.
           IF WS-BAD-DAYS
              SET WS-JOB-HELD(WS-CUR) TO TRUE
              MOVE "JOURS DE PASSAGE INCONNUS" TO WS-JOB-MOTIF(WS-CUR)
              ADD 1 TO WS-HELD-CNT
              SET WS-PROGRESS TO TRUE
              GO TO END-EVAL-JOB
           END-IF.
           IF WS-NOT-DUE
              SET WS-JOB-NOT-DUE(WS-CUR) TO TRUE
              MOVE "NON DU CE JOUR" TO WS-JOB-MOTIF(WS-CUR)
              ADD 1 TO WS-NOT-DUE-CNT
              SET WS-PROGRESS TO TRUE
              GO TO END-EVAL-JOB
           END-IF.

           SET WS-READY TO TRUE.
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > 5 OR WS-BLOCKED
              MOVE WS-JOB-PREALABLE(WS-CUR, WS-PRE-IDX) TO WS-PRE-NAME
              IF WS-PRE-NAME NOT = SPACES
                 PERFORM START-CHECK-PREALABLE
                    THRU END-CHECK-PREALABLE
              END-IF
           END-PERFORM.

           IF WS-WAITING
              GO TO END-EVAL-JOB
           END-IF.
           SET WS-PROGRESS TO TRUE.
           IF WS-BLOCKED
              SET WS-JOB-HELD(WS-CUR) TO TRUE
              ADD 1 TO WS-HELD-CNT
              DISPLAY "TRAVAIL" SPACE WS-JOB-NAME(WS-CUR) SPACE
                 "RETENU :" SPACE WS-JOB-MOTIF(WS-CUR)
              PERFORM START-W-ETAT THRU END-W-ETAT
              GO TO END-EVAL-JOB
           END-IF.

           PERFORM START-LAUNCH-JOB THRU END-LAUNCH-JOB.
           PERFORM START-W-ETAT THRU END-W-ETAT.
       END-EVAL-JOB.
           EXIT.

      ******************************************************************
      *    Dit si le travail WS-CUR est dû à la date de passage selon  *
      *    ses jours de passage et le calendrier ouvré.                *
      ******************************************************************
       START-CHECK-DUE.
           SET WS-NOT-DUE TO TRUE.

           IF WS-JOB-JOURS(WS-CUR) EQUAL "T"
              SET WS-DUE TO TRUE
              GO TO END-CHECK-DUE
           END-IF.
           IF WS-JOB-JOURS(WS-CUR) NOT = "O"
              AND WS-JOB-JOURS(WS-CUR) NOT = "P"
              AND WS-JOB-JOURS(WS-CUR) NOT = "D"
              SET WS-BAD-DAYS TO TRUE
              GO TO END-CHECK-DUE
           END-IF.

      *    Les trois autres règles demandent un jour ouvré.
           MOVE "J" TO WS-CAL-FUNCTION.
           MOVE WS-RUN-DATE TO WS-CAL-DATE-1.
           CALL "caljour" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
              WS-CAL-DATE-2, WS-CAL-RESULT
           END-CALL.
           IF WS-CAL-RESULT NOT = 1
              GO TO END-CHECK-DUE
           END-IF.

           EVALUATE WS-JOB-JOURS(WS-CUR)
              WHEN "O"
                 SET WS-DUE TO TRUE
      *       Premier jour ouvré : le 1er s'il est ouvré, sinon le
      *       jour ouvré qui le suit.
              WHEN "P"
                 MOVE "J" TO WS-CAL-FUNCTION
                 COMPUTE WS-CAL-DATE-1 = WS-RUN-YYYYMM * 100 + 1
                 MOVE WS-CAL-DATE-1 TO WS-CAL-DATE-2
                 CALL "caljour" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
                    WS-CAL-DATE-2, WS-CAL-RESULT
                 END-CALL
                 IF WS-CAL-RESULT NOT = 1
                    MOVE "A" TO WS-CAL-FUNCTION
                    MOVE 1 TO WS-CAL-RESULT
                    CALL "caljour" USING WS-CAL-FUNCTION,
                       WS-CAL-DATE-1, WS-CAL-DATE-2, WS-CAL-RESULT
                    END-CALL
                 END-IF
                 IF WS-CAL-DATE-2 EQUAL WS-RUN-DATE
                    SET WS-DUE TO TRUE
                 END-IF
      *       Dernier jour ouvré : le jour ouvré suivant tombe dans
      *       un autre mois.
              WHEN "D"
                 MOVE "A" TO WS-CAL-FUNCTION
                 MOVE WS-RUN-DATE TO WS-CAL-DATE-1
                 MOVE 1 TO WS-CAL-RESULT
                 CALL "caljour" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
                    WS-CAL-DATE-2, WS-CAL-RESULT
                 END-CALL
                 IF WS-CAL-DATE-2(1:6) NOT = WS-RUN-DATE(1:6)
                    SET WS-DUE TO TRUE
                 END-IF
           END-EVALUATE.
       END-CHECK-DUE.
           EXIT.

      ******************************************************************
      *    Préalable WS-PRE-NAME du travail WS-CUR : fait ou non dû,   *
      *    il ne gêne pas ; en échec, retenu ou inconnu, il bloque ;   *
      *    encore en attente, le travail attend la passe suivante.     *
      ******************************************************************
       START-CHECK-PREALABLE.
           MOVE ZERO TO WS-PRE-POS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT
                      OR WS-PRE-POS NOT = ZERO
              IF WS-JOB-NAME(WS-JOB-IDX) EQUAL WS-PRE-NAME
                 SET WS-PRE-POS TO WS-JOB-IDX
              END-IF
           END-PERFORM.

           IF WS-PRE-POS EQUAL ZERO
              SET WS-BLOCKED TO TRUE
              MOVE SPACES TO WS-JOB-MOTIF(WS-CUR)
              STRING "PREALABLE INCONNU" SPACE WS-PRE-NAME
                 DELIMITED BY SIZE
                 INTO WS-JOB-MOTIF(WS-CUR)
              GO TO END-CHECK-PREALABLE
           END-IF.

           EVALUATE TRUE
              WHEN WS-JOB-FAILED(WS-PRE-POS)
              WHEN WS-JOB-HELD(WS-PRE-POS)
                 SET WS-BLOCKED TO TRUE
                 MOVE SPACES TO WS-JOB-MOTIF(WS-CUR)
                 STRING "PREALABLE" SPACE WS-PRE-NAME SPACE
                    "EN ECHEC OU RETENU"
                    DELIMITED BY SIZE
                    INTO WS-JOB-MOTIF(WS-CUR)
              WHEN WS-JOB-PENDING(WS-PRE-POS)
                 SET WS-WAITING TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       END-CHECK-PREALABLE.
           EXIT.

      ******************************************************************
      *    Lance le travail WS-CUR : contrôle pré-vol de sa chaîne si  *
      *    demandé, puis la commande ; le lancement est consigné au    *
      *    journal commun sous le nom du travail, sauf si la commande  *
      *    y a ajouté sa propre ligne pendant le travail.              *
      ******************************************************************
       START-LAUNCH-JOB.
           MOVE WS-JOB-NAME(WS-CUR) TO WS-JOB-LOG-NAME.
           MOVE "N" TO WS-JOB-SELF-LOG.
           CALL "runstart" USING WS-JOB-LOG-NAME END-CALL.
           ADD 1 TO WS-LAUNCH-CNT.

           IF WS-JOB-PREVOL(WS-CUR) NOT = SPACES
              MOVE SPACES TO WS-COMMAND
      *       Le nom de variable porte un tiret, que le shell
      *       n'accepte pas en affectation : il passe par env.
              STRING "env PREFLT-CHAIN=" WS-JOB-PREVOL(WS-CUR)
                 DELIMITED BY SPACE
                 " preflt"
                 DELIMITED BY SIZE
                 INTO WS-COMMAND
              PERFORM START-RUN-STEP THRU END-RUN-STEP
              IF WS-STEP-RC NOT = ZERO
                 MOVE "PRE-VOL EN ECHEC (VOIR preflight-verdict.dat)"
                    TO WS-JOB-MOTIF(WS-CUR)
                 GO TO START-LAUNCH-FAILED
              END-IF
           END-IF.

           PERFORM START-COUNT-RUNLOG THRU END-COUNT-RUNLOG.
           MOVE WS-RL-LINES TO WS-RL-BEFORE.
           MOVE WS-JOB-COMMANDE(WS-CUR) TO WS-COMMAND.
           PERFORM START-RUN-STEP THRU END-RUN-STEP.
           PERFORM START-COUNT-RUNLOG THRU END-COUNT-RUNLOG.
           IF WS-RL-LINES > WS-RL-BEFORE
              SET WS-JOB-SELF-LOG-Y TO TRUE
           END-IF.
           IF WS-STEP-RC NOT = ZERO
              MOVE SPACES TO WS-JOB-MOTIF(WS-CUR)
              STRING "CODE RETOUR" SPACE WS-STEP-RC
                 DELIMITED BY SIZE
                 INTO WS-JOB-MOTIF(WS-CUR)
              GO TO START-LAUNCH-FAILED
           END-IF.

           SET WS-JOB-DONE(WS-CUR) TO TRUE.
           MOVE "FAIT" TO WS-JOB-MOTIF(WS-CUR).
           ADD 1 TO WS-DONE-CNT.
           MOVE "OK" TO WS-JOB-LOG-STATUS.
           GO TO START-LAUNCH-LOG.

       START-LAUNCH-FAILED.
           SET WS-JOB-FAILED(WS-CUR) TO TRUE.
           ADD 1 TO WS-FAILED-CNT.
           MOVE "KO" TO WS-JOB-LOG-STATUS.
           DISPLAY "TRAVAIL" SPACE WS-JOB-NAME(WS-CUR) SPACE
              "EN ECHEC :" SPACE WS-JOB-MOTIF(WS-CUR).

       START-LAUNCH-LOG.
           IF NOT WS-JOB-SELF-LOG-Y
              CALL "runlog" USING WS-JOB-LOG-NAME, WS-JOB-LOG-READ,
                 WS-JOB-LOG-WRITTEN, WS-JOB-LOG-REJECTED,
                 WS-JOB-LOG-STATUS
              END-CALL
           END-IF.
       END-LAUNCH-JOB.
           EXIT.

      ******************************************************************
      *    Nombre de lignes du journal commun (zéro s'il n'existe pas  *
      *    encore).                                                    *
      ******************************************************************
       START-COUNT-RUNLOG.
           MOVE ZERO TO WS-RL-LINES.
           OPEN INPUT F-RUNLOG.
           IF NOT FS-RUNLOG-OK
              GO TO END-COUNT-RUNLOG
           END-IF.

           PERFORM UNTIL FS-RUNLOG-EOF
              READ F-RUNLOG
              AT END
                 SET FS-RUNLOG-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RL-LINES
              END-READ
           END-PERFORM.

           CLOSE F-RUNLOG.
       END-COUNT-RUNLOG.
           EXIT.

      ******************************************************************
      *    Lance WS-COMMAND comme un travail séparé et relève son      *
      *    code retour.                                                *
      ******************************************************************
       START-RUN-STEP.
           DISPLAY "LANCEMENT :" SPACE FUNCTION TRIM(WS-COMMAND).

           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
       END-RUN-STEP.
           EXIT.

      ******************************************************************
      *    Réécrit l'état des travaux de la date de passage ; il est   *
      *    réécrit après chaque travail pour qu'une interruption de    *
      *    l'ordonnanceur lui-même se reprenne au bon endroit.         *
      ******************************************************************
       START-W-ETAT.
           OPEN OUTPUT F-ETAT.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT
              IF NOT WS-JOB-PENDING(WS-JOB-IDX)
                 MOVE SPACES TO R-ETAT
                 MOVE WS-RUN-DATE             TO ET-DATE
                 MOVE WS-JOB-NAME(WS-JOB-IDX)  TO ET-JOB
                 MOVE WS-JOB-STATE(WS-JOB-IDX) TO ET-STATE
                 WRITE R-ETAT
              END-IF
           END-PERFORM.
           CLOSE F-ETAT.
       END-W-ETAT.
           EXIT.

      ******************************************************************
      *    Compte rendu : une ligne par travail avec son état et son   *
      *    motif, puis les totaux.                                     *
      ******************************************************************
       START-W-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           MOVE SPACES TO WS-LINE.
           STRING "*** ORDONNANCEMENT DU" SPACE WS-RUN-DATE SPACE
              "***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-CNT
              MOVE SPACES TO WS-LINE
              STRING WS-JOB-NAME(WS-JOB-IDX) SPACE
                 WS-JOB-STATE(WS-JOB-IDX) SPACE
                 WS-JOB-MOTIF(WS-JOB-IDX) SPACE
                 FUNCTION TRIM(WS-JOB-COMMANDE(WS-JOB-IDX))
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           STRING "LANCES :" SPACE WS-LAUNCH-CNT SPACE
              "FAITS :" SPACE WS-DONE-CNT SPACE
              "DEJA FAITS :" SPACE WS-SKIP-CNT SPACE
              "NON DUS :" SPACE WS-NOT-DUE-CNT SPACE
              "EN ECHEC :" SPACE WS-FAILED-CNT SPACE
              "RETENUS :" SPACE WS-HELD-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           CLOSE F-RAPPORT.
       END-W-RAPPORT.
           EXIT.
