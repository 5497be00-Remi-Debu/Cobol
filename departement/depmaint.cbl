      *    connue des référentiels, et la modification est appliquée   *
      *    aux DEUX fichiers en une seule opération. Chaque            *
      *    changement est journalisé (qui, quand, ancienne et          *
      *    nouvelle valeur) dans "dept-audit.txt". L'opérateur est     *
      *    celui identifié à la connexion (opacces, sous-système       *
      *    dept) : ajout et modification demandent le rôle M ou A.     *
      *    Les rattachements aux régions sont datés dans               *
      *    "dept-regions.txt" (copybook FDEPREG). Le choix 3 pose une  *
      *    région avec sa date d'effet :                               *
      *    - sans date de fin, elle ouvre la période en cours et       *
      *      ferme la précédente la veille ; sans période en cours, la *
      *      région des fichiers plats, sûre seulement au jour, n'est  *
      *      gardée comme historique (du jour à la veille de l'effet)  *
      *      que devant un effet futur ;                               *
      *    - avec une date de fin antérieure au jour, elle s'ajoute à  *
      *      l'historique si elle ne chevauche aucune période du       *
      *      département ; une région disparue des référentiels        *
      *      (PICARDIE...) s'y accepte sur confirmation.               *
      *    Un changement de région par le choix 2 est daté du jour     *
      *    comme une période en cours. Les deux référentiels plats     *
      *    portent la région en vigueur au jour : une région à effet   *
      *    futur y passe au premier lancement de depmaint à partir de  *
      *    sa date, qui réécrit les deux fichiers et journalise la     *
      *    mise en vigueur.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depmaint.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPT-B.

           SELECT F-DEPREG ASSIGN TO "dept-regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPREG.

           SELECT F-AUDIT ASSIGN TO "dept-audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           03 R-B-NAME   PIC X(23).
           03 R-B-REGION PIC X(26).

       COPY FDEPREG.

       FD  F-AUDIT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
           88 FS-DEPT-B-EOF VALUE "10".
       01  FS-AUDIT PIC X(02).
           88 FS-AUDIT-OK VALUE "00".
       01  FS-DEPREG PIC X(02).
           88 FS-DEPREG-OK  VALUE "00".
           88 FS-DEPREG-EOF VALUE "10".

      *    Les deux référentiels chargés (le programme réécrit les
      *    deux fichiers après application du changement).

      *    Régions connues, déduites des référentiels chargés : une
      *    région nouvelle se refuse ici, elle s'ajoute d'abord dans
      *    les deux fichiers par l'équipe qui les possède. Seule une
      *    période close, donc historique, peut porter sur
      *    confirmation une région absente des référentiels.
       01  TABLE-REGION.
           03 RG-CNT PIC 9(03) VALUE 0.
           03 RG OCCURS 50 TIMES
                  INDEXED BY RG-IDX.
               05 RG-NAME PIC X(26).

      *    Périodes de rattachement datées, chargées depuis
      *    "dept-regions.txt" et réécrites à chaque changement.
       01  TABLE-PERIODE.
           03 PR-CNT PIC 9(04) VALUE 0.
           03 PERIODE OCCURS 2000 TIMES
                      INDEXED BY PR-IDX.
               05 PR-ID     PIC X(03).
               05 PR-REGION PIC X(26).
               05 PR-DEBUT  PIC 9(08).
               05 PR-FIN    PIC 9(08).
                  88 PR-EN-COURS VALUE 99999999.

       01  WS-ACTION-CHOICE PIC 9(01) VALUE ZERO.
           88 WS-ACTION-ADD    VALUE 1.
           88 WS-ACTION-UPDATE VALUE 2.
           88 WS-ACTION-DATED  VALUE 3.
           88 WS-ACTION-QUIT   VALUE 9.

       01  WS-ENTRY.
       01  WS-AUDIT-TIME   PIC 9(06).
       01  WS-ACTION-LABEL PIC X(12).

      *    Pose d'une région datée : date d'effet saisie (ou date du
      *    jour pour une modification), date de fin d'une période
      *    close et confirmation d'une région historique nouvelle,
      *    veille de la date d'effet, période en cours ou période
      *    chevauchée du département, mises en vigueur au chargement
      *    et compte rendu.
       01  WS-E-DATE       PIC 9(08) VALUE ZERO.
       01  WS-E-FIN        PIC 9(08) VALUE ZERO.
       01  WS-E-NOUVELLE   PIC X(01) VALUE SPACE.
           88 WS-E-NOUVELLE-O VALUE "O".
       01  WS-OVER-POS     PIC 9(04) VALUE ZERO.
       01  WS-SYNC-CNT     PIC 9(03) VALUE ZERO.
       01  WS-TODAY        PIC 9(08).
       01  WS-VEILLE       PIC 9(08).
       01  WS-OPEN-POS     PIC 9(04) VALUE ZERO.
       01  WS-HIST-CNT     PIC 9(04) VALUE ZERO.
       01  WS-PERIODE-OK   PIC X(01).
           88 WS-PERIODE-OK-Y VALUE "Y".

      *    Identification de l'opérateur et contrôle de ses droits
      *    (sous programme opacces).
       01  WS-ACC-FONCTION  PIC X(01).
       01  WS-ACC-SOUS-SYS  PIC X(08) VALUE "dept".
       01  WS-ACC-PROGRAM   PIC X(08) VALUE "depmaint".
       01  WS-ACC-OPERATEUR PIC X(08) VALUE SPACES.
       01  WS-ACC-ACTION    PIC X(01).
       01  WS-ACC-RESULT    PIC X(01).
           88 WS-ACC-OK VALUE "Y".

       SCREEN SECTION.
       01  SCREEN-MENU FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
              VALUE "MAINTENANCE DES DEPARTEMENTS" FOREGROUND-COLOR 3.
           03 LINE 04 COL 05 VALUE "1. AJOUTER".
           03 LINE 05 COL 05 VALUE "2. MODIFIER".
           03 LINE 06 COL 05 VALUE "3. REGION DATEE".
           03 LINE 07 COL 05 VALUE "9. QUITTER".
           03 LINE 09 COL 05 VALUE "CHOIX :".
           03 LINE 09 COL 13 PIC 9(01)
              TO WS-ACTION-CHOICE FOREGROUND-COLOR 7.

       01  SCREEN-ENTRY FOREGROUND-COLOR 2.
           03 LINE 06 COL 15 PIC X(26)
              TO WS-E-REGION FOREGROUND-COLOR 7.

       01  SCREEN-DATED FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
           03 LINE 02 COL 02
              VALUE "REGION DATEE D'UN DEPARTEMENT" FOREGROUND-COLOR 3.
           03 LINE 04 COL 05 VALUE "NUMERO :".
           03 LINE 04 COL 15 PIC X(03)
              TO WS-E-NUM FOREGROUND-COLOR 7.
           03 LINE 05 COL 05 VALUE "REGION :".
           03 LINE 05 COL 15 PIC X(26)
              TO WS-E-REGION FOREGROUND-COLOR 7.
           03 LINE 06 COL 05 VALUE "EFFET  :".
           03 LINE 06 COL 15 PIC 9(08)
              TO WS-E-DATE FOREGROUND-COLOR 7.
           03 LINE 06 COL 25 VALUE "(AAAAMMJJ)".
           03 LINE 07 COL 05 VALUE "FIN    :".
           03 LINE 07 COL 15 PIC 9(08)
              TO WS-E-FIN FOREGROUND-COLOR 7.
           03 LINE 07 COL 25 VALUE "(AAAAMMJJ, A BLANC : EN COURS)".
           03 LINE 08 COL 05 VALUE "NOUVELLE".
           03 LINE 08 COL 15 PIC X(01)
              TO WS-E-NOUVELLE FOREGROUND-COLOR 7.
           03 LINE 08 COL 25
              VALUE "(O : REGION HISTORIQUE HORS REFERENTIELS)".

      ******************************************************************
       PROCEDURE DIVISION.
       START-MAIN.
           MOVE "S" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-ACC-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
              DISPLAY "IDENTIFICATION REFUSEE : MAINTENANCE ABANDONNEE"
              STOP RUN
           END-IF.
           MOVE WS-ACC-OPERATEUR TO WS-OPERATOR.

           PERFORM START-LOAD THRU END-LOAD.

                    PERFORM START-ADD-DEPT THRU END-ADD-DEPT
                 WHEN WS-ACTION-UPDATE
                    PERFORM START-UPDATE-DEPT THRU END-UPDATE-DEPT
                 WHEN WS-ACTION-DATED
                    PERFORM START-DATED-REGION THRU END-DATED-REGION
                 WHEN WS-ACTION-QUIT
                    CONTINUE
                 WHEN OTHER
              END-PERFORM
              CLOSE F-DEPT-B
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT F-DEPREG.
           IF FS-DEPREG-OK
              PERFORM UNTIL FS-DEPREG-EOF
                 READ F-DEPREG
                 AT END
                    SET FS-DEPREG-EOF TO TRUE
                 NOT AT END
                    IF PR-CNT < 2000
                       ADD 1 TO PR-CNT
                       MOVE RDEPREG-ID     TO PR-ID(PR-CNT)
                       MOVE RDEPREG-REGION TO PR-REGION(PR-CNT)
                       MOVE RDEPREG-DEBUT  TO PR-DEBUT(PR-CNT)
                       MOVE RDEPREG-FIN    TO PR-FIN(PR-CNT)
                       MOVE RDEPREG-REGION TO R-A-REGION
                       PERFORM START-NOTE-REGION THRU END-NOTE-REGION
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-DEPREG
           END-IF.

      *    Une région à effet futur devenue en vigueur passe dans la
      *    table ; les deux référentiels sont réécrits aussitôt et
      *    chaque mise en vigueur journalisée.
           MOVE ZERO TO WS-SYNC-CNT.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-DEBUT(PR-IDX) NOT > WS-TODAY
                 AND PR-FIN(PR-IDX) NOT < WS-TODAY
                 PERFORM VARYING D-IDX FROM 1 BY 1
                         UNTIL D-IDX > D-CNT
                    IF D-NUM(D-IDX) EQUAL PR-ID(PR-IDX)
                       AND D-REGION(D-IDX) NOT = PR-REGION(PR-IDX)
                       PERFORM START-SYNC-ONE THRU END-SYNC-ONE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-SYNC-CNT > ZERO
              PERFORM START-W-BOTH-FILES THRU END-W-BOTH-FILES
              DISPLAY "REGIONS MISES EN VIGUEUR :" SPACE WS-SYNC-CNT
           END-IF.
       END-LOAD.
           EXIT.

      ******************************************************************
      *    Met en vigueur dans la table la région datée PR-IDX du      *
      *    département D-IDX et journalise le changement.              *
      ******************************************************************
       START-SYNC-ONE.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING D-NUM(D-IDX) D-NAME(D-IDX) D-REGION(D-IDX)
              DELIMITED BY SIZE
              INTO WS-OLD-VALUE.
           MOVE PR-REGION(PR-IDX) TO D-REGION(D-IDX).
           MOVE SPACES TO WS-NEW-VALUE.
           STRING D-NUM(D-IDX) D-NAME(D-IDX) D-REGION(D-IDX)
              DELIMITED BY SIZE
              INTO WS-NEW-VALUE.
           MOVE "EN VIGUEUR" TO WS-ACTION-LABEL.
           PERFORM START-W-AUDIT THRU END-W-AUDIT.
           ADD 1 TO WS-SYNC-CNT.
       END-SYNC-ONE.
           EXIT.

      ******************************************************************
      *    Ajoute la région de R-A-REGION à la liste des régions       *
      *    connues si elle n'y est pas encore.                         *
      *    Ajout : le numéro doit être inconnu et la région connue.    *
      ******************************************************************
       START-ADD-DEPT.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-ADD-DEPT
           END-IF.

           ACCEPT SCREEN-ENTRY.

           PERFORM START-FIND-NUM THRU END-FIND-NUM.
      *    connue.                                                     *
      ******************************************************************
       START-UPDATE-DEPT.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-UPDATE-DEPT
           END-IF.

           ACCEPT SCREEN-ENTRY.

           PERFORM START-FIND-NUM THRU END-FIND-NUM.
              GO TO END-UPDATE-DEPT
           END-IF.

      *    Un changement de région est daté du jour dans les
      *    rattachements, comme par le choix 3.
           IF WS-E-REGION NOT = D-REGION(WS-FOUND-POS)
              MOVE WS-TODAY TO WS-E-DATE
              PERFORM START-APPLY-PERIODE THRU END-APPLY-PERIODE
              IF NOT WS-PERIODE-OK-Y
                 GO TO END-UPDATE-DEPT
              END-IF
           END-IF.

           MOVE SPACES TO WS-OLD-VALUE.
           STRING D-NUM(WS-FOUND-POS) D-NAME(WS-FOUND-POS)
              D-REGION(WS-FOUND-POS)
       END-UPDATE-DEPT.
           EXIT.

      ******************************************************************
      *    Région datée : le numéro doit exister et la date d'effet    *
      *    être valide. Avec une date de fin, la période close va à    *
      *    l'historique (START-CLOSED-PERIODE). Sans date de fin, la   *
      *    région doit être connue ; la table plate ne la prend que si *
      *    elle est déjà en vigueur.                                   *
      ******************************************************************
       START-DATED-REGION.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DATED-REGION
           END-IF.

           MOVE ZERO TO WS-E-DATE.
           MOVE ZERO TO WS-E-FIN.
           MOVE SPACE TO WS-E-NOUVELLE.
           ACCEPT SCREEN-DATED.

           PERFORM START-FIND-NUM THRU END-FIND-NUM.
           IF WS-FOUND-POS EQUAL ZERO
              DISPLAY "REFUS : NUMERO INCONNU" SPACE WS-E-NUM
              GO TO END-DATED-REGION
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-E-DATE) NOT = ZERO
              DISPLAY "REFUS : DATE D'EFFET INVALIDE" SPACE WS-E-DATE
              GO TO END-DATED-REGION
           END-IF.

           IF WS-E-FIN NOT = ZERO
              PERFORM START-CLOSED-PERIODE THRU END-CLOSED-PERIODE
              GO TO END-DATED-REGION
           END-IF.

           PERFORM START-CHECK-REGION THRU END-CHECK-REGION.
           IF NOT WS-REGION-OK-Y
              DISPLAY "REFUS : REGION INCONNUE" SPACE WS-E-REGION
              GO TO END-DATED-REGION
           END-IF.

           PERFORM START-APPLY-PERIODE THRU END-APPLY-PERIODE.
           IF NOT WS-PERIODE-OK-Y
              GO TO END-DATED-REGION
           END-IF.

           IF WS-E-DATE NOT > WS-TODAY
              AND WS-E-REGION NOT = D-REGION(WS-FOUND-POS)
              MOVE SPACES TO WS-OLD-VALUE
              STRING D-NUM(WS-FOUND-POS) D-NAME(WS-FOUND-POS)
                 D-REGION(WS-FOUND-POS)
                 DELIMITED BY SIZE
                 INTO WS-OLD-VALUE
              MOVE WS-E-REGION TO D-REGION(WS-FOUND-POS)
              MOVE SPACES TO WS-NEW-VALUE
              STRING D-NUM(WS-FOUND-POS) D-NAME(WS-FOUND-POS)
                 D-REGION(WS-FOUND-POS)
                 DELIMITED BY SIZE
                 INTO WS-NEW-VALUE
              MOVE "MODIFICATION" TO WS-ACTION-LABEL
              PERFORM START-W-BOTH-FILES THRU END-W-BOTH-FILES
              PERFORM START-W-AUDIT THRU END-W-AUDIT
           END-IF.
       END-DATED-REGION.
           EXIT.

      ******************************************************************
      *    Période close WS-E-DATE à WS-E-FIN : elle doit s'achever    *
      *    avant le jour et ne chevaucher aucune période du            *
      *    département. Une région absente des référentiels n'est      *
      *    reçue que confirmée (WS-E-NOUVELLE à O). Les fichiers plats *
      *    ne changent pas.                                            *
      ******************************************************************
       START-CLOSED-PERIODE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-E-FIN) NOT = ZERO
              OR WS-E-FIN < WS-E-DATE
              DISPLAY "REFUS : DATE DE FIN INVALIDE" SPACE WS-E-FIN
              GO TO END-CLOSED-PERIODE
           END-IF.
           IF WS-E-FIN NOT < WS-TODAY
              DISPLAY "REFUS : UNE PERIODE CLOSE FINIT AVANT LE JOUR"
                 SPACE "(" WS-E-FIN ")"
              GO TO END-CLOSED-PERIODE
           END-IF.

           PERFORM START-CHECK-REGION THRU END-CHECK-REGION.
           IF NOT WS-REGION-OK-Y AND NOT WS-E-NOUVELLE-O
              DISPLAY "REFUS : REGION INCONNUE" SPACE
                 FUNCTION TRIM(WS-E-REGION) SPACE
                 "(NOUVELLE A O POUR UNE REGION HISTORIQUE)"
              GO TO END-CLOSED-PERIODE
           END-IF.

           MOVE ZERO TO WS-OVER-POS.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-ID(PR-IDX) EQUAL WS-E-NUM
                 AND PR-DEBUT(PR-IDX) NOT > WS-E-FIN
                 AND PR-FIN(PR-IDX) NOT < WS-E-DATE
                 SET WS-OVER-POS TO PR-IDX
              END-IF
           END-PERFORM.
           IF WS-OVER-POS NOT = ZERO
              DISPLAY "REFUS : CHEVAUCHE LA PERIODE" SPACE
                 FUNCTION TRIM(PR-REGION(WS-OVER-POS)) SPACE
                 PR-DEBUT(WS-OVER-POS) "-" PR-FIN(WS-OVER-POS)
              GO TO END-CLOSED-PERIODE
           END-IF.

           IF PR-CNT NOT < 2000
              DISPLAY "REFUS : TABLE DES PERIODES PLEINE"
              GO TO END-CLOSED-PERIODE
           END-IF.

           ADD 1 TO PR-CNT.
           MOVE WS-E-NUM    TO PR-ID(PR-CNT).
           MOVE WS-E-REGION TO PR-REGION(PR-CNT).
           MOVE WS-E-DATE   TO PR-DEBUT(PR-CNT).
           MOVE WS-E-FIN    TO PR-FIN(PR-CNT).
           IF NOT WS-REGION-OK-Y
              MOVE WS-E-REGION TO R-A-REGION
              PERFORM START-NOTE-REGION THRU END-NOTE-REGION
           END-IF.

           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING WS-E-NUM WS-E-REGION WS-E-DATE WS-E-FIN
              DELIMITED BY SIZE
              INTO WS-NEW-VALUE.
           MOVE "HISTORIQUE" TO WS-ACTION-LABEL.

           PERFORM START-W-PERIODES THRU END-W-PERIODES.
           PERFORM START-W-AUDIT THRU END-W-AUDIT.
       END-CLOSED-PERIODE.
           EXIT.

      ******************************************************************
      *    Pose la région WS-E-REGION du département WS-E-NUM à        *
      *    compter de WS-E-DATE : la période en cours est fermée la    *
      *    veille (ou corrigée si elle commence le même jour). Sans    *
      *    période en cours, la région des fichiers plats n'est sûre   *
      *    qu'au jour : elle n'est gardée comme historique, du jour à  *
      *    la veille de l'effet, que devant un effet futur. La         *
      *    nouvelle période ne peut recouvrir une période close. Les   *
      *    rattachements sont réécrits et le changement journalisé.    *
      *    WS-PERIODE-OK rend le verdict.                              *
      ******************************************************************
       START-APPLY-PERIODE.
           MOVE SPACE TO WS-PERIODE-OK.
           MOVE ZERO TO WS-OPEN-POS.
           MOVE ZERO TO WS-HIST-CNT.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-ID(PR-IDX) EQUAL WS-E-NUM
                 ADD 1 TO WS-HIST-CNT
                 IF PR-EN-COURS(PR-IDX)
                    SET WS-OPEN-POS TO PR-IDX
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-OPEN-POS NOT = ZERO
              IF WS-E-DATE < PR-DEBUT(WS-OPEN-POS)
                 DISPLAY "REFUS : EFFET ANTERIEUR A LA PERIODE EN "
                    "COURS (" PR-DEBUT(WS-OPEN-POS) ")"
                 GO TO END-APPLY-PERIODE
              END-IF
              IF PR-REGION(WS-OPEN-POS) EQUAL WS-E-REGION
                 DISPLAY "REFUS : REGION DEJA EN VIGUEUR" SPACE
                    WS-E-REGION
                 GO TO END-APPLY-PERIODE
              END-IF
           END-IF.

           MOVE ZERO TO WS-OVER-POS.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-ID(PR-IDX) EQUAL WS-E-NUM
                 AND NOT PR-EN-COURS(PR-IDX)
                 AND PR-FIN(PR-IDX) NOT < WS-E-DATE
                 SET WS-OVER-POS TO PR-IDX
              END-IF
           END-PERFORM.
           IF WS-OVER-POS NOT = ZERO
              DISPLAY "REFUS : CHEVAUCHE LA PERIODE" SPACE
                 FUNCTION TRIM(PR-REGION(WS-OVER-POS)) SPACE
                 PR-DEBUT(WS-OVER-POS) "-" PR-FIN(WS-OVER-POS)
              GO TO END-APPLY-PERIODE
           END-IF.

           IF PR-CNT > 1997
              DISPLAY "REFUS : TABLE DES PERIODES PLEINE"
              GO TO END-APPLY-PERIODE
           END-IF.

           COMPUTE WS-VEILLE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-E-DATE) - 1).

           MOVE SPACES TO WS-OLD-VALUE.
           EVALUATE TRUE
              WHEN WS-OPEN-POS NOT = ZERO
                 STRING PR-ID(WS-OPEN-POS) PR-REGION(WS-OPEN-POS)
                    PR-DEBUT(WS-OPEN-POS) PR-FIN(WS-OPEN-POS)
                    DELIMITED BY SIZE
                    INTO WS-OLD-VALUE
                 IF WS-E-DATE EQUAL PR-DEBUT(WS-OPEN-POS)
                    MOVE WS-E-REGION TO PR-REGION(WS-OPEN-POS)
                 ELSE
                    MOVE WS-VEILLE TO PR-FIN(WS-OPEN-POS)
                    PERFORM START-ADD-PERIODE THRU END-ADD-PERIODE
                 END-IF
              WHEN WS-E-DATE > WS-TODAY
                 AND D-REGION(WS-FOUND-POS) NOT = WS-E-REGION
                 STRING WS-E-NUM D-REGION(WS-FOUND-POS)
                    DELIMITED BY SIZE
                    INTO WS-OLD-VALUE
                 ADD 1 TO PR-CNT
                 MOVE WS-E-NUM TO PR-ID(PR-CNT)
                 MOVE D-REGION(WS-FOUND-POS) TO PR-REGION(PR-CNT)
                 MOVE WS-TODAY TO PR-DEBUT(PR-CNT)
                 MOVE WS-VEILLE TO PR-FIN(PR-CNT)
                 PERFORM START-ADD-PERIODE THRU END-ADD-PERIODE
              WHEN OTHER
                 IF WS-HIST-CNT EQUAL ZERO
                    AND D-REGION(WS-FOUND-POS) NOT = WS-E-REGION
                    DISPLAY "NOTE : " FUNCTION TRIM(D-REGION
                       (WS-FOUND-POS)) " NON DATEE, A POSER EN "
                       "PERIODE CLOSE (CHOIX 3)"
                 END-IF
                 PERFORM START-ADD-PERIODE THRU END-ADD-PERIODE
           END-EVALUATE.

           MOVE SPACES TO WS-NEW-VALUE.
           STRING WS-E-NUM WS-E-REGION WS-E-DATE "99999999"
              DELIMITED BY SIZE
              INTO WS-NEW-VALUE.
           MOVE "REGION DATEE" TO WS-ACTION-LABEL.

           PERFORM START-W-PERIODES THRU END-W-PERIODES.
           PERFORM START-W-AUDIT THRU END-W-AUDIT.
           SET WS-PERIODE-OK-Y TO TRUE.
       END-APPLY-PERIODE.
           EXIT.

      ******************************************************************
      *    Ajoute la période ouverte de la nouvelle région.            *
      ******************************************************************
       START-ADD-PERIODE.
           ADD 1 TO PR-CNT.
           MOVE WS-E-NUM    TO PR-ID(PR-CNT).
           MOVE WS-E-REGION TO PR-REGION(PR-CNT).
           MOVE WS-E-DATE   TO PR-DEBUT(PR-CNT).
           SET PR-EN-COURS(PR-CNT) TO TRUE.
       END-ADD-PERIODE.
           EXIT.

      ******************************************************************
      *    Recherche le numéro saisi dans la table (position dans      *
      *    WS-FOUND-POS, zéro si absent).                              *
       END-CHECK-REGION.
           EXIT.

      ******************************************************************
      *    Contrôle de l'action demandée (WS-ACC-ACTION : C, M ou S)   *
      *    contre le rôle de l'opérateur connecté.                     *
      ******************************************************************
       START-CHECK-ACCESS.
           MOVE "A" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-ACC-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
       END-CHECK-ACCESS.
           EXIT.

      ******************************************************************
      *    Réécrit les DEUX référentiels depuis la table, en une       *
      *    seule opération : ils ne peuvent plus diverger par une      *
       END-W-BOTH-FILES.
           EXIT.

      ******************************************************************
      *    Réécrit les rattachements datés depuis la table.            *
      ******************************************************************
       START-W-PERIODES.
           OPEN OUTPUT F-DEPREG.
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              MOVE PR-ID(PR-IDX)     TO RDEPREG-ID
              MOVE PR-REGION(PR-IDX) TO RDEPREG-REGION
              MOVE PR-DEBUT(PR-IDX)  TO RDEPREG-DEBUT
              MOVE PR-FIN(PR-IDX)    TO RDEPREG-FIN
              WRITE R-DEPREG
           END-PERFORM.
           CLOSE F-DEPREG.
       END-W-PERIODES.
           EXIT.

      ******************************************************************
      *    Journalise le changement : qui, quand, action, ancienne     *
      *    et nouvelle valeur.                                         *
