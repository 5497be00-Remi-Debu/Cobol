      ******************************************************************
      *    Sous programme partagé d'identification des opérateurs et   *
      *    de contrôle de leurs droits, appelé par tous les écrans de  *
      *    maintenance (sclmaint, sclsais, hormaint, flmaint,          *
      *    depmaint, persmnt, suspense, parmaint) :                    *
      *       fonction "S" : écran de connexion (identifiant et code   *
      *                secret, trois essais) ; l'opérateur doit être   *
      *                connu du référentiel "operateurs.dat"           *
      *                (copybook operateur), actif, et avoir un rôle   *
      *                sur le sous-système du programme appelant ;     *
      *                l'identifiant reconnu est rendu à l'appelant,   *
      *                qui le porte sur chaque ligne de son audit ;    *
      *       fonction "B" : connexion d'un passage batch lancé sans   *
      *                écran (flmaint sous opordo) : identifiant et    *
      *                code secret lus dans les variables              *
      *                d'environnement OPACCES-OPERATEUR et            *
      *                OPACCES-CODE, comme le mot de passe de la base  *
      *                school, un seul essai, mêmes contrôles ;        *
      *       fonction "A" : contrôle d'une action (C consultation,    *
      *                M mise à jour, S retrait) contre le rôle de     *
      *                l'opérateur sur le sous-système ; une action    *
      *                hors rôle est refusée à l'écran.                *
      *    Résultat "Y" accepté, "N" refusé. Connexions et refus sont  *
      *    consignés dans "acces-journal.dat" (copybook accesjnl),     *
      *    relu par le rapport des droits opdroits. Sans référentiel,  *
      *    tout est refusé.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opacces.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPERATEURS ASSIGN TO "operateurs.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERATEURS.

           SELECT F-JOURNAL ASSIGN TO "acces-journal.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-OPERATEURS
           RECORD CONTAINS 119 CHARACTERS
           RECORDING MODE IS F.
       COPY operateur.

       FD  F-JOURNAL
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
       COPY accesjnl.

       WORKING-STORAGE SECTION.
       01  FS-OPERATEURS PIC X(02).
           88 FS-OPERATEURS-OK  VALUE "00".
           88 FS-OPERATEURS-EOF VALUE "10".
       01  FS-JOURNAL PIC X(02).
           88 FS-JOURNAL-OK VALUE "00".

       01  WS-FOUND PIC X(01).
           88 WS-FOUND-Y VALUE "Y".
       01  WS-NO-REFERENCE PIC X(01).
           88 WS-NO-REFERENCE-Y VALUE "Y".

      *    Fiche de l'opérateur trouvé et son rôle sur le
      *    sous-système demandé (blanc : aucun droit).
       01  WS-OPERATEUR PIC X(119).
       01  WS-ROLE      PIC X(01).
           88 WS-ROLE-CONSULT VALUE "C".
           88 WS-ROLE-MAJ     VALUE "M".
           88 WS-ROLE-ADMIN   VALUE "A".
       01  WS-ROLE-ALL  PIC X(01).
       01  WS-DR-IDX    PIC 9(01).

       01  WS-ASK-ID    PIC X(08).
       01  WS-ASK-CODE  PIC X(08).
       01  WS-TRY-CNT   PIC 9(01).
       01  WS-MOTIF     PIC X(30).
       01  WS-EVENEMENT PIC X(01).
       01  WS-RESULTAT  PIC X(01).

       LINKAGE SECTION.
       01  LK-FONCTION  PIC X(01).
           88 LK-FONCTION-SIGNON VALUE "S".
           88 LK-FONCTION-BATCH  VALUE "B".
           88 LK-FONCTION-ACTION VALUE "A".
       01  LK-SOUS-SYS  PIC X(08).
       01  LK-PROGRAMME PIC X(08).
       01  LK-OPERATEUR PIC X(08).
       01  LK-ACTION    PIC X(01).
           88 LK-ACTION-CONSULT VALUE "C".
           88 LK-ACTION-MAJ     VALUE "M".
           88 LK-ACTION-RETRAIT VALUE "S".
       01  LK-RESULTAT  PIC X(01).
           88 LK-RESULTAT-OK VALUE "Y".

      ******************************************************************
       SCREEN SECTION.
       01  SCREEN-SIGNON FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
           03 LINE 02 COL 02
              VALUE "IDENTIFICATION DE L'OPERATEUR" FOREGROUND-COLOR 3.
           03 LINE 04 COL 05 VALUE "PROGRAMME   :".
           03 LINE 04 COL 20 PIC X(08)
              FROM LK-PROGRAMME FOREGROUND-COLOR 7.
           03 LINE 06 COL 05 VALUE "OPERATEUR   :".
           03 LINE 06 COL 20 PIC X(08)
              TO WS-ASK-ID FOREGROUND-COLOR 7.
           03 LINE 07 COL 05 VALUE "CODE SECRET :".
           03 LINE 07 COL 20 PIC X(08) SECURE
              TO WS-ASK-CODE FOREGROUND-COLOR 7.
           03 LINE 09 COL 05 PIC X(30)
              FROM WS-MOTIF FOREGROUND-COLOR 4.

      ******************************************************************
       PROCEDURE DIVISION USING LK-FONCTION, LK-SOUS-SYS,
           LK-PROGRAMME, LK-OPERATEUR, LK-ACTION, LK-RESULTAT.

       START-MAIN.
           MOVE "N" TO LK-RESULTAT.

           EVALUATE TRUE
              WHEN LK-FONCTION-SIGNON
                 PERFORM START-SIGNON THRU END-SIGNON
              WHEN LK-FONCTION-BATCH
                 PERFORM START-SIGNON-BATCH THRU END-SIGNON-BATCH
              WHEN LK-FONCTION-ACTION
                 PERFORM START-CHECK-ACTION THRU END-CHECK-ACTION
           END-EVALUATE.
       END-MAIN.
           GOBACK.

      ******************************************************************
      *    Connexion : trois essais, chaque échec consigné avec son    *
      *    motif, la réussite aussi.                                   *
      ******************************************************************
       START-SIGNON.
           MOVE SPACES TO LK-OPERATEUR.
           MOVE SPACES TO WS-MOTIF.
           MOVE "S" TO WS-EVENEMENT.
           MOVE SPACE TO LK-ACTION.

           PERFORM VARYING WS-TRY-CNT FROM 1 BY 1
                   UNTIL WS-TRY-CNT > 3 OR LK-RESULTAT-OK
              MOVE SPACES TO WS-ASK-ID
              MOVE SPACES TO WS-ASK-CODE
              ACCEPT SCREEN-SIGNON
              PERFORM START-VERIFY THRU END-VERIFY
           END-PERFORM.

           IF NOT LK-RESULTAT-OK
              MOVE SPACES TO LK-OPERATEUR
              DISPLAY "CONNEXION REFUSEE :" SPACE
                 FUNCTION TRIM(WS-MOTIF)
           END-IF.
       END-SIGNON.
           EXIT.

      ******************************************************************
      *    Connexion d'un passage batch : identifiant et code secret   *
      *    pris dans l'environnement, un seul essai.                   *
      ******************************************************************
       START-SIGNON-BATCH.
           MOVE SPACES TO LK-OPERATEUR.
           MOVE SPACES TO WS-MOTIF.
           MOVE "S" TO WS-EVENEMENT.
           MOVE SPACE TO LK-ACTION.

           MOVE SPACES TO WS-ASK-ID.
           MOVE SPACES TO WS-ASK-CODE.
           ACCEPT WS-ASK-ID FROM ENVIRONMENT "OPACCES-OPERATEUR".
           ACCEPT WS-ASK-CODE FROM ENVIRONMENT "OPACCES-CODE".
           PERFORM START-VERIFY THRU END-VERIFY.

           IF NOT LK-RESULTAT-OK
              MOVE SPACES TO LK-OPERATEUR
              DISPLAY "CONNEXION REFUSEE :" SPACE
                 FUNCTION TRIM(WS-MOTIF)
           END-IF.
       END-SIGNON-BATCH.
           EXIT.

      ******************************************************************
      *    Vérifie l'identifiant et le code saisis contre le           *
      *    référentiel et consigne la tentative avec son motif.        *
      ******************************************************************
       START-VERIFY.
           MOVE WS-ASK-ID TO LK-OPERATEUR.
           PERFORM START-FIND-OPERATEUR THRU END-FIND-OPERATEUR.

           EVALUATE TRUE
              WHEN WS-NO-REFERENCE-Y
                 MOVE "REFERENTIEL OPERATEURS ABSENT" TO WS-MOTIF
              WHEN NOT WS-FOUND-Y
                 MOVE "OPERATEUR INCONNU" TO WS-MOTIF
              WHEN NOT OP-ACTIF-O
                 MOVE "OPERATEUR INACTIF" TO WS-MOTIF
              WHEN OP-CODE NOT = WS-ASK-CODE
                 MOVE "CODE SECRET ERRONE" TO WS-MOTIF
              WHEN WS-ROLE = SPACE
                 MOVE "SANS DROIT SUR CE SOUS-SYSTEME" TO WS-MOTIF
              WHEN OTHER
                 SET LK-RESULTAT-OK TO TRUE
                 MOVE SPACES TO WS-MOTIF
           END-EVALUATE.

           IF LK-RESULTAT-OK
              MOVE "A" TO WS-RESULTAT
           ELSE
              MOVE "R" TO WS-RESULTAT
           END-IF.
           PERFORM START-W-JOURNAL THRU END-W-JOURNAL.
       END-VERIFY.
           EXIT.

      ******************************************************************
      *    Contrôle d'une action : C demande un rôle quelconque, M un  *
      *    rôle M ou A, S le rôle A. Seuls les refus sont consignés.   *
      ******************************************************************
       START-CHECK-ACTION.
           MOVE "A" TO WS-EVENEMENT.
           PERFORM START-FIND-OPERATEUR THRU END-FIND-OPERATEUR.

           EVALUATE TRUE
              WHEN NOT WS-FOUND-Y
                 MOVE "OPERATEUR NON IDENTIFIE" TO WS-MOTIF
              WHEN NOT OP-ACTIF-O
                 MOVE "OPERATEUR INACTIF" TO WS-MOTIF
              WHEN WS-ROLE = SPACE
                 MOVE "SANS DROIT SUR CE SOUS-SYSTEME" TO WS-MOTIF
              WHEN LK-ACTION-CONSULT
                 AND (WS-ROLE-CONSULT OR WS-ROLE-MAJ OR WS-ROLE-ADMIN)
                 SET LK-RESULTAT-OK TO TRUE
              WHEN LK-ACTION-MAJ AND (WS-ROLE-MAJ OR WS-ROLE-ADMIN)
                 SET LK-RESULTAT-OK TO TRUE
              WHEN LK-ACTION-RETRAIT AND WS-ROLE-ADMIN
                 SET LK-RESULTAT-OK TO TRUE
              WHEN OTHER
                 MOVE SPACES TO WS-MOTIF
                 STRING "ACTION " LK-ACTION " HORS ROLE " WS-ROLE
                    DELIMITED BY SIZE
                    INTO WS-MOTIF
           END-EVALUATE.

           IF NOT LK-RESULTAT-OK
              DISPLAY "ACTION REFUSEE A" SPACE
                 FUNCTION TRIM(LK-OPERATEUR) SPACE ":" SPACE
                 FUNCTION TRIM(WS-MOTIF)
              MOVE "R" TO WS-RESULTAT
              PERFORM START-W-JOURNAL THRU END-W-JOURNAL
           END-IF.
       END-CHECK-ACTION.
           EXIT.

      ******************************************************************
      *    Cherche l'opérateur au référentiel et son rôle sur le       *
      *    sous-système : un droit nommé l'emporte sur le droit "*".   *
      ******************************************************************
       START-FIND-OPERATEUR.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-NO-REFERENCE.
           MOVE SPACE TO WS-ROLE.
           MOVE SPACE TO WS-ROLE-ALL.
           MOVE SPACES TO WS-OPERATEUR.

           IF LK-OPERATEUR = SPACES
              GO TO END-FIND-OPERATEUR
           END-IF.

           OPEN INPUT F-OPERATEURS.
           IF NOT FS-OPERATEURS-OK
              SET WS-NO-REFERENCE-Y TO TRUE
              GO TO END-FIND-OPERATEUR
           END-IF.

           PERFORM UNTIL FS-OPERATEURS-EOF OR WS-FOUND-Y
              READ F-OPERATEURS
              AT END
                 SET FS-OPERATEURS-EOF TO TRUE
              NOT AT END
                 IF OP-ID = LK-OPERATEUR
                    SET WS-FOUND-Y TO TRUE
                    MOVE R-OPERATEUR TO WS-OPERATEUR
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-OPERATEURS.

           IF NOT WS-FOUND-Y
              GO TO END-FIND-OPERATEUR
           END-IF.

           MOVE WS-OPERATEUR TO R-OPERATEUR.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1 UNTIL WS-DR-IDX > 8
              IF OP-ROLE-VALID(WS-DR-IDX)
                 IF OP-SOUS-SYS(WS-DR-IDX) = LK-SOUS-SYS
                    MOVE OP-ROLE(WS-DR-IDX) TO WS-ROLE
                 END-IF
                 IF OP-SOUS-SYS(WS-DR-IDX) = "*"
                    MOVE OP-ROLE(WS-DR-IDX) TO WS-ROLE-ALL
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-ROLE = SPACE
              MOVE WS-ROLE-ALL TO WS-ROLE
           END-IF.
       END-FIND-OPERATEUR.
           EXIT.

      ******************************************************************
      *    Consigne l'événement au journal des accès.                  *
      ******************************************************************
       START-W-JOURNAL.
           MOVE SPACES TO R-ACCES-JNL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-TIME.
           MOVE LK-OPERATEUR TO AJ-OPERATEUR.
           MOVE LK-SOUS-SYS  TO AJ-SOUS-SYS.
           MOVE LK-PROGRAMME TO AJ-PROGRAMME.
           MOVE WS-EVENEMENT TO AJ-EVENEMENT.
           MOVE LK-ACTION    TO AJ-ACTION.
           MOVE WS-RESULTAT  TO AJ-RESULTAT.
           MOVE WS-MOTIF     TO AJ-MOTIF.

           OPEN EXTEND F-JOURNAL.
           IF NOT FS-JOURNAL-OK
              OPEN OUTPUT F-JOURNAL
           END-IF.
           WRITE R-ACCES-JNL.
           CLOSE F-JOURNAL.
       END-W-JOURNAL.
           EXIT.
