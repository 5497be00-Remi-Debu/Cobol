      ******************************************************************
      *    Rapport périodique des droits d'accès pour le contrôle      *
      *    interne. Le programme relit le référentiel des opérateurs   *
      *    "operateurs.dat" (copybook operateur) et le journal des     *
      *    accès "acces-journal.dat" (copybook accesjnl, alimenté par  *
      *    opacces) et écrit "droits-rapport.txt" :                    *
      *    - les droits en vigueur : chaque opérateur, actif ou non,   *
      *      avec son rôle par sous-système (le code secret n'est      *
      *      jamais repris) ; un opérateur actif sans aucun droit est  *
      *      signalé ;                                                 *
      *    - les tentatives refusées de la période : connexions et     *
      *      actions hors rôle, une ligne chacune avec son motif,      *
      *      puis le total par opérateur.                              *
      *    La période va de OPDROITS-DEBUT à OPDROITS-FIN (AAAAMMJJ) ; *
      *    à défaut, du premier du mois courant à aujourd'hui.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opdroits.
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

           SELECT F-RAPPORT ASSIGN TO "droits-rapport.txt"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

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

       FD  F-RAPPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-OPERATEURS PIC X(02).
           88 FS-OPERATEURS-OK  VALUE "00".
           88 FS-OPERATEURS-EOF VALUE "10".
       01  FS-JOURNAL PIC X(02).
           88 FS-JOURNAL-OK  VALUE "00".
           88 FS-JOURNAL-EOF VALUE "10".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

       01  WS-DEBUT-ENV PIC X(08) VALUE SPACES.
       01  WS-FIN-ENV   PIC X(08) VALUE SPACES.
       01  WS-DEBUT     PIC 9(08).
       01  WS-FIN       PIC 9(08).

      *    Refus de la période cumulés par opérateur.
       01  TABLE-REFUS.
           03 RF-CNT PIC 9(03) VALUE ZERO.
           03 RF-ENT OCCURS 200 TIMES
                     INDEXED BY RF-IDX.
               05 RF-OPERATEUR PIC X(08).
               05 RF-SIGNON    PIC 9(05).
               05 RF-ACTION    PIC 9(05).

       01  WS-LINE      PIC X(100).
       01  WS-DR-IDX    PIC 9(01).
       01  WS-DROIT-CNT PIC 9(01).
       01  WS-ROLE-LIB  PIC X(14).
       01  WS-ACTIF-LIB PIC X(08).
       01  WS-EVT-LIB   PIC X(09).
       01  WS-FOUND-POS PIC 9(03).

       01  WS-OPER-CNT   PIC 9(05) VALUE ZERO.
       01  WS-SANS-DROIT PIC 9(05) VALUE ZERO.
       01  WS-REFUS-CNT  PIC 9(05) VALUE ZERO.
       01  WS-SIGNON-CNT PIC 9(05) VALUE ZERO.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "opdroits".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : période, puis les deux sections du rapport.          *
      ******************************************************************
       START-MAIN.
           ACCEPT WS-FIN-ENV FROM ENVIRONMENT "OPDROITS-FIN".
           IF WS-FIN-ENV IS NUMERIC
              MOVE WS-FIN-ENV TO WS-FIN
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FIN
           END-IF.

           ACCEPT WS-DEBUT-ENV FROM ENVIRONMENT "OPDROITS-DEBUT".
           IF WS-DEBUT-ENV IS NUMERIC
              MOVE WS-DEBUT-ENV TO WS-DEBUT
           ELSE
              MOVE WS-FIN TO WS-DEBUT
              MOVE "01" TO WS-DEBUT(7:2)
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
              DISPLAY "ERREUR OUVERTURE droits-rapport.txt :" SPACE
                 FS-RAPPORT
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-MAIN
           END-IF.

           MOVE "RAPPORT DES DROITS D'ACCES AUX ECRANS DE MAINTENANCE"
              TO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "PERIODE DU" SPACE WS-DEBUT SPACE "AU" SPACE WS-FIN
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.
           MOVE SPACES TO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.

           PERFORM START-W-DROITS THRU END-W-DROITS.
           MOVE SPACES TO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.
           PERFORM START-W-REFUS THRU END-W-REFUS.

           CLOSE F-RAPPORT.

           DISPLAY "OPERATEURS :" SPACE WS-OPER-CNT SPACE
              "TENTATIVES REFUSEES :" SPACE WS-REFUS-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Section 1 : les droits en vigueur, opérateur par opérateur. *
      ******************************************************************
       START-W-DROITS.
           MOVE "1. DROITS EN VIGUEUR" TO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.

           OPEN INPUT F-OPERATEURS.
           IF NOT FS-OPERATEURS-OK
              MOVE "   REFERENTIEL operateurs.dat ABSENT" TO WS-LINE
              PERFORM START-W-LINE THRU END-W-LINE
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-W-DROITS
           END-IF.

           PERFORM UNTIL FS-OPERATEURS-EOF
              READ F-OPERATEURS
              AT END
                 SET FS-OPERATEURS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 ADD 1 TO WS-OPER-CNT
                 PERFORM START-W-ONE-OPERATEUR
                    THRU END-W-ONE-OPERATEUR
              END-READ
           END-PERFORM.

           CLOSE F-OPERATEURS.

           MOVE SPACES TO WS-LINE.
           STRING "   OPERATEURS :" SPACE WS-OPER-CNT SPACE
              "- ACTIFS SANS DROIT :" SPACE WS-SANS-DROIT
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.
       END-W-DROITS.
           EXIT.

      ******************************************************************
      *    Un opérateur : identité, état, puis un droit par ligne.     *
      ******************************************************************
       START-W-ONE-OPERATEUR.
           IF OP-ACTIF-O
              MOVE "ACTIF" TO WS-ACTIF-LIB
           ELSE
              MOVE "INACTIF" TO WS-ACTIF-LIB
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "   " OP-ID SPACE OP-NOM SPACE WS-ACTIF-LIB
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.

           MOVE ZERO TO WS-DROIT-CNT.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1 UNTIL WS-DR-IDX > 8
              IF OP-ROLE-VALID(WS-DR-IDX)
                 AND OP-SOUS-SYS(WS-DR-IDX) NOT = SPACES
                 ADD 1 TO WS-DROIT-CNT
                 EVALUATE OP-ROLE(WS-DR-IDX)
                    WHEN "C"
                       MOVE "CONSULTATION" TO WS-ROLE-LIB
                    WHEN "M"
                       MOVE "MISE A JOUR" TO WS-ROLE-LIB
                    WHEN "A"
                       MOVE "ADMINISTRATION" TO WS-ROLE-LIB
                 END-EVALUATE
                 MOVE SPACES TO WS-LINE
                 STRING "      " OP-SOUS-SYS(WS-DR-IDX) SPACE
                    OP-ROLE(WS-DR-IDX) SPACE WS-ROLE-LIB
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 PERFORM START-W-LINE THRU END-W-LINE
              END-IF
           END-PERFORM.

           IF WS-DROIT-CNT = ZERO
              MOVE "      *** AUCUN DROIT ***" TO WS-LINE
              PERFORM START-W-LINE THRU END-W-LINE
              IF OP-ACTIF-O
                 ADD 1 TO WS-SANS-DROIT
              END-IF
           END-IF.
       END-W-ONE-OPERATEUR.
           EXIT.

      ******************************************************************
      *    Section 2 : les tentatives refusées de la période, puis     *
      *    leur total par opérateur.                                   *
      ******************************************************************
       START-W-REFUS.
           MOVE "2. TENTATIVES REFUSEES" TO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.

           OPEN INPUT F-JOURNAL.
           IF NOT FS-JOURNAL-OK
              MOVE "   JOURNAL acces-journal.dat ABSENT" TO WS-LINE
              PERFORM START-W-LINE THRU END-W-LINE
              GO TO END-W-REFUS
           END-IF.

           PERFORM UNTIL FS-JOURNAL-EOF
              READ F-JOURNAL
              AT END
                 SET FS-JOURNAL-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 IF AJ-REFUSE
                    AND AJ-DATE NOT < WS-DEBUT
                    AND AJ-DATE NOT > WS-FIN
                    PERFORM START-W-ONE-REFUS THRU END-W-ONE-REFUS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-JOURNAL.

           MOVE SPACES TO WS-LINE.
           STRING "   TENTATIVES REFUSEES :" SPACE WS-REFUS-CNT SPACE
              "DONT CONNEXIONS :" SPACE WS-SIGNON-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.

           IF RF-CNT > ZERO
              MOVE SPACES TO WS-LINE
              PERFORM START-W-LINE THRU END-W-LINE
              MOVE "   PAR OPERATEUR (CONNEXIONS / ACTIONS) :"
                 TO WS-LINE
              PERFORM START-W-LINE THRU END-W-LINE
           END-IF.

           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-CNT
              MOVE SPACES TO WS-LINE
              STRING "      " RF-OPERATEUR(RF-IDX) SPACE
                 RF-SIGNON(RF-IDX) " / " RF-ACTION(RF-IDX)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              PERFORM START-W-LINE THRU END-W-LINE
           END-PERFORM.
       END-W-REFUS.
           EXIT.

      ******************************************************************
      *    Un refus : la ligne du journal, et le cumul par opérateur.  *
      ******************************************************************
       START-W-ONE-REFUS.
           ADD 1 TO WS-REFUS-CNT.
           IF AJ-EVENEMENT = "S"
              MOVE "CONNEXION" TO WS-EVT-LIB
              ADD 1 TO WS-SIGNON-CNT
           ELSE
              MOVE "ACTION" TO WS-EVT-LIB
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "   " AJ-DATE "-" AJ-TIME SPACE AJ-OPERATEUR SPACE
              AJ-SOUS-SYS SPACE AJ-PROGRAMME SPACE WS-EVT-LIB SPACE
              AJ-ACTION SPACE FUNCTION TRIM(AJ-MOTIF)
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM START-W-LINE THRU END-W-LINE.

           MOVE ZERO TO WS-FOUND-POS.
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-CNT
              IF RF-OPERATEUR(RF-IDX) = AJ-OPERATEUR
                 SET WS-FOUND-POS TO RF-IDX
              END-IF
           END-PERFORM.

           IF WS-FOUND-POS = ZERO
              IF RF-CNT NOT < 200
                 ADD 1 TO WS-RUN-REJECTED
                 GO TO END-W-ONE-REFUS
              END-IF
              ADD 1 TO RF-CNT
              MOVE RF-CNT TO WS-FOUND-POS
              MOVE AJ-OPERATEUR TO RF-OPERATEUR(RF-CNT)
              MOVE ZERO TO RF-SIGNON(RF-CNT)
              MOVE ZERO TO RF-ACTION(RF-CNT)
           END-IF.

           IF AJ-EVENEMENT = "S"
              ADD 1 TO RF-SIGNON(WS-FOUND-POS)
           ELSE
              ADD 1 TO RF-ACTION(WS-FOUND-POS)
           END-IF.
       END-W-ONE-REFUS.
           EXIT.

      ******************************************************************
      *    Ecrit une ligne du rapport.                                 *
      ******************************************************************
       START-W-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           ADD 1 TO WS-RUN-WRITTEN.
       END-W-LINE.
           EXIT.
