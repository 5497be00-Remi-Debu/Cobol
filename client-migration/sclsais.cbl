      *    - une fois le bulletin du trimestre produit : quand le      *
      *      fichier "output_AAAA_TT.dat" du trimestre courant         *
      *      (SCLREP-SCHOOL-YEAR / SCLREP-TERM) existe, les notes de   *
      *      ce trimestre ne se corrigent plus en ligne ;              *
      *    - une fois le trimestre clos après le conseil de classe     *
      *      (table TERM_CLOSURE, sclclot) : seule la voie batch       *
      *      scldb avec un motif autorisé peut encore changer une      *
      *      note ;                                                    *
      *    - à l'opérateur identifié (opacces, sous-système sclchain)  *
      *      qui n'a pas au moins le rôle M.                           *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclsais'.

      *    Identification de l'opérateur et contrôle de ses droits
      *    (sous programme opacces).
       01  WS-ACC-FONCTION  PIC X(01).
       01  WS-ACC-SOUS-SYS  PIC X(08) VALUE 'sclchain'.
       01  WS-ACC-OPERATEUR PIC X(08) VALUE SPACES.
       01  WS-ACC-ACTION    PIC X(01).
       01  WS-ACC-RESULT    PIC X(01).
           88 WS-ACC-OK VALUE 'Y'.

      *    Verrou d'exploitation de la chaîne de nuit (sous
      *    programme scllock) : consulté avant toute mise à jour,
      *    avec dérogation d'urgence SCLLOCK-OVERRIDE=Y.
           03 SQL-G-ID         PIC 9(08).
           03 SQL-G-GRADE      PIC 99V99.
           03 SQL-G-OLD-GRADE  PIC 99V99.

       01  SQL-CLOSURE.
           03 SQL-K-YEAR       PIC 9(04).
           03 SQL-K-TERM       PIC 9(01).
           03 SQL-K-COUNT      PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               STOP RUN
           END-IF.

           PERFORM 0040-START-SIGNON THRU END-0040-SIGNON.

           PERFORM 0060-START-CHECK-TERM-LOCK
              THRU END-0060-CHECK-TERM-LOCK.

               PERFORM 1000-START-ERROR-RTN THRU END-1000-ERROR-RTN
           END-IF.

           PERFORM 0070-START-CHECK-CLOSURE
              THRU END-0070-CHECK-CLOSURE.

           PERFORM 2000-START-CAPTURE-LOOP
              THRU END-2000-CAPTURE-LOOP.

              "CORRIGEES :" SPACE WS-CORRIGE-CNT.
           STOP RUN.

      ******************************************************************
      *    Identification de l'opérateur : la saisie des notes est une *
      *    mise à jour, elle demande au moins le rôle M.               *
      ******************************************************************
       0040-START-SIGNON.
           MOVE 'S' TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PROGRAM-NAME, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
               DISPLAY "IDENTIFICATION REFUSEE : SAISIE ABANDONNEE"
               STOP RUN
           END-IF.

           MOVE 'A' TO WS-ACC-FONCTION.
           MOVE 'M' TO WS-ACC-ACTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PROGRAM-NAME, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
               STOP RUN
           END-IF.
       END-0040-SIGNON.
           EXIT.

      ******************************************************************
      *    Verrouillage du trimestre : quand le bulletin du trimestre  *
      *    courant a déjà été produit (le fichier output_AAAA_TT.dat   *
       END-0060-CHECK-TERM-LOCK.
           EXIT.

      ******************************************************************
      *    Clôture du trimestre après conseil (TERM_CLOSURE, tenue     *
      *    par sclclot) : la saisie en ligne est refusée, même quand   *
      *    le fichier du bulletin n'est pas présent sur ce poste ;     *
      *    une correction après conseil passe par scldb avec un motif  *
      *    autorisé (SCLDB-MOTIF-CLOTURE).                             *
      ******************************************************************
       0070-START-CHECK-CLOSURE.
           IF WS-YEAR-BUFFER NOT NUMERIC OR WS-TERM(2:1) NOT NUMERIC
               GO TO END-0070-CHECK-CLOSURE
           END-IF.

           MOVE WS-YEAR-BUFFER TO SQL-K-YEAR.
           MOVE WS-TERM(2:1)   TO SQL-K-TERM.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-K-COUNT
               FROM TERM_CLOSURE
               WHERE SCHOOL_YEAR = :SQL-K-YEAR
               AND TERM = :SQL-K-TERM
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-K-COUNT > ZERO
               DISPLAY "TRIMESTRE" SPACE WS-TERM SPACE
                  "CLOS APRES CONSEIL DE CLASSE : SAISIE REFUSEE "
                  "(CORRECTION PAR SCLDB AVEC SCLDB-MOTIF-CLOTURE)"
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.
       END-0070-CHECK-CLOSURE.
           EXIT.

      ******************************************************************
      *    Charge DBNAME/USERNAME/PASSWD depuis l'environnement quand   *
      *    ils sont fournis, pour permettre de changer les accès à la  *
