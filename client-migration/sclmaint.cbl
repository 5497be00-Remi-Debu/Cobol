      *    Chaque modification est aussi journalisée dans le fichier   *
      *    "maint-audit.txt" (ancienne et nouvelle valeur), sur le     *
      *    modèle de ce que GRADE_HISTORY fait pour les notes.         *
      *    L'écran INCIDENT tient le registre de vie scolaire chargé   *
      *    par sclinc : saisie d'un incident isolé, validation         *
      *    (STATUS A) ou annulation (STATUS N) des propositions        *
      *    d'avertissement.                                            *
      *    L'opérateur s'identifie au lancement (opacces, sous-système *
      *    sclchain) et figure sur chaque ligne du journal : consulter *
      *    demande le rôle C, ajouter et modifier le rôle M,           *
      *    désactiver le rôle A.                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
           88 WS-TABLE-TEACHER  VALUE 2.
           88 WS-TABLE-COURSE   VALUE 3.
           88 WS-TABLE-SCHEDULE VALUE 4.
           88 WS-TABLE-INCIDENT VALUE 5.
           88 WS-TABLE-QUIT     VALUE 9.

       01  WS-ACTION-CHOICE PIC 9(01) VALUE ZERO.

       01  WS-PROGRAM-NAME PIC X(08) VALUE 'sclmaint'.

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
       01  WS-LOCK-OVERRIDE PIC X(01) VALUE 'N'.
           88 WS-LOCK-OVERRIDE-YES VALUE 'Y'.

      *    Calendrier scolaire partagé (sous programme sclcal) : un
      *    incident saisi à l'écran est rattaché au trimestre de sa
      *    date, comme au chargement sclinc.
       01  WS-CAL-DATE       PIC 9(08).
       01  WS-CAL-YEAR       PIC 9(04).
       01  WS-CAL-TERM       PIC 9(01).
       01  WS-CAL-TERM-START PIC 9(08).
       01  WS-CAL-TERM-END   PIC 9(08).
       01  WS-CAL-BULLETIN   PIC 9(08).
       01  WS-CAL-RESULT     PIC X(01).

       01  WS-INC-TYPE PIC X(03).
           88 WS-INC-TYPE-VALID VALUE 'RET' 'EXC' 'RTN' 'AVT'.
       01  WS-INC-STATUS PIC X(01).
           88 WS-INC-STATUS-VALID VALUE 'A' 'P' 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC  X(30) VALUE 'school'.
       01  USERNAME            PIC  X(30) VALUE 'cobol'.
           03 SQL-OH-START     PIC 9(04).
           03 SQL-OH-END       PIC 9(04).
           03 SQL-OH-ROOM      PIC X(05).

       01  SQL-INCIDENT.
           03 SQL-I-ID         PIC 9(08).
           03 SQL-I-STUDENT-ID PIC 9(04).
           03 SQL-I-DATE       PIC 9(08).
           03 SQL-I-YEAR       PIC 9(04).
           03 SQL-I-TERM       PIC 9(01).
           03 SQL-I-TYPE       PIC X(03).
           03 SQL-I-COURSE-ID  PIC 9(04).
           03 SQL-I-TEXT       PIC X(40).
           03 SQL-I-STATUS     PIC X(01).

       01  SQL-OLD-INCIDENT.
           03 SQL-OI-STUDENT-ID PIC 9(04).
           03 SQL-OI-DATE       PIC 9(08).
           03 SQL-OI-TYPE       PIC X(03).
           03 SQL-OI-COURSE-ID  PIC 9(04).
           03 SQL-OI-TEXT       PIC X(40).
           03 SQL-OI-STATUS     PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           03 LINE 06 COL 05 VALUE "2. TEACHER".
           03 LINE 07 COL 05 VALUE "3. COURSE".
           03 LINE 08 COL 05 VALUE "4. SCHEDULE".
           03 LINE 09 COL 05 VALUE "5. INCIDENT".
           03 LINE 10 COL 05 VALUE "9. QUITTER".
           03 LINE 11 COL 05 VALUE "CHOIX :".
           03 LINE 11 COL 13 PIC 9(01)
              TO WS-TABLE-CHOICE FOREGROUND-COLOR 7.
           03 LINE 13 COL 02 VALUE "ACTION :".
           03 LINE 14 COL 05 VALUE "1. CONSULTER".
           03 LINE 15 COL 05 VALUE "2. AJOUTER".
           03 LINE 16 COL 05 VALUE "3. MODIFIER".
           03 LINE 17 COL 05 VALUE "4. DESACTIVER".
           03 LINE 18 COL 05 VALUE "CHOIX :".
           03 LINE 18 COL 13 PIC 9(01)
              TO WS-ACTION-CHOICE FOREGROUND-COLOR 7.

       01  SCREEN-STUDENT FOREGROUND-COLOR 2.
           03 LINE 10 COL 24 PIC X(05)
              TO SQL-H-ROOM FOREGROUND-COLOR 7.

       01  SCREEN-INCIDENT FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
           03 LINE 02 COL 02
              VALUE "FICHE INCIDENT (VIE SCOLAIRE)" FOREGROUND-COLOR 3.
           03 LINE 04 COL 05 VALUE "ID (0 SI AJOUT) :".
           03 LINE 04 COL 24 PIC 9(08)
              TO SQL-I-ID FOREGROUND-COLOR 7.
           03 LINE 05 COL 05 VALUE "ID ELEVE        :".
           03 LINE 05 COL 24 PIC 9(04)
              TO SQL-I-STUDENT-ID FOREGROUND-COLOR 7.
           03 LINE 06 COL 05 VALUE "DATE (AAAAMMJJ) :".
           03 LINE 06 COL 24 PIC 9(08)
              TO SQL-I-DATE FOREGROUND-COLOR 7.
           03 LINE 07 COL 05 VALUE "TYPE (RET/EXC/RTN/AVT) :".
           03 LINE 07 COL 30 PIC X(03)
              TO SQL-I-TYPE FOREGROUND-COLOR 7.
           03 LINE 08 COL 05 VALUE "ID COURS (0 SI AUCUN) :".
           03 LINE 08 COL 30 PIC 9(04)
              TO SQL-I-COURSE-ID FOREGROUND-COLOR 7.
           03 LINE 09 COL 05 VALUE "MOTIF           :".
           03 LINE 09 COL 24 PIC X(40)
              TO SQL-I-TEXT FOREGROUND-COLOR 7.
           03 LINE 10 COL 05 VALUE "STATUT (A/P/N)  :".
           03 LINE 10 COL 24 PIC X(01)
              TO SQL-I-STATUS FOREGROUND-COLOR 7.

      ******************************************************************

       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

           MOVE 'S' TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PROGRAM-NAME, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
               DISPLAY "IDENTIFICATION REFUSEE : MAINTENANCE ABANDONNEE"
               STOP RUN
           END-IF.

           PERFORM 0050-START-LOAD-CREDENTIALS
              THRU END-0050-LOAD-CREDENTIALS.

               ACCEPT SCREEN-MENU

               IF NOT WS-TABLE-QUIT
                   PERFORM 0080-START-CHECK-ACCESS
                      THRU END-0080-CHECK-ACCESS
               END-IF

               IF NOT WS-TABLE-QUIT AND WS-ACC-OK
                   EVALUATE TRUE
                       WHEN WS-TABLE-STUDENT
                           PERFORM 2000-START-STUDENT
                       WHEN WS-TABLE-SCHEDULE
                           PERFORM 5000-START-SCHEDULE
                              THRU END-5000-SCHEDULE
                       WHEN WS-TABLE-INCIDENT
                           PERFORM 6000-START-INCIDENT
                              THRU END-6000-INCIDENT
                       WHEN OTHER
                           DISPLAY "CHOIX DE TABLE INCONNU"
                   END-EVALUATE
       END-0050-LOAD-CREDENTIALS.
           EXIT.

      ******************************************************************
      *    Contrôle de l'action choisie au menu contre le rôle de      *
      *    l'opérateur : consulter (C), ajouter ou modifier (M),       *
      *    désactiver (S).                                             *
      ******************************************************************
       0080-START-CHECK-ACCESS.
           EVALUATE TRUE
               WHEN WS-ACTION-BROWSE
                   MOVE 'C' TO WS-ACC-ACTION
               WHEN WS-ACTION-ADD
               WHEN WS-ACTION-UPDATE
                   MOVE 'M' TO WS-ACC-ACTION
               WHEN OTHER
                   MOVE 'S' TO WS-ACC-ACTION
           END-EVALUATE.

           MOVE 'A' TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PROGRAM-NAME, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
       END-0080-CHECK-ACCESS.
           EXIT.

      ******************************************************************
      *    Gestion des erreurs.                                        *
      ******************************************************************
       END-5900-SCHEDULE-NEWVAL.
           EXIT.

      ******************************************************************
      *    Aiguillage des actions sur la table INCIDENT (registre de   *
      *    vie scolaire chargé par sclinc). La désactivation annule    *
      *    l'incident (STATUS N) sans le supprimer ; une proposition   *
      *    d'avertissement se valide en modifiant son statut en A.     *
      ******************************************************************
       6000-START-INCIDENT.
           EVALUATE TRUE
               WHEN WS-ACTION-BROWSE
                   PERFORM 6100-START-INCIDENT-BROWSE
                      THRU END-6100-INCIDENT-BROWSE
               WHEN WS-ACTION-ADD
                   ACCEPT SCREEN-INCIDENT
                   PERFORM 6700-START-INCIDENT-CHECK
                      THRU END-6700-INCIDENT-CHECK
                   IF SQL-I-STATUS = SPACE
                       MOVE 'A' TO SQL-I-STATUS
                   END-IF
                   EXEC SQL
                       INSERT INTO INCIDENT
                       (STUDENT_ID, INCIDENT_DATE, SCHOOL_YEAR, TERM,
                        TYPE, COURSE_ID, DESCRIPTION, STATUS)
                       VALUES (:SQL-I-STUDENT-ID, :SQL-I-DATE,
                               :SQL-I-YEAR, :SQL-I-TERM, :SQL-I-TYPE,
                               :SQL-I-COURSE-ID, :SQL-I-TEXT,
                               :SQL-I-STATUS)
                   END-EXEC
                   MOVE "AJOUT" TO WS-ACTION-LABEL
                   MOVE SPACES TO WS-AUDIT-OLD
                   PERFORM 6900-START-INCIDENT-NEWVAL
                      THRU END-6900-INCIDENT-NEWVAL
                   PERFORM 9000-START-W-AUDIT THRU END-9000-W-AUDIT
               WHEN WS-ACTION-UPDATE
                   ACCEPT SCREEN-INCIDENT
                   PERFORM 6700-START-INCIDENT-CHECK
                      THRU END-6700-INCIDENT-CHECK
                   PERFORM 6800-START-INCIDENT-OLDVAL
                      THRU END-6800-INCIDENT-OLDVAL
                   EXEC SQL
                       UPDATE INCIDENT
                       SET STUDENT_ID    = :SQL-I-STUDENT-ID,
                           INCIDENT_DATE = :SQL-I-DATE,
                           SCHOOL_YEAR   = :SQL-I-YEAR,
                           TERM          = :SQL-I-TERM,
                           TYPE          = :SQL-I-TYPE,
                           COURSE_ID     = :SQL-I-COURSE-ID,
                           DESCRIPTION   = :SQL-I-TEXT,
                           STATUS        = :SQL-I-STATUS
                       WHERE ID = :SQL-I-ID
                   END-EXEC
                   MOVE "MODIFICATION" TO WS-ACTION-LABEL
                   PERFORM 6900-START-INCIDENT-NEWVAL
                      THRU END-6900-INCIDENT-NEWVAL
                   PERFORM 9000-START-W-AUDIT THRU END-9000-W-AUDIT
               WHEN WS-ACTION-DEACTIVATE
                   ACCEPT SCREEN-INCIDENT
                   PERFORM 6800-START-INCIDENT-OLDVAL
                      THRU END-6800-INCIDENT-OLDVAL
                   EXEC SQL
                       UPDATE INCIDENT SET STATUS = 'N'
                       WHERE ID = :SQL-I-ID
                   END-EXEC
                   MOVE "DESACTIVATION" TO WS-ACTION-LABEL
                   MOVE "INCIDENT" TO WS-AUDIT-LINE(1:8)
                   MOVE "STATUS=N" TO WS-AUDIT-NEW
                   PERFORM 9000-START-W-AUDIT THRU END-9000-W-AUDIT
               WHEN OTHER
                   DISPLAY "ACTION INCONNUE"
           END-EVALUATE.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY "ERREUR SQL INCIDENT :" SPACE SQLCODE
               CALL "sqlaudit" USING WS-PROGRAM-NAME, SQLCODE,
                  SQLSTATE, SQLERRMC
               END-CALL
           END-IF.
       END-6000-INCIDENT.
           EXIT.

      ******************************************************************
       6100-START-INCIDENT-BROWSE.
           EXEC SQL
               DECLARE CRSMINCID CURSOR FOR
               SELECT ID, STUDENT_ID, INCIDENT_DATE, SCHOOL_YEAR,
                      TERM, TYPE, COURSE_ID, DESCRIPTION, STATUS
               FROM INCIDENT
               ORDER BY STUDENT_ID, INCIDENT_DATE
           END-EXEC.

           EXEC SQL OPEN CRSMINCID END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSMINCID
                   INTO :SQL-I-ID, :SQL-I-STUDENT-ID, :SQL-I-DATE,
                   :SQL-I-YEAR, :SQL-I-TERM, :SQL-I-TYPE,
                   :SQL-I-COURSE-ID, :SQL-I-TEXT, :SQL-I-STATUS
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY SQL-I-ID SPACE SQL-I-STUDENT-ID SPACE
                      SQL-I-DATE SPACE SQL-I-YEAR "-" SQL-I-TERM SPACE
                      SQL-I-TYPE SPACE SQL-I-COURSE-ID SPACE
                      SQL-I-STATUS SPACE SQL-I-TEXT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CRSMINCID END-EXEC.
       END-6100-INCIDENT-BROWSE.
           EXIT.

      ******************************************************************
      *    Contrôles de saisie de l'incident : type et statut connus   *
      *    (signalés, comme pour les créneaux), trimestre repris du    *
      *    calendrier scolaire d'après la date saisie.                 *
      ******************************************************************
       6700-START-INCIDENT-CHECK.
           MOVE SQL-I-TYPE TO WS-INC-TYPE.
           IF NOT WS-INC-TYPE-VALID
               DISPLAY "AVERTISSEMENT : TYPE" SPACE SQL-I-TYPE SPACE
                  "HORS RET/EXC/RTN/AVT"
           END-IF.
           MOVE SQL-I-STATUS TO WS-INC-STATUS.
           IF NOT WS-INC-STATUS-VALID AND SQL-I-STATUS NOT = SPACE
               DISPLAY "AVERTISSEMENT : STATUT" SPACE SQL-I-STATUS
                  SPACE "HORS A/P/N"
           END-IF.

           MOVE SQL-I-DATE TO WS-CAL-DATE.
           CALL "sclcal" USING WS-CAL-DATE, WS-CAL-YEAR,
              WS-CAL-TERM, WS-CAL-TERM-START, WS-CAL-TERM-END,
              WS-CAL-BULLETIN, WS-CAL-RESULT
           END-CALL.
           MOVE WS-CAL-YEAR TO SQL-I-YEAR.
           MOVE WS-CAL-TERM TO SQL-I-TERM.
           IF WS-CAL-RESULT NOT = 'T'
               DISPLAY "AVERTISSEMENT : DATE" SPACE SQL-I-DATE SPACE
                  "HORS CALENDRIER SCOLAIRE"
           END-IF.
       END-6700-INCIDENT-CHECK.
           EXIT.

      ******************************************************************
       6800-START-INCIDENT-OLDVAL.
           EXEC SQL
               SELECT STUDENT_ID, INCIDENT_DATE, TYPE, COURSE_ID,
                      DESCRIPTION, STATUS
               INTO :SQL-OI-STUDENT-ID, :SQL-OI-DATE, :SQL-OI-TYPE,
               :SQL-OI-COURSE-ID, :SQL-OI-TEXT, :SQL-OI-STATUS
               FROM INCIDENT
               WHERE ID = :SQL-I-ID
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-OLD.
           STRING SQL-OI-STUDENT-ID SPACE SQL-OI-DATE SPACE
              SQL-OI-TYPE SPACE SQL-OI-COURSE-ID SPACE
              SQL-OI-STATUS SPACE SQL-OI-TEXT
              DELIMITED BY SIZE
              INTO WS-AUDIT-OLD.
       END-6800-INCIDENT-OLDVAL.
           EXIT.

      ******************************************************************
       6900-START-INCIDENT-NEWVAL.
           MOVE SPACES TO WS-AUDIT-NEW.
           STRING SQL-I-STUDENT-ID SPACE SQL-I-DATE SPACE
              SQL-I-TYPE SPACE SQL-I-COURSE-ID SPACE
              SQL-I-STATUS SPACE SQL-I-TEXT
              DELIMITED BY SIZE
              INTO WS-AUDIT-NEW.
           MOVE "INCIDENT" TO WS-AUDIT-LINE(1:8).
       END-6900-INCIDENT-NEWVAL.
           EXIT.

      ******************************************************************
      *    Ajoute une ligne au journal "maint-audit.txt" : date,       *
      *    heure, opérateur, table, action, ancienne et nouvelle       *
      *    valeur, sur le modèle de GRADE_HISTORY pour les             *
      *    corrections de notes.                                       *
      ******************************************************************
       9000-START-W-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE.

           MOVE SPACES TO R-AUDIT.
           STRING WS-AUDIT-DATE "-" WS-AUDIT-TIME SPACE
              FUNCTION TRIM(WS-ACC-OPERATEUR) SPACE
              FUNCTION TRIM(WS-AUDIT-LINE(1:8)) SPACE
              FUNCTION TRIM(WS-ACTION-LABEL) SPACE
              "AVANT: [" FUNCTION TRIM(WS-AUDIT-OLD) "]" SPACE
