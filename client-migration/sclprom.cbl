      *    (variable d'environnement SCLPROM-THRESHOLD, 10,00 par      *
      *    défaut) et écrit deux sorties :                             *
      *    - "promotion-decisions.dat" : élève, moyenne, décision      *
      *      ADMIS ou REDOUBLE, matricule ;                            *
      *    - "input-rentree.dat" : un "input.dat" d'amorce pour        *
      *      septembre, avec un RECORD "05" de la nouvelle classe      *
      *      (SCLPROM-NEXT-CLASS) suivi des RECORD "01" des admis.     *
      *    Quand l'affectation des options (sclopt) est passée, le     *
      *    fichier "options-affectations.dat" est relu et chaque       *
      *    RECORD "01" est suivi des RECORD "08" des options obtenues  *
      *    par l'élève (inscription au cours de l'option, chargée par  *
      *    scldb dans la table ENROLMENT).                             *
      *    La répartition de la cohorte en classes de rentrée est      *
      *    faite ensuite par sclrepar, à partir de ces deux fichiers.  *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEED.

           SELECT F-ALLOC ASSIGN TO 'options-affectations.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALLOC.

      ******************************************************************

       DATA DIVISION.
           03 R-V-VERSION        PIC X(04).
           03 R-V-ETAB           PIC X(03).

      *    RECORD "08" : option obtenue par l'élève du RECORD "01"
      *    qui précède (groupe, code option, libellé du cours).
       01  REC-OPTION.
           03 R-O-KEY            PIC 9(02).
           03 R-O-GROUP          PIC X(04).
           03 R-O-OPTION         PIC X(06).
           03 R-O-LABEL          PIC X(21).

       FD  F-ALLOC
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-ALLOC.
           03 AF-MATRICULE       PIC 9(06).
           03 AF-GROUP           PIC X(04).
           03 AF-OPTION          PIC X(06).
           03 AF-RANK            PIC 9(01).
           03 AF-LABEL           PIC X(21).

       WORKING-STORAGE SECTION.
       01  FS-DECISIONS PIC X(02).
           88 FS-DECISIONS-OK VALUE '00'.
       01  FS-SEED PIC X(02).
           88 FS-SEED-OK VALUE '00'.

       01  FS-ALLOC PIC X(02).
           88 FS-ALLOC-OK  VALUE '00'.
           88 FS-ALLOC-EOF VALUE '10'.

      *    Options affectées par sclopt, par matricule.
       01  WS-ALLOC-CNT PIC 9(04) VALUE ZERO.
       01  WS-ALLOC-TABLE.
           03 WS-AL-ENTRY OCCURS 4000 TIMES
                          INDEXED BY WS-AL-IDX.
               05 WS-AL-MATRICULE PIC 9(06).
               05 WS-AL-GROUP     PIC X(04).
               05 WS-AL-OPTION    PIC X(06).
               05 WS-AL-LABEL     PIC X(21).

       01  WS-THRESHOLD-ENV  PIC X(05) VALUE SPACES.
       01  WS-THRESHOLD      PIC 99V99 VALUE 10,00.
       01  WS-NEXT-CLASS     PIC X(10) VALUE "CLASSE".
       01  WS-NEXT-CLASS-ENV PIC X(10) VALUE SPACES.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'sclchain'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-DECISION-LINE PIC X(120).
       01  WS-PNT-AV        PIC Z9,99.
       01  WS-DECISION      PIC X(08).
           PERFORM 0100-START-LOAD-CONFIG
              THRU END-0100-LOAD-CONFIG.

           PERFORM 0200-START-LOAD-OPTIONS
              THRU END-0200-LOAD-OPTIONS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

      ******************************************************************
      *    Charge le seuil de passage (SCLPROM-THRESHOLD, format       *
      *    "10,00") et la classe de rentrée (SCLPROM-NEXT-CLASS), au   *
      *    registre des paramètres ou à défaut dans l'environnement.   *
      ******************************************************************
       0100-START-LOAD-CONFIG.
           MOVE "SCLPROM-THRESHOLD" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-THRESHOLD-ENV.
      *    Le registre admet le point décimal ; le programme est en
      *    DECIMAL-POINT IS COMMA.
           INSPECT WS-THRESHOLD-ENV REPLACING ALL "." BY ",".
           IF WS-THRESHOLD-ENV NOT = SPACES
               COMPUTE WS-THRESHOLD =
                  FUNCTION NUMVAL(WS-THRESHOLD-ENV)
           END-IF.

           MOVE "SCLPROM-NEXT-CLASS" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-NEXT-CLASS-ENV.
           IF WS-NEXT-CLASS-ENV NOT = SPACES
               MOVE WS-NEXT-CLASS-ENV TO WS-NEXT-CLASS
           END-IF.
       END-0100-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    Charge les options affectées par sclopt, quand              *
      *    l'affectation a été passée : sinon l'amorce est écrite      *
      *    sans RECORD "08", comme avant.                              *
      ******************************************************************
       0200-START-LOAD-OPTIONS.
           OPEN INPUT F-ALLOC.
           IF NOT FS-ALLOC-OK
               GO TO END-0200-LOAD-OPTIONS
           END-IF.

           PERFORM UNTIL FS-ALLOC-EOF
               READ F-ALLOC
               AT END
                   SET FS-ALLOC-EOF TO TRUE
               NOT AT END
                   IF WS-ALLOC-CNT < 4000
                       ADD 1 TO WS-ALLOC-CNT
                       MOVE AF-MATRICULE
                          TO WS-AL-MATRICULE(WS-ALLOC-CNT)
                       MOVE AF-GROUP  TO WS-AL-GROUP(WS-ALLOC-CNT)
                       MOVE AF-OPTION TO WS-AL-OPTION(WS-ALLOC-CNT)
                       MOVE AF-LABEL  TO WS-AL-LABEL(WS-ALLOC-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ALLOC.
       END-0200-LOAD-OPTIONS.
           EXIT.

      ******************************************************************
      *    Gestion des erreurs.                                        *
      ******************************************************************
               MOVE SQL-S-AGE       TO R-S-AGE
               MOVE SQL-S-MATRICULE TO R-S-MATRICULE
               WRITE REC-STUDENT
               PERFORM 2200-START-W-OPTIONS THRU END-2200-W-OPTIONS
           ELSE
               MOVE "REDOUBLE" TO WS-DECISION
               ADD 1 TO WS-REDOUBLE-CNT
           MOVE WS-AVERAGE TO WS-PNT-AV.
           STRING SQL-S-LASTNAME SPACE SQL-S-FIRSTNAME SPACE
              "MOYENNE :" SPACE WS-PNT-AV SPACE
              "DECISION :" SPACE WS-DECISION SPACE
              "MATRICULE :" SPACE SQL-S-MATRICULE
              DELIMITED BY SIZE
              INTO WS-DECISION-LINE.
           WRITE R-DECISIONS FROM WS-DECISION-LINE.
       END-2100-DECIDE-ONE.
           EXIT.

      ******************************************************************
      *    Ecrit, derrière le RECORD "01" de l'admis, un RECORD "08"   *
      *    par option que sclopt lui a affectée.                       *
      ******************************************************************
       2200-START-W-OPTIONS.
           IF WS-ALLOC-CNT EQUAL ZERO OR SQL-S-MATRICULE EQUAL ZERO
               GO TO END-2200-W-OPTIONS
           END-IF.

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-CNT
               IF WS-AL-MATRICULE(WS-AL-IDX) EQUAL SQL-S-MATRICULE
                   MOVE 08                      TO R-O-KEY
                   MOVE WS-AL-GROUP(WS-AL-IDX)  TO R-O-GROUP
                   MOVE WS-AL-OPTION(WS-AL-IDX) TO R-O-OPTION
                   MOVE WS-AL-LABEL(WS-AL-IDX)  TO R-O-LABEL
                   WRITE REC-OPTION
               END-IF
           END-PERFORM.
       END-2200-W-OPTIONS.
           EXIT.
