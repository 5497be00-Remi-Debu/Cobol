      ******************************************************************
      *    Organigramme et encadrement : fichierclient.idx porte le    *
      *    MANAGER de chaque employe (tenu par flmaint), les rapports  *
      *    ne savaient regrouper que par agence et departement. Le     *
      *    programme ecrit "organigramme.txt" :                        *
      *    - par agence (agences.txt, puis les codes inconnus du       *
      *      referentiel), l'arbre hierarchique indente : en tete les  *
      *      employes sans manager dans l'agence (manager a blanc, ou  *
      *      d'une autre agence, signale en regard), puis leurs        *
      *      collaborateurs directs de niveau en niveau ;              *
      *    - l'encadrement par manager : nombre de collaborateurs      *
      *      directs, effectif total de sa branche (lui compris) et    *
      *      masse salariale cumulee de la branche (SALAIRE mensuel).  *
      *    Un manager absent du fichier ou une boucle hierarchique     *
      *    (fichier modifie hors flmaint) sont signales, l'employe     *
      *    est alors traite comme tete de hierarchie.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. florg.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYEE ASSIGN TO "fichierclient.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REMPLOYEE-ID
           ALTERNATE RECORD KEY IS REMPLOYEE-AGENCE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REMPLOYEE-CODE WITH DUPLICATES
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT F-AGENCE ASSIGN TO "agences.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AGENCE.

           SELECT F-ORGA ASSIGN TO "organigramme.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ORGA.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPLOYEE==.

       FD  F-AGENCE.
       01  R-AGENCE.
           03 RAGENCE-CODE PIC X(05).
           03 RAGENCE-NOM  PIC X(20).
           03 RAGENCE-DEPT PIC X(03).

       FD  F-ORGA.
       01  R-ORGA PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-EMPLOYEE PIC X(02).
           88 WS-FS-EMPLOYEE-OK  VALUE "00".
           88 WS-FS-EMPLOYEE-EOF VALUE "10".
       01  WS-FS-AGENCE PIC X(02).
           88 WS-FS-AGENCE-OK  VALUE "00".
           88 WS-FS-AGENCE-EOF VALUE "10".
       01  WS-FS-ORGA PIC X(02).

      *    Agences : referentiel puis codes rencontres hors referentiel.
       01  WS-AGN-TABLE.
           03 WS-AGN-CNT PIC 9(03) VALUE 0.
           03 WS-AGN OCCURS 300 TIMES
                     INDEXED BY WS-AGN-IDX.
               05 WS-AGN-CODE PIC X(05).
               05 WS-AGN-NOM  PIC X(20).

      *    Employes : manager resolu (position dans la table, zero en
      *    tete de hierarchie), collaborateurs directs et cumuls de la
      *    branche.
       01  WS-EMP-TABLE.
           03 WS-EM-CNT PIC 9(04) VALUE 0.
           03 WS-EM OCCURS 2000 TIMES
                    INDEXED BY WS-EM-IDX.
               05 WS-EM-ID       PIC X(09).
               05 WS-EM-NOM      PIC X(20).
               05 WS-EM-PRENOM   PIC X(20).
               05 WS-EM-POSTE    PIC X(14).
               05 WS-EM-AGENCE   PIC X(05).
               05 WS-EM-SALAIRE  PIC 9(04)V99.
               05 WS-EM-MANAGER  PIC X(09).
               05 WS-EM-MGR-POS  PIC 9(04).
               05 WS-EM-NOTE     PIC X(40).
               05 WS-EM-DIRECTS  PIC 9(04).
               05 WS-EM-EFFECTIF PIC 9(04).
               05 WS-EM-MASSE    PIC 9(09)V99.
               05 WS-EM-PRINTED  PIC X(01).

      *    Pile du parcours en profondeur : position et niveau.
       01  WS-STACK-TABLE.
           03 WS-SK-CNT PIC 9(04) VALUE 0.
           03 WS-SK OCCURS 2000 TIMES.
               05 WS-SK-POS   PIC 9(04).
               05 WS-SK-LEVEL PIC 9(04).

       01  WS-POS       PIC 9(04).
       01  WS-CHILD     PIC 9(04).
       01  WS-LEVEL     PIC 9(04).
       01  WS-STEPS     PIC 9(04).
       01  WS-INDENT    PIC 9(03).
       01  WS-AGN-SEEN  PIC X(01).
       01  WS-ANOMALY-CNT PIC 9(04) VALUE 0.
       01  WS-MANAGER-CNT PIC 9(04) VALUE 0.
       01  WS-LINE      PIC X(132).
       01  WS-LINE-PTR  PIC 9(03).
       01  WS-PNT-MASSE PIC ZZZZZZZZ9.99.
       01  WS-PNT-CNT   PIC ZZZ9.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "florg".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-ANOMALY-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           PERFORM START-R-AGENCE THRU END-R-AGENCE.
           PERFORM START-R-EMPLOYEE THRU END-R-EMPLOYEE.

           OPEN OUTPUT F-ORGA.
           MOVE "*** ORGANIGRAMME PAR AGENCE ***" TO R-ORGA.
           WRITE R-ORGA.

           PERFORM START-RESOLVE THRU END-RESOLVE.
           PERFORM START-ROLLUP THRU END-ROLLUP.

           PERFORM VARYING WS-AGN-IDX FROM 1 BY 1
                   UNTIL WS-AGN-IDX > WS-AGN-CNT
              PERFORM START-W-AGENCE THRU END-W-AGENCE
           END-PERFORM.

           PERFORM START-W-ENCADREMENT THRU END-W-ENCADREMENT.
           CLOSE F-ORGA.

           DISPLAY "EMPLOYES :" SPACE WS-EM-CNT SPACE
              "MANAGERS :" SPACE WS-MANAGER-CNT SPACE
              "ANOMALIES :" SPACE WS-ANOMALY-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Charge le referentiel des agences (facultatif).             *
      ******************************************************************
       START-R-AGENCE.
           OPEN INPUT F-AGENCE.
           IF NOT WS-FS-AGENCE-OK
              DISPLAY "AVERTISSEMENT : agences.txt ABSENT"
              GO TO END-R-AGENCE
           END-IF.

           PERFORM UNTIL WS-FS-AGENCE-EOF
              READ F-AGENCE
              AT END
                 SET WS-FS-AGENCE-EOF TO TRUE
              NOT AT END
                 IF WS-AGN-CNT < 300
                    ADD 1 TO WS-AGN-CNT
                    MOVE RAGENCE-CODE TO WS-AGN-CODE(WS-AGN-CNT)
                    MOVE RAGENCE-NOM  TO WS-AGN-NOM(WS-AGN-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-AGENCE.
       END-R-AGENCE.
           EXIT.

      ******************************************************************
      *    Charge les employes ; une agence hors referentiel est       *
      *    ajoutee a la liste des agences.                             *
      ******************************************************************
       START-R-EMPLOYEE.
           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-EMPLOYEE-EOF
              READ F-EMPLOYEE
              AT END
                 SET WS-FS-EMPLOYEE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 IF WS-EM-CNT < 2000
                    ADD 1 TO WS-EM-CNT
                    SET WS-EM-IDX TO WS-EM-CNT
                    MOVE REMPLOYEE-ID      TO WS-EM-ID(WS-EM-IDX)
                    MOVE REMPLOYEE-NOM     TO WS-EM-NOM(WS-EM-IDX)
                    MOVE REMPLOYEE-PRENOM  TO WS-EM-PRENOM(WS-EM-IDX)
                    MOVE REMPLOYEE-POSTE   TO WS-EM-POSTE(WS-EM-IDX)
                    MOVE REMPLOYEE-AGENCE  TO WS-EM-AGENCE(WS-EM-IDX)
                    MOVE REMPLOYEE-SALAIRE TO WS-EM-SALAIRE(WS-EM-IDX)
                    MOVE REMPLOYEE-MANAGER TO WS-EM-MANAGER(WS-EM-IDX)
                    MOVE ZERO   TO WS-EM-MGR-POS(WS-EM-IDX)
                    MOVE SPACES TO WS-EM-NOTE(WS-EM-IDX)
                    MOVE ZERO   TO WS-EM-DIRECTS(WS-EM-IDX)
                    MOVE ZERO   TO WS-EM-EFFECTIF(WS-EM-IDX)
                    MOVE ZERO   TO WS-EM-MASSE(WS-EM-IDX)
                    MOVE "N"    TO WS-EM-PRINTED(WS-EM-IDX)
                    PERFORM START-ADD-AGENCE THRU END-ADD-AGENCE
                 ELSE
                    DISPLAY "AVERTISSEMENT : PLUS DE 2000 EMPLOYES, "
                       "SUIVANTS IGNORES"
                    MOVE "KO" TO WS-RUN-STATUS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-EMPLOYEE.
       END-R-EMPLOYEE.
           EXIT.

      ******************************************************************
      *    Ajoute l'agence de l'employe courant si elle manque.        *
      ******************************************************************
       START-ADD-AGENCE.
           MOVE "N" TO WS-AGN-SEEN.
           PERFORM VARYING WS-AGN-IDX FROM 1 BY 1
                   UNTIL WS-AGN-IDX > WS-AGN-CNT
              IF WS-AGN-CODE(WS-AGN-IDX) = REMPLOYEE-AGENCE
                 MOVE "Y" TO WS-AGN-SEEN
              END-IF
           END-PERFORM.
           IF WS-AGN-SEEN = "N" AND WS-AGN-CNT < 300
              ADD 1 TO WS-AGN-CNT
              MOVE REMPLOYEE-AGENCE TO WS-AGN-CODE(WS-AGN-CNT)
              MOVE "(HORS REFERENTIEL)" TO WS-AGN-NOM(WS-AGN-CNT)
           END-IF.
       END-ADD-AGENCE.
           EXIT.

      ******************************************************************
      *    Resout le manager de chaque employe, compte les             *
      *    collaborateurs directs ; manager inconnu et boucle sont     *
      *    signales et rompus.                                         *
      ******************************************************************
       START-RESOLVE.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-CNT
              IF WS-EM-MANAGER(WS-EM-IDX) NOT = SPACES
                 MOVE ZERO TO WS-POS
                 PERFORM VARYING WS-CHILD FROM 1 BY 1
                         UNTIL WS-CHILD > WS-EM-CNT
                    IF WS-EM-ID(WS-CHILD) = WS-EM-MANAGER(WS-EM-IDX)
                       MOVE WS-CHILD TO WS-POS
                    END-IF
                 END-PERFORM
                 IF WS-POS = ZERO
                    ADD 1 TO WS-ANOMALY-CNT
                    MOVE SPACES TO WS-EM-NOTE(WS-EM-IDX)
                    STRING "MANAGER INCONNU" SPACE
                       WS-EM-MANAGER(WS-EM-IDX)
                       DELIMITED BY SIZE INTO WS-EM-NOTE(WS-EM-IDX)
                 ELSE
                    MOVE WS-POS TO WS-EM-MGR-POS(WS-EM-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      *    Boucles : en remontant depuis un employe, plus de pas que
      *    d'employes ; la boucle est rompue sur cet employe.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-CNT
              SET WS-POS TO WS-EM-IDX
              MOVE ZERO TO WS-STEPS
              PERFORM UNTIL WS-POS = ZERO OR WS-STEPS > WS-EM-CNT
                 MOVE WS-EM-MGR-POS(WS-POS) TO WS-POS
                 ADD 1 TO WS-STEPS
              END-PERFORM
              IF WS-POS NOT = ZERO
                 ADD 1 TO WS-ANOMALY-CNT
                 MOVE ZERO TO WS-EM-MGR-POS(WS-EM-IDX)
                 MOVE SPACES TO WS-EM-NOTE(WS-EM-IDX)
                 STRING "BOUCLE HIERARCHIQUE VIA" SPACE
                    WS-EM-MANAGER(WS-EM-IDX)
                    DELIMITED BY SIZE INTO WS-EM-NOTE(WS-EM-IDX)
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-CNT
              IF WS-EM-MGR-POS(WS-EM-IDX) > ZERO
                 MOVE WS-EM-MGR-POS(WS-EM-IDX) TO WS-POS
                 ADD 1 TO WS-EM-DIRECTS(WS-POS)
              END-IF
           END-PERFORM.
       END-RESOLVE.
           EXIT.

      ******************************************************************
      *    Cumule effectif et masse salariale de chaque employe sur    *
      *    lui-meme et sur tous ses managers successifs.               *
      ******************************************************************
       START-ROLLUP.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-CNT
              SET WS-POS TO WS-EM-IDX
              PERFORM UNTIL WS-POS = ZERO
                 ADD 1 TO WS-EM-EFFECTIF(WS-POS)
                 ADD WS-EM-SALAIRE(WS-EM-IDX) TO WS-EM-MASSE(WS-POS)
                 MOVE WS-EM-MGR-POS(WS-POS) TO WS-POS
              END-PERFORM
           END-PERFORM.
       END-ROLLUP.
           EXIT.

      ******************************************************************
      *    Arbre de l'agence WS-AGN-IDX : chaque tete de hierarchie    *
      *    de l'agence puis, en profondeur, ses collaborateurs de la   *
      *    meme agence (ceux d'une autre agence ont leur propre        *
      *    arbre).                                                     *
      ******************************************************************
       START-W-AGENCE.
           MOVE SPACES TO R-ORGA.
           WRITE R-ORGA.
           MOVE SPACES TO WS-LINE.
           STRING "AGENCE" SPACE WS-AGN-CODE(WS-AGN-IDX) SPACE
              WS-AGN-NOM(WS-AGN-IDX)
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-ORGA FROM WS-LINE.

           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-CNT
              IF WS-EM-AGENCE(WS-EM-IDX) = WS-AGN-CODE(WS-AGN-IDX)
                 MOVE WS-EM-MGR-POS(WS-EM-IDX) TO WS-POS
                 IF WS-POS = ZERO
                    PERFORM START-W-TREE THRU END-W-TREE
                 ELSE
                    IF WS-EM-AGENCE(WS-POS)
                       NOT = WS-EM-AGENCE(WS-EM-IDX)
                       MOVE SPACES TO WS-EM-NOTE(WS-EM-IDX)
                       STRING "RATTACHE A" SPACE WS-EM-ID(WS-POS)
                          SPACE "AGENCE" SPACE WS-EM-AGENCE(WS-POS)
                          DELIMITED BY SIZE
                          INTO WS-EM-NOTE(WS-EM-IDX)
                       PERFORM START-W-TREE THRU END-W-TREE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       END-W-AGENCE.
           EXIT.

      ******************************************************************
      *    Parcours en profondeur depuis la tete WS-EM-IDX, par une    *
      *    pile : un employe depile est imprime a son niveau et ses    *
      *    collaborateurs de l'agence sont empiles en ordre inverse    *
      *    pour sortir dans l'ordre du fichier.                        *
      ******************************************************************
       START-W-TREE.
           MOVE 1 TO WS-SK-CNT.
           SET WS-SK-POS(1) TO WS-EM-IDX.
           MOVE ZERO TO WS-SK-LEVEL(1).

           PERFORM UNTIL WS-SK-CNT = ZERO
              MOVE WS-SK-POS(WS-SK-CNT)   TO WS-POS
              MOVE WS-SK-LEVEL(WS-SK-CNT) TO WS-LEVEL
              SUBTRACT 1 FROM WS-SK-CNT
              PERFORM START-W-NODE THRU END-W-NODE
              PERFORM VARYING WS-CHILD FROM WS-EM-CNT BY -1
                      UNTIL WS-CHILD = ZERO
                 IF WS-EM-MGR-POS(WS-CHILD) = WS-POS
                    AND WS-EM-AGENCE(WS-CHILD) = WS-EM-AGENCE(WS-POS)
                    AND WS-EM-PRINTED(WS-CHILD) = "N"
                    AND WS-SK-CNT < 2000
                    ADD 1 TO WS-SK-CNT
                    MOVE WS-CHILD TO WS-SK-POS(WS-SK-CNT)
                    COMPUTE WS-SK-LEVEL(WS-SK-CNT) = WS-LEVEL + 1
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-W-TREE.
           EXIT.

      ******************************************************************
      *    Ligne de l'employe WS-POS, indentee de 4 par niveau ; un    *
      *    manager porte ses directs et les cumuls de sa branche.      *
      ******************************************************************
       START-W-NODE.
           MOVE "Y" TO WS-EM-PRINTED(WS-POS).
           ADD 1 TO WS-RUN-WRITTEN.
           MOVE SPACES TO WS-LINE.
           COMPUTE WS-INDENT = WS-LEVEL * 4 + 3.
           IF WS-INDENT > 60
              MOVE 60 TO WS-INDENT
           END-IF.
           MOVE WS-INDENT TO WS-LINE-PTR.
           STRING WS-EM-ID(WS-POS) SPACE
              FUNCTION TRIM(WS-EM-NOM(WS-POS)) SPACE
              FUNCTION TRIM(WS-EM-PRENOM(WS-POS)) SPACE "-" SPACE
              FUNCTION TRIM(WS-EM-POSTE(WS-POS))
              DELIMITED BY SIZE
              INTO WS-LINE WITH POINTER WS-LINE-PTR.
           IF WS-EM-DIRECTS(WS-POS) > ZERO
              MOVE WS-EM-DIRECTS(WS-POS) TO WS-PNT-CNT
              STRING SPACE "[DIRECTS:" SPACE
                 FUNCTION TRIM(WS-PNT-CNT)
                 DELIMITED BY SIZE
                 INTO WS-LINE WITH POINTER WS-LINE-PTR
              MOVE WS-EM-EFFECTIF(WS-POS) TO WS-PNT-CNT
              STRING SPACE "EFFECTIF:" SPACE FUNCTION TRIM(WS-PNT-CNT)
                 "]"
                 DELIMITED BY SIZE
                 INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF.
           IF WS-EM-NOTE(WS-POS) NOT = SPACES
              STRING SPACE "(" FUNCTION TRIM(WS-EM-NOTE(WS-POS)) ")"
                 DELIMITED BY SIZE
                 INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF.
           WRITE R-ORGA FROM WS-LINE.
       END-W-NODE.
           EXIT.

      ******************************************************************
      *    Encadrement : une ligne par manager (directs, effectif et   *
      *    masse salariale de sa branche).                             *
      ******************************************************************
       START-W-ENCADREMENT.
           MOVE SPACES TO R-ORGA.
           WRITE R-ORGA.
           MOVE "*** ENCADREMENT PAR MANAGER ***" TO R-ORGA.
           WRITE R-ORGA.
           MOVE "MATRICULE NOM                  AGENCE DIRECTS EFFECTIF"
              & "  MASSE SALARIALE" TO R-ORGA.
           WRITE R-ORGA.

           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-CNT
              IF WS-EM-DIRECTS(WS-EM-IDX) > ZERO
                 ADD 1 TO WS-MANAGER-CNT
                 MOVE WS-EM-MASSE(WS-EM-IDX) TO WS-PNT-MASSE
                 MOVE SPACES TO WS-LINE
                 STRING WS-EM-ID(WS-EM-IDX) SPACE
                    WS-EM-NOM(WS-EM-IDX) SPACE
                    WS-EM-AGENCE(WS-EM-IDX) SPACE SPACE
                    WS-EM-DIRECTS(WS-EM-IDX) SPACE SPACE SPACE SPACE
                    WS-EM-EFFECTIF(WS-EM-IDX) SPACE SPACE SPACE
                    WS-PNT-MASSE
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE R-ORGA FROM WS-LINE
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           STRING "MANAGERS :" SPACE WS-MANAGER-CNT SPACE
              "ANOMALIES HIERARCHIQUES :" SPACE WS-ANOMALY-CNT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-ORGA FROM WS-LINE.
       END-W-ENCADREMENT.
           EXIT.
