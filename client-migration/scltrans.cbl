      *    (ACTIVE='N'), ses notes restant en base pour l'historique.  *
      *    Les transactions qui visent un élève inconnu (ou créent un  *
      *    doublon) partent dans "student-trans-rejets.dat".           *
      *    Le sexe de l'élève (F ou M, en fin de ligne, facultatif)    *
      *    est porté à l'arrivée et en modification : la répartition  *
      *    des classes de rentrée (sclrepar) s'en sert pour équilibrer *
      *    les classes.                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  F-TRANS
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
       01  R-TRANS.
           03 T-ACTION     PIC X(01).
      *    avec STUDENT (deux homonymes sont deux eleves distincts).
      *    A zero, le couple nom/prenom sert de repli.
           03 T-MATRICULE  PIC 9(06).
      *    Sexe de l'eleve (F/M), a blanc quand il n'est pas fourni :
      *    la valeur en base n'est alors pas touchee.
           03 T-GENDER     PIC X(01).
              88 T-GENDER-VALID     VALUE 'F' 'M'.

       FD  F-REJECT
           RECORD CONTAINS 120 CHARACTERS
           03 SQL-T-MATRICULE  PIC 9(06).
           03 SQL-T-CAPACITY   PIC 9(04).
           03 SQL-T-ENROLLED   PIC 9(04).
           03 SQL-T-GENDER     PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE T-AGE       TO SQL-T-AGE.
           MOVE T-CLASS     TO SQL-T-CLASS.
           MOVE T-MATRICULE TO SQL-T-MATRICULE.
           MOVE SPACE       TO SQL-T-GENDER.
           IF T-GENDER-VALID
               MOVE T-GENDER TO SQL-T-GENDER
           END-IF.

           PERFORM 2050-START-FIND-STUDENT
              THRU END-2050-FIND-STUDENT.

               EXEC SQL
                   INSERT INTO STUDENT (LASTNAME,FIRSTNAME,AGE,CLASS,
                                        MATRICULE,GENDER)
                   VALUES (:SQL-T-LASTNAME, :SQL-T-FIRSTNAME,
                           :SQL-T-AGE, :SQL-T-CLASS,
                           :SQL-T-MATRICULE,
                           NULLIF(:SQL-T-GENDER, ' '))
               END-EXEC
               IF SQLCODE EQUAL ZERO
                   ADD 1 TO WS-ADD-COUNT
                       WHERE ID = :SQL-T-ID
                   END-EXEC
               END-IF

               IF T-GENDER-VALID
                   MOVE T-GENDER TO SQL-T-GENDER
                   EXEC SQL
                       UPDATE STUDENT SET GENDER = :SQL-T-GENDER
                       WHERE ID = :SQL-T-ID
                   END-EXEC
               END-IF
               ADD 1 TO WS-UPD-COUNT
           ELSE
               MOVE "ELEVE INCONNU (MAJ)" TO WS-REPORT-LINE
