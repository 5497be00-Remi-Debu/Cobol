      ******************************************************************
      *    Contrôle de qualité du fichier des employés, passé AVANT    *
      *    la jointure de flclt : le programme vérifie chaque ligne    *
      *    de "fichierclient.idx" (identifiant bien formé et unique,   *
      *    nom et prénom non blancs, salaire dans des bornes           *
      *    plausibles, poste présent dans la liste de référence        *
      *    "postes-reference.txt") et produit :                        *
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

           SELECT F-POSTES ASSIGN TO "postes-reference.txt"
       01  R-POSTES PIC X(14).

       FD  F-PROPRE.
       01  R-PROPRE PIC X(94).

       FD  F-REJETS.
       01  R-REJETS PIC X(130).
       START-CHECK.
           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              STOP RUN
           END-IF.
       START-W-SCORE.
           OPEN OUTPUT F-SCORE.

           MOVE "CARTE DE SCORE QUALITE - fichierclient.idx"
              TO WS-LINE.
           WRITE R-SCORE FROM WS-LINE.

