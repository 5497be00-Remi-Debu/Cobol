      *       colonnes 15-19 : AGENCE (code agences.txt)               *
      *       colonnes 20-23 : EFFECTIF AUTORISE 9(4)                  *
      *       colonnes 24-32 : MASSE SALARIALE AUTORISEE 9(9)          *
      *    puis le realise de fichierclient.idx, et ecrit le rapport   *
      *    des ecarts "budget-ecarts.txt" :                            *
      *       - agences en sur-effectif (realise > autorise) ;         *
      *       - postes budgetes vacants (realise a zero) ;             *
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

           SELECT F-BUDGET ASSIGN TO "budget-postes.txt"
       START-R-EMPLOYEE.
           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
