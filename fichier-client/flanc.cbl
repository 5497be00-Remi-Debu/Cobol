      *    Rapport d'anciennete : RCLIENT porte desormais la date      *
      *    d'embauche (a blanc sur les lignes historiques) et les      *
      *    questions d'anciennete ne passent plus par les dossiers     *
      *    papier. Le programme lit "fichierclient.idx" et             *
      *    "fr-liste-dept.txt" (les memes fichiers que flclt) et       *
      *    ecrit "anciennete.txt" :                                    *
      *    - les anniversaires de service du trimestre a venir         *
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

           SELECT F-DEPT ASSIGN TO "fr-liste-dept.txt"
       START-R-EMPLOYEE.
           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
