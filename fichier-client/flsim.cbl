      ******************************************************************
      *    Simulation d'augmentation pour les RH : le programme        *
      *    relit "fichierclient.idx" et "fr-liste-dept.txt" (les       *
      *    mêmes fichiers que flclt) et applique les scénarios du     *
      *    fichier "flclt-scenarios.txt" :                             *
      *       colonne 1      : TYPE (B = tranche de salaire,           *
      *    Le rapport "flclt-simulation.txt" donne, par département,   *
      *    la masse salariale actuelle, la masse simulée et l'écart,   *
      *    puis le total général. Personne ne touche à                 *
      *    "fichierclient.idx" : c'est un rapport de simulation.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flsim.
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
              STOP RUN
           END-IF.
