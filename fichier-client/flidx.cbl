      ******************************************************************
      *    Conversion du fichier plat des employes en maitre indexe :  *
      *    les programmes de la chaine relisaient fichierclient.txt    *
      *    de bout en bout et flmaint le reecrivait en entier (un      *
      *    arret en cours de reecriture laissait un maitre tronque).   *
      *    Le programme reconstruit "fichierclient.idx" depuis         *
      *    "fichierclient.txt", sur le modele de persload :            *
      *    - cle : le matricule (ID) ;                                 *
      *    - cles secondaires, doublons admis : l'AGENCE et le CODE    *
      *      departement.                                              *
      *    Un matricule en double n'est charge qu'une fois (premiere   *
      *    occurrence), les suivants sont signales et comptes en       *
      *    rejet. A lancer une fois pour la bascule, ou pour repartir  *
      *    d'un fichier plat : flmaint tient ensuite l'indexe a jour   *
      *    et regenere fichierclient.txt pour les partenaires.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flidx.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FLAT ASSIGN TO "fichierclient.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-FLAT.

           SELECT F-EMPLOYEE ASSIGN TO "fichierclient.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REMPLOYEE-ID
           ALTERNATE RECORD KEY IS REMPLOYEE-AGENCE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REMPLOYEE-CODE WITH DUPLICATES
           FILE STATUS IS WS-FS-EMPLOYEE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-FLAT.
       01  R-FLAT PIC X(94).

           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPLOYEE==.

       WORKING-STORAGE SECTION.
       01  WS-FS-FLAT PIC X(02).
           88 WS-FS-FLAT-OK  VALUE "00".
           88 WS-FS-FLAT-EOF VALUE "10".
       01  WS-FS-EMPLOYEE PIC X(02).
           88 WS-FS-EMPLOYEE-OK VALUE "00".

       01  WS-LOADED-CNT PIC 9(06) VALUE 0.
       01  WS-DUPKEY-CNT PIC 9(06) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "flidx".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-LOADED-CNT TO WS-RUN-WRITTEN.
           MOVE WS-DUPKEY-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           OPEN INPUT F-FLAT.
           IF NOT WS-FS-FLAT-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.txt :" SPACE
                 WS-FS-FLAT
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-MAIN
           END-IF.

      *    L'indexe est reconstruit a chaque lancement.
           OPEN OUTPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              CLOSE F-FLAT
              GO TO END-MAIN
           END-IF.

           PERFORM START-LOAD THRU END-LOAD.

           CLOSE F-FLAT.
           CLOSE F-EMPLOYEE.

           DISPLAY "EMPLOYES CHARGES :" SPACE WS-LOADED-CNT SPACE
              "MATRICULES EN DOUBLE ECARTES :" SPACE WS-DUPKEY-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Recopie chaque ligne du fichier plat dans l'indexe ; le     *
      *    matricule deja charge est ecarte.                           *
      ******************************************************************
       START-LOAD.
           PERFORM UNTIL WS-FS-FLAT-EOF
              READ F-FLAT
              AT END
                 SET WS-FS-FLAT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 MOVE R-FLAT TO REMPLOYEE
                 WRITE REMPLOYEE
                    INVALID KEY
                       ADD 1 TO WS-DUPKEY-CNT
                       DISPLAY "MATRICULE EN DOUBLE ECARTE :" SPACE
                          REMPLOYEE-ID SPACE REMPLOYEE-NOM
                    NOT INVALID KEY
                       ADD 1 TO WS-LOADED-CNT
                 END-WRITE
              END-READ
           END-PERFORM.
       END-LOAD.
           EXIT.
