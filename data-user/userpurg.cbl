      ******************************************************************
      *    Apurement périodique du fichier maître des animaux : les    *
      *    enregistrements marqués supprimés (transaction "D") depuis  *
      *    plus longtemps que la période de rétention (paramètre       *
      *    USERPURG-RETENTION-DAYS du registre, 365 jours à            *
      *    défaut) sont retirés en place du registre indexé            *
      *    "animaux.idx" et recopiés, avec l'horodatage de             *
      *    l'apurement, dans l'archive datée                           *
      *    "purge-animaux-AAAAMMJJ.dat". Le rapport                    *
      *    "purge-rapport.txt" liste ce qui a été retiré et ce qui a   *
      *    été conservé (et pourquoi) : le maître cesse de grossir     *
      *    sans fin, et un litige sur une vieille inscription se       *
      *    tranche depuis l'archive.                                   *
      *    La fin de passage part au journal commun (runlog).          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userpurg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PETS ASSIGN TO "animaux.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-ID
           ALTERNATE RECORD KEY IS RP-CHIP WITH DUPLICATES
           ALTERNATE RECORD KEY IS RP-MASTER-ID WITH DUPLICATES
           FILE STATUS IS FS-PETS.

           SELECT F-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
       FD  F-PETS.
       01  R-PETS.
           05 RP-ID                   PIC X(8).
           05 RP-DETAIL.
               10 FILLER              PIC X(17).
               10 RP-MASTER-ID        PIC X(5).
               10 FILLER              PIC X(56).
           05 RP-DELETED              PIC X(1).
              88 RP-IS-DELETED                 VALUE "D".
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

       FD  F-ARCHIVE.
       01  R-ARCHIVE PIC X(140).
       01  WS-DEL-INT       PIC 9(08) COMP.
       01  WS-AGE-DAYS      PIC S9(08).

       01  WS-LINE        PIC X(120).

      *    Zones d'appel du catalogue central des archives (sous
       01  WS-CATA-COUNT    PIC 9(08).
       01  WS-PROGRAM-NAME  PIC X(08) VALUE "userpurg".

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE "user".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-PURGED-CNT  PIC 9(05) VALUE 0.
       01  WS-KEPT-CNT    PIC 9(05) VALUE 0.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           COMPUTE WS-RUN-READ = WS-PURGED-CNT + WS-KEPT-CNT.
           MOVE WS-PURGED-CNT TO WS-RUN-WRITTEN.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : parcourt le registre et ventile chaque               *
      *    enregistrement (conservé, ou archivé et supprimé en place). *
      ******************************************************************
       START-MAIN.
           MOVE "USERPURG-RETENTION-DAYS" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-RETENTION-ENV.
           IF WS-RETENTION-ENV NOT = SPACES
              AND FUNCTION TRIM(WS-RETENTION-ENV) IS NUMERIC
              COMPUTE WS-RETENTION =
           WRITE R-RAPPORT FROM WS-LINE.

           PERFORM START-R-PETS THRU END-R-PETS.
           IF WS-RUN-STATUS NOT = "OK"
              CLOSE F-ARCHIVE
              CLOSE F-RAPPORT
              GO TO END-MAIN
           END-IF.

           CLOSE F-ARCHIVE.

      ******************************************************************
      *    Parcourt le maître : chaque enregistrement est soit         *
      *    archivé (supprimé depuis plus longtemps que la rétention),  *
      *    soit conservé.                                              *
      ******************************************************************
       START-R-PETS.
           OPEN I-O F-PETS.
           IF FS-PETS NOT = "00"
              DISPLAY "ERREUR OUVERTURE animaux.idx :" SPACE FS-PETS
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-R-PETS
           END-IF.

           PERFORM UNTIL FS-PETS-EOF
              READ F-PETS NEXT RECORD
              AT END
                 SET FS-PETS-EOF TO TRUE
              NOT AT END
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DEL-INT.

           IF WS-AGE-DAYS > WS-RETENTION
              DELETE F-PETS RECORD
                 INVALID KEY
                    PERFORM START-KEEP-ONE THRU END-KEEP-ONE
                    MOVE SPACES TO WS-LINE
                    STRING "CONSERVE :" SPACE RP-ID SPACE
                       "(SUPPRESSION EN ECHEC, STATUT" SPACE FS-PETS ")"
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    WRITE R-RAPPORT FROM WS-LINE
                    GO TO END-HANDLE-ONE
              END-DELETE
              ADD 1 TO WS-PURGED-CNT
              MOVE SPACES TO R-ARCHIVE
              STRING R-PETS SPACE "PURGE LE" SPACE WS-RUN-DATE
           EXIT.

      ******************************************************************
      *    Compte l'enregistrement courant, laissé au registre.        *
      ******************************************************************
       START-KEEP-ONE.
           ADD 1 TO WS-KEPT-CNT.
       END-KEEP-ONE.
           EXIT.
