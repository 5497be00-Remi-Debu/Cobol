      ******************************************************************
      *    Conversion unique du registre en fichiers indexés : les     *
      *    maîtres plats "user3.dat" (propriétaires) et "pet3.dat"     *
      *    (animaux), tels que les a laissés le dernier passage de     *
      *    user.cbl, sont recopiés dans "proprietaires.idx" (clé =     *
      *    identifiant du propriétaire) et "animaux.idx" (clé =        *
      *    identifiant de l'animal, clés secondaires = numéro de puce  *
      *    et propriétaire, doublons admis). user.cbl applique ensuite *
      *    ses transactions en place et les programmes compagnons      *
      *    lisent par clé : plus de tables de 1000 propriétaires et    *
      *    2000 animaux, plus de réécriture complète à chaque cycle.   *
      *    Les identifiants en double sont écartés et listés. Si les   *
      *    indexés existent déjà, la conversion refuse de les écraser  *
      *    sauf USERCONV-FORCE=O. Les plats n'étant pas triés sur la   *
      *    clé, l'écriture se fait en accès direct.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userconv.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS-IN ASSIGN TO "user3.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-USERS-IN.

           SELECT F-PETS-IN ASSIGN TO "pet3.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PETS-IN.

           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-PETS ASSIGN TO "animaux.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RP-ID
           ALTERNATE RECORD KEY IS RP-CHIP WITH DUPLICATES
           ALTERNATE RECORD KEY IS RP-MASTER-ID WITH DUPLICATES
           FILE STATUS IS FS-PETS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-USERS-IN.
       01  R-USERS-IN                 PIC X(95).

       FD  F-PETS-IN.
       01  R-PETS-IN.
           05 RI-ID                   PIC X(8).
           05 RI-DETAIL               PIC X(78).
           05 RI-DELETED              PIC X(1).
           05 RI-DELETED-DATE         PIC X(8).
           05 RI-CHIP                 PIC X(15).
           05 RI-CATEGORY             PIC X(1).

       FD  F-USERS.
       01  R-USERS.
           05 RU-ID                   PIC X(5).
           05 RU-CITY                 PIC A(20).
           05 RU-STREET               PIC X(20).
           05 RU-GSM-NUMBER           PIC 9(10).
           05 RU-LASTNAME             PIC X(20).
           05 RU-FIRSTNAME            PIC X(20).

       FD  F-PETS.
       01  R-PETS.
           05 RP-ID.
               10 RP-ID-KEY           PIC A(3).
               10 RP-ID-NUM           PIC 9(5).
           05 RP-GENDER               PIC A(1).
           05 RP-NAME                 PIC X(10).
           05 RP-LOOF                 PIC A(3).
           05 RP-AGE                  PIC 9(3).
           05 RP-MASTER.
               10 RP-MASTER-ID        PIC X(5).
               10 RP-MASTER-LASTNAME  PIC X(20).
               10 RP-MASTER-FIRSTNAME PIC X(20).
           05 RP-DAM-ID               PIC X(8).
           05 RP-SIRE-ID              PIC X(8).
           05 RP-DELETED              PIC X(1).
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

       WORKING-STORAGE SECTION.
       01  FS-USERS-IN PIC X(02).
           88 FS-USERS-IN-OK  VALUE "00".
           88 FS-USERS-IN-EOF VALUE "10".
       01  FS-PETS-IN  PIC X(02).
           88 FS-PETS-IN-OK  VALUE "00".
           88 FS-PETS-IN-EOF VALUE "10".
       01  FS-USERS    PIC X(02).
           88 FS-USERS-OK VALUE "00".
       01  FS-PETS     PIC X(02).
           88 FS-PETS-OK VALUE "00".

       01  WS-FORCE PIC X(01) VALUE "N".
           88 WS-FORCE-YES VALUE "O".

       01  WS-USER-LOADED-CNT PIC 9(05) VALUE 0.
       01  WS-USER-DUPKEY-CNT PIC 9(05) VALUE 0.
       01  WS-PET-LOADED-CNT  PIC 9(05) VALUE 0.
       01  WS-PET-DUPKEY-CNT  PIC 9(05) VALUE 0.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "userconv".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           COMPUTE WS-RUN-WRITTEN = WS-USER-LOADED-CNT
                                  + WS-PET-LOADED-CNT.
           COMPUTE WS-RUN-REJECTED = WS-USER-DUPKEY-CNT
                                   + WS-PET-DUPKEY-CNT.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : refuse d'écraser des indexés déjà en service, puis   *
      *    convertit les propriétaires et les animaux.                 *
      ******************************************************************
       START-MAIN.
           ACCEPT WS-FORCE FROM ENVIRONMENT "USERCONV-FORCE".

           IF NOT WS-FORCE-YES
              OPEN INPUT F-PETS
              IF FS-PETS-OK
                 CLOSE F-PETS
                 DISPLAY "animaux.idx EXISTE DEJA : CONVERSION "
                    "REFUSEE (USERCONV-FORCE=O POUR REPARTIR DES "
                    "FICHIERS PLATS)"
                 MOVE "KO" TO WS-RUN-STATUS
                 GO TO END-MAIN
              END-IF
           END-IF.

           PERFORM START-CONV-USERS THRU END-CONV-USERS.
           IF WS-RUN-STATUS NOT = "OK"
              GO TO END-MAIN
           END-IF.
           PERFORM START-CONV-PETS THRU END-CONV-PETS.

           DISPLAY "PROPRIETAIRES CONVERTIS :" SPACE WS-USER-LOADED-CNT
              SPACE "CLES EN DOUBLE ECARTEES :" SPACE
              WS-USER-DUPKEY-CNT.
           DISPLAY "ANIMAUX CONVERTIS :" SPACE WS-PET-LOADED-CNT
              SPACE "CLES EN DOUBLE ECARTEES :" SPACE
              WS-PET-DUPKEY-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Recopie "user3.dat" dans "proprietaires.idx".               *
      ******************************************************************
       START-CONV-USERS.
           OPEN INPUT F-USERS-IN.
           IF NOT FS-USERS-IN-OK
              DISPLAY "ERREUR OUVERTURE user3.dat :" SPACE FS-USERS-IN
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-CONV-USERS
           END-IF.

           OPEN OUTPUT F-USERS.
           IF NOT FS-USERS-OK
              DISPLAY "ERREUR CREATION proprietaires.idx :" SPACE
                 FS-USERS
              CLOSE F-USERS-IN
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-CONV-USERS
           END-IF.

           PERFORM UNTIL FS-USERS-IN-EOF
              READ F-USERS-IN
                 AT END
                    SET FS-USERS-IN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RUN-READ
                    MOVE R-USERS-IN TO R-USERS
                    WRITE R-USERS
                       INVALID KEY
                          ADD 1 TO WS-USER-DUPKEY-CNT
                          DISPLAY "PROPRIETAIRE EN DOUBLE ECARTE :"
                             SPACE RU-ID
                       NOT INVALID KEY
                          ADD 1 TO WS-USER-LOADED-CNT
                    END-WRITE
              END-READ
           END-PERFORM.

           CLOSE F-USERS-IN.
           CLOSE F-USERS.
       END-CONV-USERS.
           EXIT.

      ******************************************************************
      *    Recopie "pet3.dat" dans "animaux.idx". Les animaux          *
      *    supprimés en attente d'apurement suivent avec leur          *
      *    indicateur ; une date de suppression à blanc (anciens       *
      *    enregistrements plus courts) passe à zéro. Le code race,    *
      *    absent des plats, reste à blanc jusqu'à la prochaine        *
      *    modification de l'animal.                                   *
      ******************************************************************
       START-CONV-PETS.
           OPEN INPUT F-PETS-IN.
           IF NOT FS-PETS-IN-OK
              DISPLAY "ERREUR OUVERTURE pet3.dat :" SPACE FS-PETS-IN
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-CONV-PETS
           END-IF.

           OPEN OUTPUT F-PETS.
           IF NOT FS-PETS-OK
              DISPLAY "ERREUR CREATION animaux.idx :" SPACE FS-PETS
              CLOSE F-PETS-IN
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-CONV-PETS
           END-IF.

           PERFORM UNTIL FS-PETS-IN-EOF
              READ F-PETS-IN
                 AT END
                    SET FS-PETS-IN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RUN-READ
                    MOVE R-PETS-IN TO R-PETS
                    IF RI-DELETED-DATE NOT NUMERIC
                       MOVE ZERO TO RP-DELETED-DATE
                    END-IF
                    WRITE R-PETS
                       INVALID KEY
                          ADD 1 TO WS-PET-DUPKEY-CNT
                          DISPLAY "ANIMAL EN DOUBLE ECARTE :"
                             SPACE RP-ID
                       NOT INVALID KEY
                          ADD 1 TO WS-PET-LOADED-CNT
                    END-WRITE
              END-READ
           END-PERFORM.

           CLOSE F-PETS-IN.
           CLOSE F-PETS.
       END-CONV-PETS.
           EXIT.
