      *    Export du registre national des animaux identifiés : le     *
      *    registre porte désormais le numéro de puce électronique     *
      *    (RP-CHIP) et le conseil vétérinaire n'a plus à recevoir     *
      *    une liste retapée chaque année. Le programme parcourt le    *
      *    registre indexé "animaux.idx" tenu par user.cbl, lit la     *
      *    ville du propriétaire par sa clé dans "proprietaires.idx",  *
      *    et écrit le fichier à largeur fixe "registre-national.dat"  *
      *    au dessin du fichier national :                             *
      *       colonnes 1-15  : NUMERO DE PUCE                          *
      *       colonnes 16-25 : NOM DE L'ANIMAL                         *
      *       colonne  26    : SEXE                                    *
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

           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-EXPORT ASSIGN TO "registre-national.dat"
              88 RP-IS-DELETED                 VALUE "D".
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

       FD  F-USERS.
       01  R-USERS.
           88 FS-USERS-EOF VALUE "10".
       01  FS-EXPORT PIC X(02).

       01  WS-EXPORT-CNT  PIC 9(05) VALUE 0.
       01  WS-SANSPUCE-CNT PIC 9(05) VALUE 0.
       01  WS-ORPHAN-CNT  PIC 9(05) VALUE 0.

      ******************************************************************
       START-MAIN.
           OPEN INPUT F-USERS.
           IF NOT FS-USERS-OK
              DISPLAY "ERREUR OUVERTURE proprietaires.idx :" SPACE
                 FS-USERS
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM START-EXPORT THRU END-EXPORT.
           CLOSE F-USERS.

           DISPLAY "ANIMAUX EXPORTES :" SPACE WS-EXPORT-CNT SPACE
              "SANS PUCE :" SPACE WS-SANSPUCE-CNT SPACE
              "SANS PROPRIETAIRE :" SPACE WS-ORPHAN-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
       START-EXPORT.
           OPEN INPUT F-PETS.
           IF NOT FS-PETS-OK
              DISPLAY "ERREUR OUVERTURE animaux.idx :" SPACE FS-PETS
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT F-EXPORT.

           PERFORM UNTIL FS-PETS-EOF
              READ F-PETS NEXT RECORD
              AT END
                 SET FS-PETS-EOF TO TRUE
              NOT AT END
           MOVE RP-MASTER-LASTNAME  TO EX-LASTNAME.
           MOVE RP-MASTER-FIRSTNAME TO EX-FIRSTNAME.

           MOVE RP-MASTER-ID TO RU-ID.
           READ F-USERS RECORD KEY IS RU-ID
              INVALID KEY
                 ADD 1 TO WS-ORPHAN-CNT
                 DISPLAY "AVERTISSEMENT : ANIMAL" SPACE RP-ID SPACE
                    "PUCE SANS PROPRIETAIRE RETROUVABLE ("
                    RP-MASTER-ID ")"
              NOT INVALID KEY
                 MOVE RU-CITY TO EX-CITY
           END-READ.

           WRITE R-EXPORT.
           ADD 1 TO WS-EXPORT-CNT.
