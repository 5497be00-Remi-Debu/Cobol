      ******************************************************************
      *    Rapport mensuel des rappels de vaccination du registre :    *
      *    pour chaque animal du registre "animaux.idx" et chaque      *
      *    vaccin obligatoire du fichier de référence                  *
      *    "vaccin-reference.dat" (code + durée de validité en         *
      *    jours), le programme cherche la dernière vaccination de ce  *
      *    type dans le carnet "vaccins.dat" : si elle manque ou est   *
      *    plus ancienne que sa validité, une ligne de rappel est      *
      *    écrite dans "rappels-vaccins.txt", groupée par              *
      *    propriétaire avec son numéro de GSM (lu par clé dans        *
      *    "proprietaires.idx") pour que le guichet puisse appeler.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. uservacc.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-VACCINS ASSIGN TO "vaccins.dat"
              88 RP-IS-DELETED                 VALUE "D".
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

       FD  F-USERS.
       01  R-USERS.
       01  FS-PETS      PIC X(02).
           88 FS-PETS-EOF VALUE "10".
       01  FS-USERS     PIC X(02).
       01  WS-USERS-OPEN PIC X(01) VALUE "N".
           88 WS-USERS-OPEN-YES VALUE "Y".
       01  FS-VACCINS   PIC X(02).
           88 FS-VACCINS-EOF VALUE "10".
       01  FS-REFERENCE PIC X(02).
               05 WS-VC-CODE   PIC X(3).
               05 WS-VC-DATE   PIC 9(8).

       01  WS-TODAY-INT   PIC 9(08) COMP.
       01  WS-LATEST-DATE PIC 9(08).
       01  WS-LATEST-INT  PIC 9(08) COMP.
           STOP RUN.

      ******************************************************************
      *    MAIN : charge la référence et le carnet, ouvre les          *
      *    propriétaires, puis parcourt le registre des animaux par    *
      *    sa clé secondaire du propriétaire : les animaux d'un même   *
      *    propriétaire se suivent.                                    *
      ******************************************************************
       START-MAIN.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
           PERFORM START-R-USERS THRU END-R-USERS.
           PERFORM START-R-PETS THRU END-R-PETS.

           IF WS-USERS-OPEN-YES
              CLOSE F-USERS
           END-IF.

           DISPLAY "RAPPELS EMIS :" SPACE WS-RAPPEL-CNT.
       END-MAIN.
           EXIT.
           EXIT.

      ******************************************************************
      *    Ouvre les propriétaires, lus par clé pour le GSM.           *
      ******************************************************************
       START-R-USERS.
           OPEN INPUT F-USERS.
           IF FS-USERS NOT = "00"
              DISPLAY "AVERTISSEMENT : proprietaires.idx ABSENT, "
                 "RAPPELS SANS NUMERO DE GSM"
              GO TO END-R-USERS
           END-IF.
           SET WS-USERS-OPEN-YES TO TRUE.
       END-R-USERS.
           EXIT.

      ******************************************************************
      *    Parcourt le registre des animaux dans l'ordre des           *
      *    propriétaires : pour chacun, chaque vaccin obligatoire est  *
      *    contrôlé.                                                   *
      ******************************************************************
       START-R-PETS.
           OPEN INPUT F-PETS.
           IF FS-PETS NOT = "00"
              DISPLAY "ERREUR OUVERTURE animaux.idx :" SPACE FS-PETS
              STOP RUN
           END-IF.

           MOVE "RAPPELS DE VACCINATION DU MOIS" TO WS-LINE.
           WRITE R-RAPPELS FROM WS-LINE.

           MOVE LOW-VALUES TO RP-MASTER-ID.
           START F-PETS KEY IS NOT LESS THAN RP-MASTER-ID
              INVALID KEY
                 SET FS-PETS-EOF TO TRUE
           END-START.

           PERFORM UNTIL FS-PETS-EOF
              READ F-PETS NEXT RECORD
              AT END
                 SET FS-PETS-EOF TO TRUE
              NOT AT END
              IF RP-MASTER-ID NOT = WS-PREV-MASTER
                 MOVE RP-MASTER-ID TO WS-PREV-MASTER
                 MOVE ZERO TO WS-GSM-SHOWN
                 IF WS-USERS-OPEN-YES
                    MOVE RP-MASTER-ID TO RU-ID
                    READ F-USERS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE RU-GSM-NUMBER TO WS-GSM-SHOWN
                    END-READ
                 END-IF

                 MOVE SPACES TO WS-LINE
                 STRING "PROPRIETAIRE :" SPACE RP-MASTER-ID SPACE
