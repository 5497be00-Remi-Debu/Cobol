      *      Les exports archivés output_AAAA_TT.csv de la période     *
      *      OUBLI-FROM-YEAR / OUBLI-TO-YEAR sont réécrits avec le     *
      *      pseudonyme sur la ligne du matricule.                     *
      *    - OUBLI-TYPE=EMPLOYE, OUBLI-ID=RCLIENT-ID : la fiche du     *
      *      maître indexé fichierclient.idx et celle de son extrait   *
      *      fichierclient.txt sont pseudonymisées (nom et prénom) ;   *
      *      le salaire reste pour les totaux. Les photographies       *
      *      datées employee-snapshot-AAAAMMJJ.txt de la période       *
      *      OUBLI-FROM-DATE / OUBLI-TO-DATE sont traitées de même.    *
      *    - OUBLI-TYPE=PROPRIO, OUBLI-ID=RU-ID : la fiche de          *
      *      proprietaires.idx est pseudonymisée par sa clé (nom,      *
      *      prénom, rue, GSM à zéro) et les animaux de animaux.idx    *
      *      qui la référencent, lus sur la clé du propriétaire,       *
      *      portent le pseudonyme.                                    *
      *    Chaque effacement est consigné dans le certificat           *
      *    "certificats-effacement.dat" (quand, qui, quoi, où) - la    *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLOYEE.

           SELECT F-EMPMAST ASSIGN TO "fichierclient.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REMPMAST-ID
           ALTERNATE RECORD KEY IS REMPMAST-AGENCE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REMPMAST-CODE WITH DUPLICATES
           FILE STATUS IS FS-EMPMAST.

           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-PETS ASSIGN TO "animaux.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-ID
           ALTERNATE RECORD KEY IS RP-CHIP WITH DUPLICATES
           ALTERNATE RECORD KEY IS RP-MASTER-ID WITH DUPLICATES
           FILE STATUS IS FS-PETS.

           SELECT F-CERT ASSIGN TO "certificats-effacement.dat"
       01  R-CSV-OUT PIC X(200).

           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPLOYEE==.
           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPMAST==.

       FD  F-USERS.
       01  R-USERS.
           05 RP-DELETED              PIC X(1).
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

       FD  F-CERT
           RECORD CONTAINS 160 CHARACTERS
       01  FS-EMPLOYEE PIC X(02).
           88 FS-EMPLOYEE-OK  VALUE "00".
           88 FS-EMPLOYEE-EOF VALUE "10".
       01  FS-EMPMAST PIC X(02).
           88 FS-EMPMAST-OK VALUE "00".
       01  FS-USERS PIC X(02).
           88 FS-USERS-OK  VALUE "00".
      *    "02" : lecture ou écriture réussie sur une clé
      *    secondaire en double (propriétaire, puce).
       01  FS-PETS PIC X(02).
           88 FS-PETS-OK  VALUE "00" "02".
       01  FS-CERT PIC X(02).
           88 FS-CERT-OK VALUE "00".


      ******************************************************************
      *    Effacement d'un employé : la fiche est pseudonymisée dans   *
      *    le maître indexé et dans son extrait fichierclient.txt      *
      *    (salaire conservé pour les totaux), puis dans les           *
      *    photographies datées de la période OUBLI-FROM-DATE /        *
      *    OUBLI-TO-DATE quand elle est fournie.                       *
      ******************************************************************
       3000-START-EFFACE-EMPLOYE.
           PERFORM 3300-START-EFFACE-EMP-MASTER
              THRU END-3300-EFFACE-EMP-MASTER.

           MOVE "fichierclient.txt" TO WS-EMP-FILENAME.
           PERFORM 3100-START-EFFACE-EMP-FILE
              THRU END-3100-EFFACE-EMP-FILE.
              OPEN OUTPUT F-EMPLOYEE
              PERFORM VARYING WS-RW-IDX FROM 1 BY 1
                      UNTIL WS-RW-IDX > WS-RW-CNT
                 MOVE WS-RW(WS-RW-IDX)(1:94) TO REMPLOYEE
                 WRITE REMPLOYEE
              END-PERFORM
              CLOSE F-EMPLOYEE
           EXIT.

      ******************************************************************
      *    Pseudonymise la fiche du sujet dans le maître indexé        *
      *    fichierclient.idx, par sa clé ; sans cela le prochain       *
      *    extrait régénéré par flmaint ramènerait l'identité.         *
      ******************************************************************
       3300-START-EFFACE-EMP-MASTER.
           MOVE "00" TO FS-EMPMAST.
           OPEN I-O F-EMPMAST.
           IF NOT FS-EMPMAST-OK
              DISPLAY "AVERTISSEMENT : fichierclient.idx ABSENT :"
                 SPACE FS-EMPMAST
              GO TO END-3300-EFFACE-EMP-MASTER
           END-IF.

           MOVE WS-ID-ENV(1:9) TO REMPMAST-ID.
           READ F-EMPMAST
              INVALID KEY
                 CLOSE F-EMPMAST
                 GO TO END-3300-EFFACE-EMP-MASTER
           END-READ.

           MOVE WS-PSEUDO-NOM(1:20)    TO REMPMAST-NOM.
           MOVE WS-PSEUDO-PRENOM(1:20) TO REMPMAST-PRENOM.
           REWRITE REMPMAST
              INVALID KEY
                 DISPLAY "REECRITURE fichierclient.idx EN ECHEC :"
                    SPACE FS-EMPMAST
                 CLOSE F-EMPMAST
                 GO TO END-3300-EFFACE-EMP-MASTER
           END-REWRITE.
           CLOSE F-EMPMAST.

           MOVE SPACES TO WS-LINE.
           STRING "fichierclient.idx PSEUDONYMISE (SALAIRE CONSERVE)"
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM 9000-START-W-CERT THRU END-9000-W-CERT.
       END-3300-EFFACE-EMP-MASTER.
           EXIT.

      ******************************************************************
      *    Effacement d'un propriétaire : fiche proprietaires.idx      *
      *    pseudonymisée par sa clé (GSM à zéro), animaux de           *
      *    animaux.idx qui la référencent alignés sur le pseudonyme.   *
      ******************************************************************
       4000-START-EFFACE-PROPRIO.
           MOVE "00" TO FS-USERS.
           OPEN I-O F-USERS.
           IF NOT FS-USERS-OK
              DISPLAY "ERREUR OUVERTURE proprietaires.idx :" SPACE
                 FS-USERS
              GO TO END-4000-EFFACE-PROPRIO
           END-IF.

           MOVE WS-ID-ENV(1:5) TO RU-ID.
           READ F-USERS
              INVALID KEY
                 DISPLAY "PROPRIETAIRE INCONNU DE proprietaires.idx :"
                    SPACE WS-ID-ENV
                 CLOSE F-USERS
                 GO TO END-4000-EFFACE-PROPRIO
           END-READ.

           MOVE WS-PSEUDO-NOM(1:20)    TO RU-LASTNAME.
           MOVE WS-PSEUDO-PRENOM(1:20) TO RU-FIRSTNAME.
           MOVE "RUE EFFACEE"          TO RU-STREET.
           MOVE ZERO                   TO RU-GSM-NUMBER.
           REWRITE R-USERS
              INVALID KEY
                 DISPLAY "REECRITURE proprietaires.idx EN ECHEC :"
                    SPACE FS-USERS
                 CLOSE F-USERS
                 GO TO END-4000-EFFACE-PROPRIO
           END-REWRITE.
           CLOSE F-USERS.

           MOVE "proprietaires.idx PSEUDONYMISE (GSM A ZERO)"
              TO WS-LINE.
           PERFORM 9000-START-W-CERT THRU END-9000-W-CERT.

           PERFORM 4100-START-EFFACE-PETS
              THRU END-4100-EFFACE-PETS.
       END-4000-EFFACE-PROPRIO.
           EXIT.

      ******************************************************************
      *    Aligne les animaux du propriétaire effacé sur son           *
      *    pseudonyme dans animaux.idx, lus sur la clé secondaire du   *
      *    propriétaire.                                               *
      ******************************************************************
       4100-START-EFFACE-PETS.
           MOVE "00" TO FS-PETS.
           OPEN I-O F-PETS.
           IF NOT FS-PETS-OK
              GO TO END-4100-EFFACE-PETS
           END-IF.

           MOVE ZERO TO WS-FILE-TOUCHED.
           MOVE WS-ID-ENV(1:5) TO RP-MASTER-ID.
           START F-PETS KEY IS EQUAL TO RP-MASTER-ID
              INVALID KEY
                 CONTINUE
           END-START.

           IF FS-PETS-OK
              PERFORM UNTIL NOT FS-PETS-OK
                 READ F-PETS NEXT RECORD
                 AT END
                    MOVE "10" TO FS-PETS
                 NOT AT END
                    IF RP-MASTER-ID = WS-ID-ENV(1:5)
                       PERFORM 4110-START-EFFACE-ONE-PET
                          THRU END-4110-EFFACE-ONE-PET
                    ELSE
                       MOVE "10" TO FS-PETS
                    END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE F-PETS.

           IF WS-FILE-TOUCHED > ZERO
              MOVE SPACES TO WS-LINE
              STRING "animaux.idx : PROPRIETE ALIGNEE SUR LE "
                 "PSEUDONYME (" WS-FILE-TOUCHED " ANIMAUX)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              PERFORM 9000-START-W-CERT THRU END-9000-W-CERT
           END-IF.
       END-4100-EFFACE-PETS.
           EXIT.

      ******************************************************************
      *    Réécrit l'animal courant sous le pseudonyme ; la clé du     *
      *    propriétaire ne change pas, la lecture suivante reprend.    *
      ******************************************************************
       4110-START-EFFACE-ONE-PET.
           MOVE WS-PSEUDO-NOM(1:20)    TO RP-MASTER-LASTNAME.
           MOVE WS-PSEUDO-PRENOM(1:20) TO RP-MASTER-FIRSTNAME.
           REWRITE R-PETS
              INVALID KEY
                 DISPLAY "REECRITURE animaux.idx EN ECHEC :" SPACE
                    RP-ID SPACE FS-PETS
                 MOVE "00" TO FS-PETS
                 GO TO END-4110-EFFACE-ONE-PET
           END-REWRITE.
           ADD 1 TO WS-FILE-TOUCHED.
       END-4110-EFFACE-ONE-PET.
           EXIT.
