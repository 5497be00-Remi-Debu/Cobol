      ******************************************************************
      *    Sous programme partage de controle des coordonnees          *
      *    bancaires des salaries (flbanq a la saisie, flvir avant     *
      *    virement) :                                                 *
      *    - IBAN sans espace, 15 a 34 caracteres, pays en lettres,    *
      *      cle en chiffres, le reste en chiffres ou lettres          *
      *      majuscules ; la cle est verifiee modulo 97 (quatre        *
      *      premiers caracteres reportes en fin, lettres A=10 ...     *
      *      Z=35, reste attendu 1) ;                                  *
      *    - BIC de 8 ou 11 caracteres : banque et pays en lettres,    *
      *      emplacement et agence en chiffres ou lettres.             *
      *    LK-MOTIF revient a blanc si les coordonnees sont valides,   *
      *    avec le motif du refus sinon.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fliban.
       AUTHOR.     Remi.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ALPHA   PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-IBAN    PIC X(34).
       01  WS-LEN     PIC 9(02).
       01  WS-POS     PIC 9(02).
       01  WS-SRC     PIC 9(02).
       01  WS-K       PIC 9(02).
       01  WS-CHAR    PIC X(01).
       01  WS-DIGIT   PIC 9(01).
       01  WS-VALUE   PIC 9(02).
       01  WS-REM     PIC 9(02).
       01  WS-WORK    PIC 9(06).
       01  WS-QUOT    PIC 9(06).
       01  WS-FAULT   PIC X(01).
           88 WS-FAULT-Y VALUE "Y".

       LINKAGE SECTION.
       01  LK-IBAN  PIC X(34).
       01  LK-BIC   PIC X(11).
       01  LK-MOTIF PIC X(30).

      ******************************************************************
       PROCEDURE DIVISION USING LK-IBAN, LK-BIC, LK-MOTIF.

       START-MAIN.
           MOVE SPACES TO LK-MOTIF.
           PERFORM START-CHECK-IBAN THRU END-CHECK-IBAN.
           IF LK-MOTIF = SPACES
              PERFORM START-CHECK-BIC THRU END-CHECK-BIC
           END-IF.
       END-MAIN.
           GOBACK.

      ******************************************************************
      *    Format de l'IBAN puis cle modulo 97.                        *
      ******************************************************************
       START-CHECK-IBAN.
           MOVE LK-IBAN TO WS-IBAN.
           IF WS-IBAN = SPACES
              MOVE "IBAN ABSENT" TO LK-MOTIF
              GO TO END-CHECK-IBAN
           END-IF.

      *    Longueur utile : rien que des blancs apres le dernier
      *    caractere, aucun blanc avant.
           MOVE ZERO TO WS-LEN.
           MOVE "N" TO WS-FAULT.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 34
              IF WS-IBAN(WS-POS:1) = SPACE
                 IF WS-LEN = ZERO
                    COMPUTE WS-LEN = WS-POS - 1
                 END-IF
              ELSE
                 IF WS-LEN > ZERO
                    SET WS-FAULT-Y TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LEN = ZERO
              MOVE 34 TO WS-LEN
           END-IF.
           IF WS-FAULT-Y
              MOVE "IBAN AVEC ESPACES" TO LK-MOTIF
              GO TO END-CHECK-IBAN
           END-IF.
           IF WS-LEN < 15
              MOVE "IBAN TROP COURT" TO LK-MOTIF
              GO TO END-CHECK-IBAN
           END-IF.

           IF WS-IBAN(1:1) IS NOT ALPHABETIC-UPPER
              OR WS-IBAN(2:1) IS NOT ALPHABETIC-UPPER
              OR WS-IBAN(3:2) IS NOT NUMERIC
              MOVE "IBAN PAYS OU CLE MALFORMES" TO LK-MOTIF
              GO TO END-CHECK-IBAN
           END-IF.

      *    Reste modulo 97 du numero reordonne, chiffre par chiffre.
           MOVE ZERO TO WS-REM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-LEN
              COMPUTE WS-SRC = WS-K + 4
              IF WS-SRC > WS-LEN
                 COMPUTE WS-SRC = WS-SRC - WS-LEN
              END-IF
              MOVE WS-IBAN(WS-SRC:1) TO WS-CHAR
              IF WS-CHAR IS NUMERIC
                 MOVE WS-CHAR TO WS-DIGIT
                 COMPUTE WS-WORK = WS-REM * 10 + WS-DIGIT
              ELSE
                 MOVE ZERO TO WS-VALUE
                 PERFORM VARYING WS-POS FROM 1 BY 1
                         UNTIL WS-POS > 26 OR WS-VALUE > ZERO
                    IF WS-ALPHA(WS-POS:1) = WS-CHAR
                       COMPUTE WS-VALUE = WS-POS + 9
                    END-IF
                 END-PERFORM
                 IF WS-VALUE = ZERO
                    SET WS-FAULT-Y TO TRUE
                 END-IF
                 COMPUTE WS-WORK = WS-REM * 100 + WS-VALUE
              END-IF
              DIVIDE WS-WORK BY 97 GIVING WS-QUOT REMAINDER WS-REM
           END-PERFORM.

           IF WS-FAULT-Y
              MOVE "IBAN CARACTERE INVALIDE" TO LK-MOTIF
              GO TO END-CHECK-IBAN
           END-IF.
           IF WS-REM NOT = 1
              MOVE "IBAN CLE DE CONTROLE FAUSSE" TO LK-MOTIF
           END-IF.
       END-CHECK-IBAN.
           EXIT.

      ******************************************************************
      *    Format du BIC : AAAA PP EE (BBB).                           *
      ******************************************************************
       START-CHECK-BIC.
           IF LK-BIC = SPACES
              MOVE "BIC ABSENT" TO LK-MOTIF
              GO TO END-CHECK-BIC
           END-IF.
           IF LK-BIC(1:6) IS NOT ALPHABETIC-UPPER
              OR LK-BIC(1:6) = SPACES
              MOVE "BIC BANQUE OU PAYS MALFORMES" TO LK-MOTIF
              GO TO END-CHECK-BIC
           END-IF.

           MOVE "N" TO WS-FAULT.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 11
              MOVE LK-BIC(WS-POS:1) TO WS-CHAR
              IF WS-CHAR = SPACE
                 IF WS-POS < 9 OR LK-BIC(9:3) NOT = SPACES
                    SET WS-FAULT-Y TO TRUE
                 END-IF
              ELSE
                 IF WS-CHAR IS NOT NUMERIC
                    AND WS-CHAR IS NOT ALPHABETIC-UPPER
                    SET WS-FAULT-Y TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FAULT-Y
              MOVE "BIC MALFORME (8 OU 11)" TO LK-MOTIF
           END-IF.
       END-CHECK-BIC.
           EXIT.
