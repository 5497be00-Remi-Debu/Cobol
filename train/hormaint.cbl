      *      de blancs ;                                               *
      *    - détection des doublons (même gare et même heure) ;        *
      *    - journal "horaire-audit.txt" (qui, quand, ancienne et      *
      *      nouvelle valeur, opérateur identifié à la connexion)      *
      *      pour tracer et défaire une mauvaise édition du vendredi ; *
      *    - connexion par opacces (sous-système train) : ajout et     *
      *      modification demandent le rôle M, le retrait le rôle A.   *
      *    Le maître est rechargé au lancement et réécrit en entier    *
      *    à la sortie.                                                *
      ******************************************************************
           88 WS-VALID-Y VALUE "Y".
       01  WS-JOUR-IDX PIC 9(02).

      *    Identification de l'opérateur et contrôle de ses droits
      *    (sous programme opacces).
       01  WS-ACC-FONCTION  PIC X(01).
       01  WS-ACC-SOUS-SYS  PIC X(08) VALUE "train".
       01  WS-ACC-PROGRAM   PIC X(08) VALUE "hormaint".
       01  WS-ACC-OPERATEUR PIC X(08) VALUE SPACES.
       01  WS-ACC-ACTION    PIC X(01).
       01  WS-ACC-RESULT    PIC X(01).
           88 WS-ACC-OK VALUE "Y".

      ******************************************************************
       SCREEN SECTION.
       01  SCREEN-MENU FOREGROUND-COLOR 2.
      ******************************************************************
       PROCEDURE DIVISION.
       START-MAIN.
           MOVE "S" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-ACC-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
              DISPLAY "IDENTIFICATION REFUSEE : MAINTENANCE ABANDONNEE"
              STOP RUN
           END-IF.
           MOVE WS-ACC-OPERATEUR TO WS-OPERATOR.

           PERFORM START-R-GARES THRU END-R-GARES.
           PERFORM START-R-MAITRE THRU END-R-MAITRE.
      *    et même heure qu'un service existant).                      *
      ******************************************************************
       START-DO-ADD.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DO-ADD
           END-IF.

           ACCEPT SCREEN-ENTRY.

           PERFORM START-VALIDATE THRU END-VALIDATE.
      *    puis la fiche complète est resaisie.                        *
      ******************************************************************
       START-DO-UPDATE.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DO-UPDATE
           END-IF.

           ACCEPT SCREEN-KEY.
           PERFORM START-FIND-SERVICE THRU END-FIND-SERVICE.
           IF WS-FOUND-POS = ZERO
      *    Retrait : la fiche est marquée et ne sera pas réécrite.     *
      ******************************************************************
       START-DO-REMOVE.
           MOVE "S" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DO-REMOVE
           END-IF.

           ACCEPT SCREEN-KEY.
           PERFORM START-FIND-SERVICE THRU END-FIND-SERVICE.
           IF WS-FOUND-POS = ZERO
           CLOSE F-MAITRE.
       END-W-MAITRE.
           EXIT.

      ******************************************************************
      *    Contrôle de l'action demandée (WS-ACC-ACTION : C, M ou S)   *
      *    contre le rôle de l'opérateur connecté.                     *
      ******************************************************************
       START-CHECK-ACCESS.
           MOVE "A" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-ACC-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
       END-CHECK-ACCESS.
           EXIT.
