      *    "reinjection.dat", au format d'origine, pour le prochain    *
      *    passage de la chaîne ; les abandons sont conservés dans     *
      *    "suspense-abandons.dat".                                    *
      *    L'exploitant s'identifie au lancement (opacces,             *
      *    sous-système suspense) : corriger demande le rôle M,        *
      *    abandonner le rôle A ; une action refusée laisse la ligne   *
      *    en suspens.                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspense.
       01  WS-REJECT-FILENAME PIC X(60) VALUE "rejets-notes.dat".
       01  WS-REJECT-FILE-ENV PIC X(60) VALUE SPACES.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "suspense".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "suspense".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

      *    Suivi du nombre de cycles en suspens, par enregistrement
      *    (clé = les 60 premiers caractères de la ligne rejetée).
       01  TABLE-SUIVI.
       01  WS-LOOK-FOUND     PIC X(01).
       01  WS-PERSON-SHOWN   PIC X(30).

      *    Identification de l'opérateur et contrôle de ses droits
      *    (sous programme opacces).
       01  WS-ACC-FONCTION  PIC X(01).
       01  WS-ACC-SOUS-SYS  PIC X(08) VALUE "suspense".
       01  WS-ACC-OPERATEUR PIC X(08) VALUE SPACES.
       01  WS-ACC-ACTION    PIC X(01).
       01  WS-ACC-RESULT    PIC X(01).
           88 WS-ACC-OK VALUE "Y".

       SCREEN SECTION.
       01  SCREEN-RECORD FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
      *    choisi, puis réécrit le suivi mis à jour.                   *
      ******************************************************************
       START-MAIN.
           MOVE "S" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PARM-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
              DISPLAY "IDENTIFICATION REFUSEE : SUSPENS NON TRAITES"
              STOP RUN
           END-IF.

           MOVE "SUSPENSE-FILE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-REJECT-FILE-ENV.
           IF WS-REJECT-FILE-ENV NOT = SPACES
              MOVE WS-REJECT-FILE-ENV TO WS-REJECT-FILENAME
           END-IF.
           DISPLAY SCREEN-RECORD.
           ACCEPT SCREEN-RECORD.

           IF WS-ACTION-CORRIGER OR WS-ACTION-ABANDON
              IF WS-ACTION-CORRIGER
                 MOVE "M" TO WS-ACC-ACTION
              ELSE
                 MOVE "S" TO WS-ACC-ACTION
              END-IF
              PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS
              IF NOT WS-ACC-OK
                 SET WS-ACTION-PASSER TO TRUE
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-ACTION-CORRIGER
                 MOVE SPACES TO WS-CORRECTED
           CLOSE F-SUIVI.
       END-W-SUIVI.
           EXIT.

      ******************************************************************
      *    Contrôle de l'action demandée (WS-ACC-ACTION : C, M ou S)   *
      *    contre le rôle de l'opérateur connecté.                     *
      ******************************************************************
       START-CHECK-ACCESS.
           MOVE "A" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PARM-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
       END-CHECK-ACCESS.
           EXIT.
