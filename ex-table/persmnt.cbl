      *          depuis l'indexé pour que le fichier plat reste la     *
      *          copie fidèle.                                         *
      *    Chaque changement est journalisé (qui, quand, avant,        *
      *    après) dans "personnes-audit.txt", sur le modèle de         *
      *    dept-audit.txt, avec l'opérateur identifié à la connexion   *
      *    (opacces, sous-système pers) : consulter demande le rôle    *
      *    C, ajouter et modifier le rôle M, supprimer le rôle A.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. persmnt.
       01  WS-CHANGED    PIC X(01) VALUE "N".
           88 WS-CHANGED-Y VALUE "Y".

      *    Identification de l'opérateur et contrôle de ses droits
      *    (sous programme opacces).
       01  WS-ACC-FONCTION  PIC X(01).
       01  WS-ACC-SOUS-SYS  PIC X(08) VALUE "pers".
       01  WS-ACC-PROGRAM   PIC X(08) VALUE "persmnt".
       01  WS-ACC-OPERATEUR PIC X(08) VALUE SPACES.
       01  WS-ACC-ACTION    PIC X(01).
       01  WS-ACC-RESULT    PIC X(01).
           88 WS-ACC-OK VALUE "Y".

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

           OPEN I-O F-MASTER.
           IF NOT FS-MASTER-OK
      *    Consultation par identifiant.                               *
      ******************************************************************
       START-CONSULT.
           MOVE "C" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-CONSULT
           END-IF.

           PERFORM START-ASK-ID THRU END-ASK-ID.
           MOVE WS-ASK-ID TO PM-ID.
           READ F-MASTER
      *    viser le bon identifiant avant une modification.            *
      ******************************************************************
       START-LIST-NAME.
           MOVE "C" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              MOVE ZERO TO WS-MATCH-CNT
              GO TO END-LIST-NAME
           END-IF.

           DISPLAY "NOM :" SPACE WITH NO ADVANCING.
           ACCEPT WS-ASK-NAME.

      *    Ajout : l'identifiant doit être libre.                      *
      ******************************************************************
       START-AJOUT.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-AJOUT
           END-IF.

           PERFORM START-ASK-ID THRU END-ASK-ID.
           MOVE WS-ASK-ID TO PM-ID.
           PERFORM START-ASK-FICHE THRU END-ASK-FICHE.
      *    et réécrite.                                                *
      ******************************************************************
       START-MODIF.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-MODIF
           END-IF.

           PERFORM START-LIST-NAME THRU END-LIST-NAME.
           IF WS-MATCH-CNT EQUAL ZERO
              GO TO END-MODIF
      *    Suppression : la fiche est montrée avant d'être retirée.    *
      ******************************************************************
       START-SUPPR.
           MOVE "S" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-SUPPR
           END-IF.

           PERFORM START-ASK-ID THRU END-ASK-ID.
           MOVE WS-ASK-ID TO PM-ID.
           READ F-MASTER
           DISPLAY "personnes.dat REGENERE DEPUIS personnes.idx".
       END-REGEN.
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
