      ******************************************************************
      *    Contrôle à la demande d'un fichier de données contre son    *
      *    copybook, hors préflight : à la réception d'un fichier      *
      *    partenaire, ou pour mettre au point un copybook. Le         *
      *    programme lit CPYVERIF-COPYBOOK et CPYVERIF-FICHIER par     *
      *    paramlu (chaîne cpyverif), appelle le sous programme        *
      *    cpyvalid, qui détaille les erreurs dans                     *
      *    "cpyvalid-rapport.dat", et affiche le verdict. Un fichier   *
      *    non conforme, absent, ou un copybook illisible rend un      *
      *    code retour non nul et un statut KO au journal commun.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpyverif.
       AUTHOR.     Rémi.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CPY-COPYBOOK PIC X(60).
       01  WS-CPY-FICHIER  PIC X(60).
       01  WS-CPY-LUS      PIC 9(08).
       01  WS-CPY-ERREURS  PIC 9(08).
       01  WS-CPY-RESULT   PIC X(01).
           88 WS-CPY-CONFORME     VALUE "C".
           88 WS-CPY-NON-CONFORME VALUE "N".
           88 WS-CPY-ABSENT       VALUE "A".
           88 WS-CPY-COPY-KO      VALUE "K".

       01  WS-PARM-PROGRAM PIC X(08) VALUE "cpyverif".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "cpyverif".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "cpyverif".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE ZERO.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE ZERO.
           03 WS-RUN-REJECTED PIC 9(08) VALUE ZERO.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-CPY-LUS     TO WS-RUN-READ.
           MOVE WS-CPY-ERREURS TO WS-RUN-REJECTED.
           IF NOT WS-CPY-CONFORME
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.

           IF NOT WS-CPY-CONFORME
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           MOVE ZERO TO WS-CPY-LUS.
           MOVE ZERO TO WS-CPY-ERREURS.
           SET WS-CPY-COPY-KO TO TRUE.

           MOVE "CPYVERIF-COPYBOOK" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-CPY-COPYBOOK.

           MOVE "CPYVERIF-FICHIER" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-CPY-FICHIER.

           IF WS-CPY-COPYBOOK = SPACES OR WS-CPY-FICHIER = SPACES
              DISPLAY "CPYVERIF-COPYBOOK ET CPYVERIF-FICHIER"
                 SPACE "SONT OBLIGATOIRES"
              GO TO END-MAIN
           END-IF.

           CALL "cpyvalid" USING WS-CPY-COPYBOOK, WS-CPY-FICHIER,
              WS-CPY-LUS, WS-CPY-ERREURS, WS-CPY-RESULT
           END-CALL.

           EVALUATE TRUE
              WHEN WS-CPY-CONFORME
                 DISPLAY FUNCTION TRIM(WS-CPY-FICHIER) SPACE
                    ": CONFORME (" WS-CPY-LUS " ENREGISTREMENTS)"
              WHEN WS-CPY-NON-CONFORME
                 DISPLAY FUNCTION TRIM(WS-CPY-FICHIER) SPACE
                    ": NON CONFORME (" WS-CPY-ERREURS
                    " ERREURS) - VOIR cpyvalid-rapport.dat"
              WHEN WS-CPY-ABSENT
                 DISPLAY FUNCTION TRIM(WS-CPY-FICHIER) SPACE
                    ": FICHIER ABSENT"
              WHEN OTHER
                 DISPLAY FUNCTION TRIM(WS-CPY-COPYBOOK) SPACE
                    ": COPYBOOK ABSENT OU SANS CHAMP"
           END-EVALUATE.
       END-MAIN.
           EXIT.
