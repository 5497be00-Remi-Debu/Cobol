      ******************************************************************
      *                                                                *
      *    SOUS PROGRAMME PARTAGE DE POINT DE REPRISE DES LECTEURS DU  *
      *    MANIFESTE "insucli-manifest.dat" (insucli, insumast,        *
      *    insucom, insunot). CHAQUE PROGRAMME TIENT SON FICHIER       *
      *    "<programme>-reprise.dat" OU SONT TRACES LE DEBUT DU        *
      *    LANCEMENT ("D"), LE DEBUT ("E") ET LA FIN ("T") DE CHAQUE   *
      *    EXTRAIT DU MANIFESTE, LA PROGRESSION ENREGISTREMENT PAR     *
      *    ENREGISTREMENT ("R") ET LA FIN NORMALE DU LANCEMENT ("F").  *
      *    FONCTIONS (LK-FUNCTION) :                                   *
      *       "O" OUVERTURE : RELIT LE FICHIER ; SI LE LANCEMENT       *
      *           PRECEDENT N'A PAS FINI, REND DANS LK-ENTRY LE        *
      *           NUMERO DU DERNIER EXTRAIT TERMINE ET DANS            *
      *           LK-FILENAME SON NOM (ZERO ET BLANC SINON) ; LA       *
      *           VARIABLE D'ENVIRONNEMENT "<PROGRAMME>-REPRISE" A "N" *
      *           FORCE UN LANCEMENT COMPLET ;                         *
      *       "N" NOUVEAU LANCEMENT COMPLET (L'APPELANT REFUSE LA      *
      *           REPRISE PROPOSEE, PAR EXEMPLE MANIFESTE MODIFIE) ;   *
      *       "E" DEBUT DE L'EXTRAIT LK-ENTRY (LK-FILENAME) ;          *
      *       "R" LK-RECORDS ENREGISTREMENTS TRAITES DANS L'EXTRAIT ;  *
      *       "T" EXTRAIT LK-ENTRY TERMINE ;                           *
      *       "F" FIN NORMALE : PLUS RIEN A REPRENDRE.                 *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insuckp.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CKP ASSIGN TO DYNAMIC WS-CKP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CKP.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CKP.
       01  R-CKP.
           03 CK-TYPE     PIC X(01).
           03 FILLER      PIC X(01).
           03 CK-DATE     PIC 9(08).
           03 FILLER      PIC X(01).
           03 CK-TIME     PIC 9(06).
           03 FILLER      PIC X(01).
           03 CK-ENTRY    PIC 9(02).
           03 FILLER      PIC X(01).
           03 CK-RECORDS  PIC 9(08).
           03 FILLER      PIC X(01).
           03 CK-FILENAME PIC X(123).

       WORKING-STORAGE SECTION.
       01  FS-CKP PIC X(02).
           88 FS-CKP-OK  VALUE "00".
           88 FS-CKP-EOF VALUE "10".

       01  WS-CKP-FILENAME PIC X(40).
       01  WS-ENV-NAME     PIC X(20).
       01  WS-FORCE        PIC X(01).
       01  WS-OPEN         PIC X(01) VALUE "N".
           88 WS-OPEN-Y VALUE "Y".

      *    ETAT DU LANCEMENT PRECEDENT RELU A L'OUVERTURE.
       01  WS-PREVIOUS.
           03 WS-PV-DONE     PIC 9(02).
           03 WS-PV-DONE-FN  PIC X(123).
           03 WS-PV-CUR      PIC 9(02).
           03 WS-PV-CUR-FN   PIC X(123).
           03 WS-PV-RECORDS  PIC 9(08).
           03 WS-PV-FINISHED PIC X(01).
           03 WS-PV-STARTED  PIC X(01).

       LINKAGE SECTION.
       01  LK-FUNCTION PIC X(01).
       01  LK-PROGRAM  PIC X(08).
       01  LK-ENTRY    PIC 9(02).
       01  LK-FILENAME PIC X(123).
       01  LK-RECORDS  PIC 9(08).

       PROCEDURE DIVISION USING LK-FUNCTION, LK-PROGRAM, LK-ENTRY,
           LK-FILENAME, LK-RECORDS.

       0000-MAIN.
           EVALUATE LK-FUNCTION
               WHEN "O"
                   PERFORM 1000-OPEN THRU 1000-OPEN-END
               WHEN "N"
                   PERFORM 1500-NEW-RUN THRU 1500-NEW-RUN-END
               WHEN "E"
               WHEN "R"
               WHEN "T"
               WHEN "F"
                   PERFORM 2000-TRACE THRU 2000-TRACE-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *    RELIT LE FICHIER DE REPRISE DU PROGRAMME ET OUVRE LE
      *    LANCEMENT (A LA SUITE DU PRECEDENT S'IL Y A REPRISE).
       1000-OPEN.
           MOVE SPACES TO WS-CKP-FILENAME.
           STRING FUNCTION TRIM(LK-PROGRAM) "-reprise.dat"
              DELIMITED BY SIZE
              INTO WS-CKP-FILENAME.

           MOVE ZERO   TO WS-PV-DONE.
           MOVE SPACES TO WS-PV-DONE-FN.
           MOVE ZERO   TO WS-PV-CUR.
           MOVE SPACES TO WS-PV-CUR-FN.
           MOVE ZERO   TO WS-PV-RECORDS.
           MOVE "Y"    TO WS-PV-FINISHED.
           MOVE "N"    TO WS-PV-STARTED.

           OPEN INPUT F-CKP.
           IF FS-CKP-OK
               PERFORM UNTIL FS-CKP-EOF
                   READ F-CKP
                   AT END
                       SET FS-CKP-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-PREVIOUS THRU 1100-PREVIOUS-END
                   END-READ
               END-PERFORM
               CLOSE F-CKP
           END-IF.

           MOVE SPACES TO WS-ENV-NAME.
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(LK-PROGRAM))
              "-REPRISE"
              DELIMITED BY SIZE
              INTO WS-ENV-NAME.
           MOVE SPACES TO WS-FORCE.
           ACCEPT WS-FORCE FROM ENVIRONMENT WS-ENV-NAME.

           MOVE ZERO   TO LK-ENTRY.
           MOVE SPACES TO LK-FILENAME.
           MOVE ZERO   TO LK-RECORDS.

           IF WS-PV-FINISHED = "N" AND WS-PV-STARTED = "Y"
               DISPLAY "LANCEMENT PRECEDENT DE" SPACE
                  FUNCTION TRIM(LK-PROGRAM) SPACE "INTERROMPU :" SPACE
                  WS-PV-DONE SPACE "EXTRAIT(S) TERMINE(S)"
               IF WS-PV-CUR > WS-PV-DONE
                   DISPLAY "   ARRET DANS L'EXTRAIT" SPACE WS-PV-CUR
                      SPACE FUNCTION TRIM(WS-PV-CUR-FN) SPACE "APRES"
                      SPACE WS-PV-RECORDS SPACE "ENREGISTREMENT(S)"
               END-IF
               IF WS-FORCE = "N"
                   DISPLAY "   REPRISE REFUSEE (" FUNCTION TRIM
                      (WS-ENV-NAME) "=N) : LANCEMENT COMPLET"
               ELSE
                   MOVE WS-PV-DONE    TO LK-ENTRY
                   MOVE WS-PV-DONE-FN TO LK-FILENAME
                   MOVE WS-PV-RECORDS TO LK-RECORDS
               END-IF
           END-IF.

           IF LK-ENTRY > ZERO
               OPEN EXTEND F-CKP
               IF NOT FS-CKP-OK
                   OPEN OUTPUT F-CKP
               END-IF
           ELSE
               OPEN OUTPUT F-CKP
           END-IF.
           SET WS-OPEN-Y TO TRUE.

           MOVE "D" TO LK-FUNCTION.
           PERFORM 2000-TRACE THRU 2000-TRACE-END.
           MOVE "O" TO LK-FUNCTION.
       1000-OPEN-END.

      *    CUMULE UNE LIGNE DU LANCEMENT PRECEDENT : UN "D" OUVRE UN
      *    LANCEMENT (UNE REPRISE GARDE LES EXTRAITS DEJA TERMINES),
      *    UN "F" LE CLOT.
       1100-PREVIOUS.
           EVALUATE CK-TYPE
               WHEN "D"
                   MOVE "Y" TO WS-PV-STARTED
                   MOVE "N" TO WS-PV-FINISHED
                   IF CK-ENTRY = ZERO
                       MOVE ZERO   TO WS-PV-DONE
                       MOVE SPACES TO WS-PV-DONE-FN
                   END-IF
                   MOVE ZERO TO WS-PV-CUR
                   MOVE ZERO TO WS-PV-RECORDS
               WHEN "E"
                   MOVE CK-ENTRY    TO WS-PV-CUR
                   MOVE CK-FILENAME TO WS-PV-CUR-FN
                   MOVE ZERO        TO WS-PV-RECORDS
               WHEN "R"
                   MOVE CK-RECORDS TO WS-PV-RECORDS
               WHEN "T"
                   MOVE CK-ENTRY    TO WS-PV-DONE
                   MOVE CK-FILENAME TO WS-PV-DONE-FN
               WHEN "F"
                   MOVE "Y" TO WS-PV-FINISHED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-PREVIOUS-END.

      *    L'APPELANT REFUSE LA REPRISE : LE FICHIER REPART A VIDE.
       1500-NEW-RUN.
           IF WS-OPEN-Y
               CLOSE F-CKP
           END-IF.
           OPEN OUTPUT F-CKP.
           SET WS-OPEN-Y TO TRUE.
           MOVE ZERO   TO LK-ENTRY.
           MOVE SPACES TO LK-FILENAME.
           MOVE ZERO   TO LK-RECORDS.

           MOVE "D" TO LK-FUNCTION.
           PERFORM 2000-TRACE THRU 2000-TRACE-END.
           MOVE "N" TO LK-FUNCTION.
       1500-NEW-RUN-END.

      *    ECRIT LA LIGNE DE SUIVI ; "F" FERME LE FICHIER.
       2000-TRACE.
           IF NOT WS-OPEN-Y
               GO TO 2000-TRACE-END
           END-IF.

           MOVE SPACES TO R-CKP.
           MOVE LK-FUNCTION TO CK-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CK-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CK-TIME.
           MOVE LK-ENTRY    TO CK-ENTRY.
           MOVE LK-RECORDS  TO CK-RECORDS.
           MOVE LK-FILENAME TO CK-FILENAME.
           WRITE R-CKP.

           IF LK-FUNCTION = "F"
               CLOSE F-CKP
               MOVE "N" TO WS-OPEN
           END-IF.
       2000-TRACE-END.
