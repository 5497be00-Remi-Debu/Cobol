      *    d'hiver qui cohabitent dans le maître ne se font pas de     *
      *    faux conflits entre eux.                                    *
      *    Les services sans rame affectée sont comptés en queue.      *
      *    Une rame attendue à l'atelier (compteur de                  *
      *    "kilometrage-rames.dat", tenu par trainkm, arrivé au seuil  *
      *    de révision de son type dans "seuils-maintenance.dat") est  *
      *    un conflit au même titre qu'un enchaînement impossible :    *
      *    elle ne doit plus être programmée.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainram.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ROULEMENT.

           SELECT F-KM ASSIGN TO "kilometrage-rames.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-KM.

           SELECT F-SEUILS ASSIGN TO "seuils-maintenance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SEUILS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  R-ROULEMENT PIC X(132).

       FD  F-KM
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       COPY rameskm.

       FD  F-SEUILS
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE IS F.
       01  R-SEUILS.
           03 S-TYPE      PIC X(03).
           03 S-SEUIL-KM  PIC 9(06).
           03 S-ALERTE-KM PIC 9(06).

       WORKING-STORAGE SECTION.
       01  FS-MAITRE PIC X(02).
           88 FS-MAITRE-OK  VALUE "00".
           88 FS-MAITRE-EOF VALUE "10".
       01  FS-ROULEMENT PIC X(02).
       01  FS-KM PIC X(02).
           88 FS-KM-OK  VALUE "00".
           88 FS-KM-EOF VALUE "10".
       01  FS-SEUILS PIC X(02).
           88 FS-SEUILS-OK  VALUE "00".
           88 FS-SEUILS-EOF VALUE "10".

      *    Seuils de révision par type de matériel.
       01  TABLE-SEUIL.
           03 SE-CNT PIC 9(02) VALUE ZERO.
           03 SE-ENT OCCURS 10 TIMES
                     INDEXED BY SE-IDX.
               05 SE-TYPE      PIC X(03).
               05 SE-SEUIL-KM  PIC 9(06).

      *    Services du maître, avec leurs minutes de départ et
      *    d'arrivée pour l'enchaînement.
       01  WS-SANS-RAME-CNT PIC 9(04) VALUE ZERO.
       01  WS-HORS-VERS-CNT PIC 9(04) VALUE ZERO.
       01  WS-CONF-CNT      PIC 9(04) VALUE ZERO.
       01  WS-ATELIER-CNT   PIC 9(04) VALUE ZERO.
       01  WS-TODAY         PIC 9(08).
       01  WS-DAY           PIC 9(01).
       01  WS-BOTH-RUN      PIC X(01).
           PERFORM START-R-MAITRE THRU END-R-MAITRE.
           PERFORM START-W-ROULEMENT THRU END-W-ROULEMENT.
           PERFORM START-W-CONFLITS THRU END-W-CONFLITS.
           PERFORM START-W-ATELIER THRU END-W-ATELIER.
           CLOSE F-ROULEMENT.
       END-MAIN.
           EXIT.

              END-PERFORM
           END-PERFORM.

       END-W-CONFLITS.
           EXIT.

      ******************************************************************
      *    Rames attendues à l'atelier : une rame du roulement dont le *
      *    compteur depuis révision atteint le seuil de son type est   *
      *    en conflit. Sans compteurs ni seuils, rien n'est signalé.   *
      ******************************************************************
       START-W-ATELIER.
           OPEN INPUT F-SEUILS.
           IF FS-SEUILS-OK
              PERFORM UNTIL FS-SEUILS-EOF
                 READ F-SEUILS
                 AT END
                    SET FS-SEUILS-EOF TO TRUE
                 NOT AT END
                    IF SE-CNT < 10
                       ADD 1 TO SE-CNT
                       MOVE S-TYPE     TO SE-TYPE(SE-CNT)
                       MOVE S-SEUIL-KM TO SE-SEUIL-KM(SE-CNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SEUILS
           END-IF.

           OPEN INPUT F-KM.
           IF FS-KM-OK
              PERFORM UNTIL FS-KM-EOF
                 READ F-KM
                 AT END
                    SET FS-KM-EOF TO TRUE
                 NOT AT END
                    PERFORM START-CHECK-ATELIER THRU END-CHECK-ATELIER
                 END-READ
              END-PERFORM
              CLOSE F-KM
           END-IF.

           IF WS-CONF-CNT EQUAL ZERO
              MOVE "AUCUN CONFLIT" TO WS-LINE
              WRITE R-ROULEMENT FROM WS-LINE
           END-IF.
       END-W-ATELIER.
           EXIT.

      ******************************************************************
      *    Compteur courant : la rame est-elle au roulement, et son    *
      *    seuil est-il atteint ?                                      *
      ******************************************************************
       START-CHECK-ATELIER.
           SET RM-IDX TO 1.
           SEARCH RAME
              AT END
                 GO TO END-CHECK-ATELIER
              WHEN RM-IDX NOT > RM-CNT
                 AND RAME(RM-IDX) EQUAL K-RAME
                 CONTINUE
           END-SEARCH.

           SET SE-IDX TO 1.
           SEARCH SE-ENT
              AT END
                 GO TO END-CHECK-ATELIER
              WHEN SE-IDX NOT > SE-CNT
                 AND SE-TYPE(SE-IDX) EQUAL K-TYPE
                 CONTINUE
           END-SEARCH.

           IF K-KM < SE-SEUIL-KM(SE-IDX)
              GO TO END-CHECK-ATELIER
           END-IF.

           ADD 1 TO WS-CONF-CNT.
           ADD 1 TO WS-ATELIER-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "RAME" SPACE K-RAME SPACE
              ": REVISION ECHUE," SPACE K-KM SPACE
              "KM DEPUIS REVISION POUR UN SEUIL DE" SPACE
              SE-SEUIL-KM(SE-IDX) SPACE "KM - A RETIRER DU ROULEMENT"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-ROULEMENT FROM WS-LINE.
       END-CHECK-ATELIER.
           EXIT.

      ******************************************************************
