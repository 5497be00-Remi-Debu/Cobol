      *       - ECRIT "statuts-transitions.dat" : CHAQUE TRANSITION    *
      *         DE STATUT, PUIS LA SECTION DES VIOLATIONS (RESILIE     *
      *         VERS ACTIF OU SUSPENDU, INTERDIT SANS DECISION) ;      *
      *       - RELIT "suspensions-proposees.dat" (insuimp) : UN       *
      *         PASSAGE DE ACTIF A SUSPENDU Y FIGURANT EST DOCUMENTE   *
      *         PAR SON IMPAYE ; LES AUTRES SONT LISTES A PART ;       *
      *       - REECRIT L'INSTANTANE AVEC LES STATUTS DU JOUR.         *
      *    AU PREMIER LANCEMENT (PAS D'INSTANTANE), SEUL               *
      *    L'INSTANTANE EST PRODUIT.                                   *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRANS.

           SELECT F-SUSP ASSIGN TO "suspensions-proposees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUSP.

       DATA DIVISION.
       FILE SECTION.
       FD  INSU-MANIFEST.
       FD  F-TRANS.
       01  R-TRANS PIC X(160).

      *    SUSPENSION PROPOSEE PAR insuimp POUR UN IMPAYE.
       FD  F-SUSP.
       01  R-SUSP.
           03 SP-POL-ID  PIC X(08).
           03 SP-CLIENT  PIC X(12).
           03 SP-DATE    PIC 9(08).
           03 SP-REF     PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-INSU-MANIFEST PIC X(02).
              88 FS-SNAP-OK  VALUE "00".
              88 FS-SNAP-EOF VALUE "10".
           03 FS-TRANS PIC X(02).
           03 FS-SUSP PIC X(02).
              88 FS-SUSP-OK  VALUE "00".
              88 FS-SUSP-EOF VALUE "10".

       01  WS-CURRENT-FILENAME PIC X(123) VALUE SPACES.
       01  WS-STOP  PIC 9(01) VALUE 0.
               05 TC-STATUS PIC X(14).
               05 TC-POLNO  PIC X(08).

      *    SUSPENSIONS DOCUMENTEES PAR UN IMPAYE (insuimp).
       01  WS-SUSP-TABLE.
           03 WS-SUSP-CNT PIC 9(04) VALUE 0.
           03 WS-SUSP OCCURS 2000 TIMES
                      INDEXED BY WS-SUSP-IDX.
               05 WS-SUSP-POL-ID PIC X(08).
               05 WS-SUSP-CLIENT PIC X(12).
               05 WS-SUSP-DATE   PIC 9(08).
               05 WS-SUSP-REF    PIC X(20).

      *    PASSAGES A SUSPENDU SANS DOSSIER D'IMPAYE, LISTES A PART
      *    (CE NE SONT PAS DES VIOLATIONS : LA SUSPENSION PEUT AVOIR
      *    UN AUTRE MOTIF, MAIS ELLE DOIT ETRE JUSTIFIEE).
       01  WS-UNDOC-TABLE.
           03 WS-UNDOC-CNT PIC 9(03) VALUE 0.
           03 WS-UNDOC OCCURS 200 TIMES
                       INDEXED BY WS-UNDOC-IDX
                       PIC X(160).

       01  WS-SNAP-FOUND PIC X(01) VALUE "N".
           88 WS-SNAP-FOUND-Y VALUE "Y".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0300-LOAD-SNAP THRU 0300-LOAD-SNAP-END.
           PERFORM 0400-LOAD-SUSP THRU 0400-LOAD-SUSP-END.
           PERFORM 0500-MANIFEST-READ THRU 0500-MANIFEST-READ-END.

           SET WS-MANIFEST-IDX TO 1.
           CLOSE F-SNAP.
       0300-LOAD-SNAP-END.

      *    RELIT LES SUSPENSIONS PROPOSEES POUR IMPAYE (FICHIER
      *    FACULTATIF : SANS LUI, AUCUNE SUSPENSION N'EST DOCUMENTEE).
       0400-LOAD-SUSP.
           OPEN INPUT F-SUSP.
           IF NOT FS-SUSP-OK
               GO TO 0400-LOAD-SUSP-END
           END-IF.

           PERFORM UNTIL FS-SUSP-EOF
               READ F-SUSP
               AT END
                   SET FS-SUSP-EOF TO TRUE
               NOT AT END
                   IF WS-SUSP-CNT < 2000
                       ADD 1 TO WS-SUSP-CNT
                       MOVE SP-POL-ID TO WS-SUSP-POL-ID(WS-SUSP-CNT)
                       MOVE SP-CLIENT TO WS-SUSP-CLIENT(WS-SUSP-CNT)
                       MOVE SP-DATE   TO WS-SUSP-DATE(WS-SUSP-CNT)
                       MOVE SP-REF    TO WS-SUSP-REF(WS-SUSP-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-SUSP.
       0400-LOAD-SUSP-END.

      *    LIS LE FICHIER MANIFESTE (UNE LIGNE PAR EXTRAIT A TRAITER).
       0500-MANIFEST-READ.
           OPEN INPUT INSU-MANIFEST.
               END-PERFORM
           END-IF.

           MOVE ALL "*" TO WS-LINE.
           WRITE R-TRANS FROM WS-LINE.
           MOVE "SUSPENSIONS SANS DOSSIER D'IMPAYE" TO WS-LINE.
           WRITE R-TRANS FROM WS-LINE.
           MOVE ALL "*" TO WS-LINE.
           WRITE R-TRANS FROM WS-LINE.

           IF WS-UNDOC-CNT EQUAL ZERO
               MOVE "AUCUNE SUSPENSION SANS DOSSIER" TO WS-LINE
               WRITE R-TRANS FROM WS-LINE
           ELSE
               PERFORM VARYING WS-UNDOC-IDX FROM 1 BY 1
                       UNTIL WS-UNDOC-IDX > WS-UNDOC-CNT
                   WRITE R-TRANS FROM WS-UNDOC(WS-UNDOC-IDX)
               END-PERFORM
           END-IF.

           CLOSE F-TRANS.
       2000-WRITE-TRANSITIONS-END.

                      INTO WS-VIOL(WS-VIOL-CNT)
               END-IF
           END-IF.

      *    ACTIF VERS SUSPENDU : TRANSITION LEGITIME QUAND insuimp A
      *    PROPOSE LA SUSPENSION DE LA POLICE POUR IMPAYE.
           IF TP-STATUS(TP-IDX)(1:5) = "Actif"
              AND TC-STATUS(TC-IDX)(1:8) = "Suspendu"
               PERFORM 2200-CHECK-SUSP THRU 2200-CHECK-SUSP-END
           END-IF.
       2100-CHECK-ONE-END.

      *    CHERCHE LE DOSSIER D'IMPAYE DE LA POLICE SUSPENDUE ; SANS
      *    NUMERO DE POLICE, LE RAPPROCHEMENT SE FAIT SUR LE CLIENT.
       2200-CHECK-SUSP.
           SET WS-SUSP-IDX TO 1.
           SEARCH WS-SUSP
               AT END
                   IF WS-UNDOC-CNT < 200
                       ADD 1 TO WS-UNDOC-CNT
                       MOVE SPACES TO WS-UNDOC(WS-UNDOC-CNT)
                       STRING TC-CLIENT(TC-IDX) SPACE
                          FUNCTION TRIM(TC-LABEL(TC-IDX)) SPACE
                          ": PASSAGE DE ACTIF A SUSPENDU SANS"
                          SPACE "DOSSIER D'IMPAYE"
                          DELIMITED BY SIZE
                          INTO WS-UNDOC(WS-UNDOC-CNT)
                   END-IF
               WHEN WS-SUSP-IDX > WS-SUSP-CNT
                   IF WS-UNDOC-CNT < 200
                       ADD 1 TO WS-UNDOC-CNT
                       MOVE SPACES TO WS-UNDOC(WS-UNDOC-CNT)
                       STRING TC-CLIENT(TC-IDX) SPACE
                          FUNCTION TRIM(TC-LABEL(TC-IDX)) SPACE
                          ": PASSAGE DE ACTIF A SUSPENDU SANS"
                          SPACE "DOSSIER D'IMPAYE"
                          DELIMITED BY SIZE
                          INTO WS-UNDOC(WS-UNDOC-CNT)
                   END-IF
               WHEN TC-POLNO(TC-IDX) NOT = SPACES
                AND WS-SUSP-POL-ID(WS-SUSP-IDX) = TC-POLNO(TC-IDX)
                   PERFORM 2300-WRITE-DOC THRU 2300-WRITE-DOC-END
               WHEN TC-POLNO(TC-IDX) = SPACES
                AND WS-SUSP-CLIENT(WS-SUSP-IDX) = TC-CLIENT(TC-IDX)
                   PERFORM 2300-WRITE-DOC THRU 2300-WRITE-DOC-END
           END-SEARCH.
       2200-CHECK-SUSP-END.

      *    LIGNE DE JUSTIFICATION SOUS LA TRANSITION.
       2300-WRITE-DOC.
           MOVE SPACES TO WS-LINE.
           STRING "    SUSPENSION DOCUMENTEE : IMPAYE" SPACE
              FUNCTION TRIM(WS-SUSP-REF(WS-SUSP-IDX)) SPACE
              "PROPOSEE LE" SPACE WS-SUSP-DATE(WS-SUSP-IDX)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-TRANS FROM WS-LINE.
       2300-WRITE-DOC-END.

      *    REECRIT L'INSTANTANE AVEC LES STATUTS DU JOUR.
       4000-WRITE-SNAP.
           OPEN OUTPUT F-SNAP.
