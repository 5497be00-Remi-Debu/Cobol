      ******************************************************************
      *                                                                *
      *    DEDOUBLONNAGE DES CLIENTS : UN MEME CLIENT ARRIVE SOUS      *
      *    PLUSIEURS GRAPHIES DANS LES EXTRAITS ("DUPONT J" ET         *
      *    "DUPONT JEAN") ET insumast EN FAIT DEUX LIGNES. LE          *
      *    PROGRAMME RELIT LES EXTRAITS DU MANIFESTE                   *
      *    "insucli-manifest.dat" ET PROPOSE LES PAIRES DE CLIENTS     *
      *    PROBABLEMENT EN DOUBLE, NOTEES SUR :                        *
      *       - LA SIMILARITE DES NOMS (NOM IDENTIQUE, MEME PATRONYME  *
      *         AVEC PRENOM OU INITIALE COMPATIBLE, NOM ET PRENOM      *
      *         INVERSES) ;                                            *
      *       - LE MEME GROUPE ;                                       *
      *       - LES POLICES EN COMMUN (MEME NUMERO, MEME LIBELLE).     *
      *    LES PAIRES AU-DESSUS DU SEUIL (60, PARAMETRE INSUDUP-SEUIL  *
      *    DU REGISTRE) SONT AJOUTEES AU FICHIER DE                    *
      *    REVUE "doublons-revue.dat", OU LE BACK OFFICE PORTE EN      *
      *    COLONNE 1 "C" (CONFIRME) OU "R" (REJETE) ET PEUT CHANGER LE *
      *    NUMERO SURVIVANT PROPOSE. AU LANCEMENT SUIVANT, CHAQUE      *
      *    FUSION CONFIRMEE EST PORTEE DANS LA TABLE                   *
      *    "clients-fusion.dat" (ANCIEN NUMERO -> SURVIVANT, LUE PAR   *
      *    insumap POUR insumast, insupay ET insuclm) ET CHAQUE        *
      *    DECISION EST HISTORISEE DANS "clients-fusion-histo.dat".    *
      *    UNE PAIRE DEJA PRESENTE DANS LA REVUE (EN ATTENTE,          *
      *    FUSIONNEE OU REJETEE) N'EST PLUS PROPOSEE.                  *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insudup.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSU-MANIFEST ASSIGN TO "insucli-manifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INSU-MANIFEST.

           SELECT INSU-GENERIC ASSIGN TO DYNAMIC WS-CURRENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INSU-GENERIC.

           SELECT F-REVIEW ASSIGN TO "doublons-revue.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REVIEW.

           SELECT F-FUSION ASSIGN TO "clients-fusion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FUSION.

           SELECT F-FHISTO ASSIGN TO "clients-fusion-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FHISTO.

       DATA DIVISION.
       FILE SECTION.
       FD  INSU-MANIFEST.
       01  INSU-MANIFEST-RECORD PIC X(123).

       FD  INSU-GENERIC.
       01  INSU-GENERIC-RECORD PIC X(123).

      *    PAIRE A REVOIR : DECISION EN COLONNE 1 (" " EN ATTENTE,
      *    "C" CONFIRMEE, "R" REJETEE), SURVIVANT MODIFIABLE, DATE DE
      *    PRISE EN COMPTE DE LA DECISION (ZERO TANT QU'ELLE NE L'EST
      *    PAS).
       FD  F-REVIEW.
       01  R-REVIEW.
           03 DR-DECISION PIC X(01).
           03 FILLER      PIC X(01).
           03 DR-CLIENT-1 PIC X(12).
           03 FILLER      PIC X(01).
           03 DR-CLIENT-2 PIC X(12).
           03 FILLER      PIC X(01).
           03 DR-SURVIVOR PIC X(12).
           03 FILLER      PIC X(01).
           03 DR-SCORE    PIC 9(03).
           03 FILLER      PIC X(01).
           03 DR-PROPOSED PIC 9(08).
           03 FILLER      PIC X(01).
           03 DR-DONE     PIC 9(08).
           03 FILLER      PIC X(01).
           03 DR-NAME-1   PIC X(29).
           03 FILLER      PIC X(01).
           03 DR-NAME-2   PIC X(29).
           03 FILLER      PIC X(01).
           03 DR-REASONS  PIC X(40).

      *    MEME ENREGISTREMENT QUE insumap.
       FD  F-FUSION.
       01  R-FUSION.
           03 FU-OLD      PIC X(12).
           03 FU-SURVIVOR PIC X(12).
           03 FU-DATE     PIC 9(08).

       FD  F-FHISTO.
       01  R-FHISTO PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-INSU-MANIFEST PIC X(02).
           03 FS-INSU-GENERIC  PIC X(02).
           03 FS-REVIEW PIC X(02).
              88 FS-REVIEW-OK  VALUE "00".
              88 FS-REVIEW-EOF VALUE "10".
           03 FS-FUSION PIC X(02).
              88 FS-FUSION-OK  VALUE "00".
              88 FS-FUSION-EOF VALUE "10".
           03 FS-FHISTO PIC X(02).
              88 FS-FHISTO-OK VALUE "00".

       01  WS-CURRENT-FILENAME PIC X(123) VALUE SPACES.
       01  WS-STOP  PIC 9(01) VALUE 0.

       01  WS-MANIFEST-TABLE.
           03 WS-MANIFEST-CNT PIC 9(02) VALUE 0.
           03 WS-MANIFEST-FILE OCCURS 20 TIMES
                                INDEXED BY WS-MANIFEST-IDX
                                PIC X(123).

       01  WS-FIELDS.
           03 WS-ID-CLIENT PIC X(12).
           03 WS-GROUP     PIC X(18).
           03 WS-NAME      PIC X(29).
           03 WS-LABEL     PIC X(41).
           03 WS-STATUS    PIC X(14).
           03 WS-FROM      PIC X(13).
           03 WS-TO        PIC X(13).
           03 WS-AMOUNT    PIC X(09).
           03 WS-EURO      PIC X(05).
           03 WS-INTERM    PIC X(04).
           03 WS-POLNO     PIC X(08).

      *    ZONES D'APPEL DU CONTROLE DES EXTRAITS (INSUCTL).
       01  WS-CTL-RESULT  PIC X(02).
           88 WS-CTL-OK     VALUE "OK".
           88 WS-CTL-ABSENT VALUE "AB".
           88 WS-CTL-KO     VALUE "KO".
       01  WS-CTL-MESSAGE PIC X(80).

      *    CLIENTS DES EXTRAITS (APRES LES FUSIONS DEJA FAITES).
       01  WS-CLIENT-TABLE.
           03 WS-CLI-CNT PIC 9(04) VALUE 0.
           03 WS-CLI OCCURS 1000 TIMES
                     INDEXED BY WS-CLI-IDX, WS-CLI-IDX2.
               05 WS-CLI-ID     PIC X(12).
               05 WS-CLI-NAME   PIC X(29).
               05 WS-CLI-GROUP  PIC X(18).
               05 WS-CLI-NBR    PIC 9(04).
               05 WS-CLI-WORD-1 PIC X(29).
               05 WS-CLI-WORD-2 PIC X(29).

      *    POLICES LUES (CLIENT, NUMERO, LIBELLE) POUR LE RECOUPEMENT.
       01  WS-POLICY-TABLE.
           03 WS-POL-CNT PIC 9(04) VALUE 0.
           03 WS-POL OCCURS 2000 TIMES
                     INDEXED BY WS-POL-IDX, WS-POL-IDX2.
               05 WS-POL-CLIENT PIC X(12).
               05 WS-POL-POLNO  PIC X(08).
               05 WS-POL-LABEL  PIC X(41).

      *    PAIRES DE CLIENTS AYANT DES POLICES EN COMMUN.
       01  WS-OVERLAP-TABLE.
           03 WS-OV-CNT PIC 9(04) VALUE 0.
           03 WS-OV OCCURS 2000 TIMES
                    INDEXED BY WS-OV-IDX.
               05 WS-OV-CLIENT-1 PIC X(12).
               05 WS-OV-CLIENT-2 PIC X(12).
               05 WS-OV-POLNO    PIC X(01).
               05 WS-OV-LABEL    PIC X(01).

      *    FICHIER DE REVUE, RELU PUIS REECRIT.
       01  WS-REVIEW-TABLE.
           03 WS-DR-CNT PIC 9(04) VALUE 0.
           03 WS-DR OCCURS 2000 TIMES
                    INDEXED BY WS-DR-IDX.
               05 WS-DR-RECORD PIC X(163).

      *    TABLE DES FUSIONS, RELUE, COMPLETEE PUIS REECRITE.
       01  WS-FUSION-TABLE.
           03 WS-FU-CNT PIC 9(04) VALUE 0.
           03 WS-FU OCCURS 2000 TIMES
                    INDEXED BY WS-FU-IDX.
               05 WS-FU-OLD      PIC X(12).
               05 WS-FU-SURVIVOR PIC X(12).
               05 WS-FU-DATE     PIC 9(08).

       01  WS-TODAY        PIC 9(08).
       01  WS-THRESHOLD-ENV PIC X(03).
       01  WS-THRESHOLD    PIC 9(03) VALUE 60.
       01  WS-CLI-START    PIC 9(04).
       01  WS-POL-START    PIC 9(04).
       01  WS-OLD          PIC X(12).
       01  WS-SURVIVOR     PIC X(12).
       01  WS-HOPS         PIC 9(02).
       01  WS-FOUND        PIC X(01).

      *    NOTATION D'UNE PAIRE.
       01  WS-SCORE-WORK.
           03 WS-SCORE     PIC 9(03).
           03 WS-REASONS   PIC X(40).
           03 WS-REASON-POS PIC 9(02).
           03 WS-W1-A      PIC X(29).
           03 WS-W2-A      PIC X(29).
           03 WS-W1-B      PIC X(29).
           03 WS-W2-B      PIC X(29).
           03 WS-LEN-A     PIC 9(02).
           03 WS-LEN-B     PIC 9(02).
           03 WS-LEN-MIN   PIC 9(02).

       01  WS-COUNTERS.
           03 WS-NEW-CNT    PIC 9(04) VALUE 0.
           03 WS-MERGE-CNT  PIC 9(04) VALUE 0.
           03 WS-REJECT-CNT PIC 9(04) VALUE 0.
           03 WS-WAIT-CNT   PIC 9(04) VALUE 0.

       01  WS-LINE     PIC X(160).

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insudup".

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE "insu".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE "INSUDUP-SEUIL" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-THRESHOLD-ENV.
           IF WS-THRESHOLD-ENV(1:2) IS NUMERIC
               COMPUTE WS-THRESHOLD =
                  FUNCTION NUMVAL(WS-THRESHOLD-ENV)
           END-IF.

           PERFORM 0100-LOAD-FUSION THRU 0100-LOAD-FUSION-END.
           PERFORM 0200-LOAD-REVIEW THRU 0200-LOAD-REVIEW-END.

           OPEN EXTEND F-FHISTO.
           IF NOT FS-FHISTO-OK
               OPEN OUTPUT F-FHISTO
           END-IF.
           PERFORM 1000-APPLY-DECISIONS THRU 1000-APPLY-DECISIONS-END.
           CLOSE F-FHISTO.

           PERFORM 0500-MANIFEST-READ THRU 0500-MANIFEST-READ-END.
           PERFORM 0600-VERIFY-CONTROLS
              THRU 0600-VERIFY-CONTROLS-END.
           SET WS-MANIFEST-IDX TO 1.
           PERFORM UNTIL WS-MANIFEST-IDX > WS-MANIFEST-CNT
               PERFORM 2000-PART-READ THRU 2000-PART-READ-END
               SET WS-MANIFEST-IDX UP BY 1
           END-PERFORM.

           PERFORM 3000-FIND-OVERLAPS THRU 3000-FIND-OVERLAPS-END.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-CNT
               PERFORM 4000-COMPARE-CLIENT THRU 4000-COMPARE-CLIENT-END
           END-PERFORM.

           PERFORM 5000-WRITE-REVIEW THRU 5000-WRITE-REVIEW-END.
           PERFORM 5100-WRITE-FUSION THRU 5100-WRITE-FUSION-END.

           DISPLAY "FUSIONS APPLIQUEES :" SPACE WS-MERGE-CNT SPACE
              "PAIRES REJETEES :" SPACE WS-REJECT-CNT SPACE
              "NOUVELLES PAIRES PROPOSEES :" SPACE WS-NEW-CNT SPACE
              "EN ATTENTE DE REVUE :" SPACE WS-WAIT-CNT.

           MOVE WS-CLI-CNT   TO WS-RUN-READ.
           MOVE WS-NEW-CNT   TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    CHARGE LA TABLE DES FUSIONS DEJA FAITES.
       0100-LOAD-FUSION.
           OPEN INPUT F-FUSION.
           IF NOT FS-FUSION-OK
               GO TO 0100-LOAD-FUSION-END
           END-IF.

           PERFORM UNTIL FS-FUSION-EOF
               READ F-FUSION
               AT END
                   SET FS-FUSION-EOF TO TRUE
               NOT AT END
                   IF WS-FU-CNT < 2000
                       ADD 1 TO WS-FU-CNT
                       MOVE FU-OLD      TO WS-FU-OLD(WS-FU-CNT)
                       MOVE FU-SURVIVOR TO WS-FU-SURVIVOR(WS-FU-CNT)
                       MOVE FU-DATE     TO WS-FU-DATE(WS-FU-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-FUSION.
       0100-LOAD-FUSION-END.

      *    CHARGE LE FICHIER DE REVUE (PAIRES ET DECISIONS).
       0200-LOAD-REVIEW.
           OPEN INPUT F-REVIEW.
           IF NOT FS-REVIEW-OK
               GO TO 0200-LOAD-REVIEW-END
           END-IF.

           PERFORM UNTIL FS-REVIEW-EOF
               READ F-REVIEW
               AT END
                   SET FS-REVIEW-EOF TO TRUE
               NOT AT END
                   IF WS-DR-CNT < 2000 AND DR-CLIENT-1 NOT = SPACES
                       ADD 1 TO WS-DR-CNT
                       MOVE R-REVIEW TO WS-DR-RECORD(WS-DR-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-REVIEW.
       0200-LOAD-REVIEW-END.

      *    LIS LE FICHIER MANIFESTE (UNE LIGNE PAR EXTRAIT A TRAITER).
       0500-MANIFEST-READ.
           OPEN INPUT INSU-MANIFEST.
           IF FS-INSU-MANIFEST NOT = "00"
               DISPLAY "ERREUR OUVERTURE insucli-manifest.dat :"
                  SPACE FS-INSU-MANIFEST
               STOP RUN
           END-IF.

           SET WS-STOP TO 0.
           PERFORM UNTIL WS-STOP = 1
               READ INSU-MANIFEST
               AT END
                   SET WS-STOP TO 1
               NOT AT END
                   IF WS-MANIFEST-CNT < 20
                       ADD 1 TO WS-MANIFEST-CNT
                       MOVE INSU-MANIFEST-RECORD
                       TO WS-MANIFEST-FILE(WS-MANIFEST-CNT)
                   END-IF
           END-PERFORM.

           CLOSE INSU-MANIFEST.
       0500-MANIFEST-READ-END.

      *    VERIFIE L'EN-TETE HDR ET LA QUEUE TRL DE CHAQUE EXTRAIT
      *    (SOUS PROGRAMME INSUCTL) : UN ECART ARRETE LE LANCEMENT.
       0600-VERIFY-CONTROLS.
           SET WS-MANIFEST-IDX TO 1.
           PERFORM UNTIL WS-MANIFEST-IDX > WS-MANIFEST-CNT
               MOVE WS-MANIFEST-FILE(WS-MANIFEST-IDX)
                  TO WS-CURRENT-FILENAME
               CALL "insuctl" USING WS-CURRENT-FILENAME,
                  WS-CTL-RESULT, WS-CTL-MESSAGE
               END-CALL

               EVALUATE TRUE
                   WHEN WS-CTL-KO
                       DISPLAY "CONTROLES DE L'EXTRAIT" SPACE
                          FUNCTION TRIM(WS-CURRENT-FILENAME) SPACE
                          "EN ECART :" SPACE
                          FUNCTION TRIM(WS-CTL-MESSAGE)
                       DISPLAY "LANCEMENT ARRETE"
                       MOVE "KO" TO WS-RUN-STATUS
                       STOP RUN
                   WHEN WS-CTL-ABSENT
                       DISPLAY "AVERTISSEMENT : EXTRAIT" SPACE
                          FUNCTION TRIM(WS-CURRENT-FILENAME) SPACE
                          "SANS CONTROLES HDR/TRL (ANCIEN FORMAT)"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               SET WS-MANIFEST-IDX UP BY 1
           END-PERFORM.
       0600-VERIFY-CONTROLS-END.

      *    PREND EN COMPTE LES DECISIONS DU BACK OFFICE PAS ENCORE
      *    APPLIQUEES : FUSION (TABLE + HISTORIQUE) OU REJET
      *    (HISTORIQUE SEUL).
       1000-APPLY-DECISIONS.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-CNT
               MOVE WS-DR-RECORD(WS-DR-IDX) TO R-REVIEW
               IF DR-DONE NOT NUMERIC
                   MOVE ZERO TO DR-DONE
               END-IF
               IF DR-DONE = ZERO
                   EVALUATE DR-DECISION
                       WHEN "C"
                           PERFORM 1100-MERGE THRU 1100-MERGE-END
                       WHEN "R"
                           PERFORM 1200-REJECT THRU 1200-REJECT-END
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE R-REVIEW TO WS-DR-RECORD(WS-DR-IDX)
           END-PERFORM.
       1000-APPLY-DECISIONS-END.

      *    FUSION CONFIRMEE : LE SURVIVANT DOIT ETRE L'UN DES DEUX
      *    CLIENTS (A BLANC = LE PREMIER) ; L'AUTRE NUMERO EST RAMENE
      *    SUR LUI, AINSI QUE LES NUMEROS DEJA FUSIONNES SUR L'AUTRE.
       1100-MERGE.
           IF DR-SURVIVOR = SPACES
               MOVE DR-CLIENT-1 TO DR-SURVIVOR
           END-IF.
           EVALUATE DR-SURVIVOR
               WHEN DR-CLIENT-1
                   MOVE DR-CLIENT-2 TO WS-OLD
               WHEN DR-CLIENT-2
                   MOVE DR-CLIENT-1 TO WS-OLD
               WHEN OTHER
                   DISPLAY "SURVIVANT" SPACE DR-SURVIVOR SPACE
                      "HORS DE LA PAIRE" SPACE DR-CLIENT-1 SPACE
                      DR-CLIENT-2 SPACE "- DECISION LAISSEE EN ATTENTE"
                   GO TO 1100-MERGE-END
           END-EVALUATE.

      *    LE SURVIVANT LUI-MEME A PU ETRE FUSIONNE ENTRE-TEMPS.
           MOVE DR-SURVIVOR TO WS-SURVIVOR.
           MOVE ZERO TO WS-HOPS.
           PERFORM 1150-RESOLVE THRU 1150-RESOLVE-END
              UNTIL WS-HOPS > 20.
           IF WS-SURVIVOR = WS-OLD
               MOVE WS-TODAY TO DR-DONE
               GO TO 1100-MERGE-END
           END-IF.

           PERFORM VARYING WS-FU-IDX FROM 1 BY 1
                   UNTIL WS-FU-IDX > WS-FU-CNT
               IF WS-FU-SURVIVOR(WS-FU-IDX) = WS-OLD
                   MOVE WS-SURVIVOR TO WS-FU-SURVIVOR(WS-FU-IDX)
               END-IF
           END-PERFORM.

           IF WS-FU-CNT NOT < 2000
               DISPLAY "TABLE DES FUSIONS PLEINE - FUSION" SPACE
                  WS-OLD SPACE "LAISSEE EN ATTENTE"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 1100-MERGE-END
           END-IF.
           ADD 1 TO WS-FU-CNT.
           MOVE WS-OLD      TO WS-FU-OLD(WS-FU-CNT).
           MOVE WS-SURVIVOR TO WS-FU-SURVIVOR(WS-FU-CNT).
           MOVE WS-TODAY    TO WS-FU-DATE(WS-FU-CNT).

           MOVE WS-TODAY TO DR-DONE.
           ADD 1 TO WS-MERGE-CNT.

           MOVE SPACES TO WS-LINE.
           STRING WS-TODAY SPACE "FUSION" SPACE WS-OLD SPACE
              "->" SPACE WS-SURVIVOR SPACE
              "SCORE" SPACE DR-SCORE SPACE
              "PROPOSEE LE" SPACE DR-PROPOSED SPACE
              "(" FUNCTION TRIM(DR-NAME-1) " / "
              FUNCTION TRIM(DR-NAME-2) ")"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-FHISTO FROM WS-LINE.
       1100-MERGE-END.

       1150-RESOLVE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-FU-IDX FROM 1 BY 1
                   UNTIL WS-FU-IDX > WS-FU-CNT OR WS-FOUND = "Y"
               IF WS-FU-OLD(WS-FU-IDX) = WS-SURVIVOR
                   MOVE WS-FU-SURVIVOR(WS-FU-IDX) TO WS-SURVIVOR
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               ADD 1 TO WS-HOPS
           ELSE
               MOVE 99 TO WS-HOPS
           END-IF.
       1150-RESOLVE-END.

      *    PAIRE REJETEE : HISTORISEE, ELLE NE SERA PLUS PROPOSEE.
       1200-REJECT.
           MOVE WS-TODAY TO DR-DONE.
           ADD 1 TO WS-REJECT-CNT.

           MOVE SPACES TO WS-LINE.
           STRING WS-TODAY SPACE "REJET " SPACE DR-CLIENT-1 SPACE
              "/" SPACE DR-CLIENT-2 SPACE
              "SCORE" SPACE DR-SCORE SPACE
              "PROPOSEE LE" SPACE DR-PROPOSED SPACE
              "(" FUNCTION TRIM(DR-NAME-1) " / "
              FUNCTION TRIM(DR-NAME-2) ")"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-FHISTO FROM WS-LINE.
       1200-REJECT-END.

      *    LIS L'EXTRAIT COURANT ET RANGE CLIENTS ET POLICES.
       2000-PART-READ.
           MOVE WS-MANIFEST-FILE(WS-MANIFEST-IDX)
              TO WS-CURRENT-FILENAME.
           OPEN INPUT INSU-GENERIC.
           IF FS-INSU-GENERIC NOT = "00"
               DISPLAY "ERREUR OUVERTURE" SPACE
                  FUNCTION TRIM(WS-CURRENT-FILENAME) SPACE ":"
                  SPACE FS-INSU-GENERIC
               GO TO 2000-PART-READ-END
           END-IF.

           SET WS-STOP TO 0.
           PERFORM UNTIL WS-STOP = 1
               READ INSU-GENERIC
               AT END
                   SET WS-STOP TO 1
               NOT AT END
                   PERFORM 2100-HANDLE-POLICY
                      THRU 2100-HANDLE-POLICY-END
           END-PERFORM.

           CLOSE INSU-GENERIC.
       2000-PART-READ-END.

       2100-HANDLE-POLICY.
           IF INSU-GENERIC-RECORD(1:4) = "HDR*"
              OR INSU-GENERIC-RECORD(1:4) = "TRL*"
               GO TO 2100-HANDLE-POLICY-END
           END-IF.

           MOVE SPACES TO WS-FIELDS.
           UNSTRING INSU-GENERIC-RECORD
           DELIMITED BY "*"
           INTO WS-ID-CLIENT WS-GROUP WS-NAME WS-LABEL
                WS-STATUS WS-FROM WS-TO WS-AMOUNT WS-EURO
                WS-INTERM WS-POLNO.

           IF WS-ID-CLIENT EQUAL SPACES
               GO TO 2100-HANDLE-POLICY-END
           END-IF.

      *    UN CLIENT DEJA FUSIONNE COMPTE SOUS SON SURVIVANT.
           MOVE WS-ID-CLIENT TO WS-SURVIVOR.
           MOVE ZERO TO WS-HOPS.
           PERFORM 1150-RESOLVE THRU 1150-RESOLVE-END
              UNTIL WS-HOPS > 20.
           MOVE WS-SURVIVOR TO WS-ID-CLIENT.

           IF WS-POL-CNT < 2000
               ADD 1 TO WS-POL-CNT
               MOVE WS-ID-CLIENT TO WS-POL-CLIENT(WS-POL-CNT)
               MOVE WS-POLNO     TO WS-POL-POLNO(WS-POL-CNT)
               MOVE WS-LABEL     TO WS-POL-LABEL(WS-POL-CNT)
           END-IF.

           SET WS-CLI-IDX TO 1.
           SEARCH WS-CLI
               AT END
                   IF WS-CLI-CNT < 1000
                       ADD 1 TO WS-CLI-CNT
                       MOVE WS-ID-CLIENT TO WS-CLI-ID(WS-CLI-CNT)
                       MOVE WS-NAME      TO WS-CLI-NAME(WS-CLI-CNT)
                       MOVE WS-GROUP     TO WS-CLI-GROUP(WS-CLI-CNT)
                       MOVE 1            TO WS-CLI-NBR(WS-CLI-CNT)
                       MOVE SPACES TO WS-CLI-WORD-1(WS-CLI-CNT)
                                      WS-CLI-WORD-2(WS-CLI-CNT)
                       UNSTRING FUNCTION UPPER-CASE(WS-NAME)
                          DELIMITED BY ALL SPACE
                          INTO WS-CLI-WORD-1(WS-CLI-CNT)
                               WS-CLI-WORD-2(WS-CLI-CNT)
                   END-IF
               WHEN WS-CLI-ID(WS-CLI-IDX) EQUAL WS-ID-CLIENT
                   ADD 1 TO WS-CLI-NBR(WS-CLI-IDX)
           END-SEARCH.
       2100-HANDLE-POLICY-END.

      *    RECENSE LES PAIRES DE CLIENTS DIFFERENTS QUI ONT UNE
      *    POLICE DE MEME NUMERO OU DE MEME LIBELLE.
       3000-FIND-OVERLAPS.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-CNT
               COMPUTE WS-POL-START = WS-POL-IDX + 1
               PERFORM VARYING WS-POL-IDX2 FROM WS-POL-START BY 1
                       UNTIL WS-POL-IDX2 > WS-POL-CNT
                   IF WS-POL-CLIENT(WS-POL-IDX)
                      NOT = WS-POL-CLIENT(WS-POL-IDX2)
                       PERFORM 3100-OVERLAP-ONE
                          THRU 3100-OVERLAP-ONE-END
                   END-IF
               END-PERFORM
           END-PERFORM.
       3000-FIND-OVERLAPS-END.

       3100-OVERLAP-ONE.
           IF NOT ((WS-POL-POLNO(WS-POL-IDX) NOT = SPACES
                    AND WS-POL-POLNO(WS-POL-IDX)
                        = WS-POL-POLNO(WS-POL-IDX2))
                OR WS-POL-LABEL(WS-POL-IDX)
                   = WS-POL-LABEL(WS-POL-IDX2))
               GO TO 3100-OVERLAP-ONE-END
           END-IF.

           SET WS-OV-IDX TO 1.
           SEARCH WS-OV
               AT END
                   IF WS-OV-CNT NOT < 2000
                       GO TO 3100-OVERLAP-ONE-END
                   END-IF
                   ADD 1 TO WS-OV-CNT
                   SET WS-OV-IDX TO WS-OV-CNT
                   MOVE WS-POL-CLIENT(WS-POL-IDX)
                      TO WS-OV-CLIENT-1(WS-OV-IDX)
                   MOVE WS-POL-CLIENT(WS-POL-IDX2)
                      TO WS-OV-CLIENT-2(WS-OV-IDX)
                   MOVE "N" TO WS-OV-POLNO(WS-OV-IDX)
                   MOVE "N" TO WS-OV-LABEL(WS-OV-IDX)
               WHEN WS-OV-IDX > WS-OV-CNT
                   IF WS-OV-CNT NOT < 2000
                       GO TO 3100-OVERLAP-ONE-END
                   END-IF
                   ADD 1 TO WS-OV-CNT
                   SET WS-OV-IDX TO WS-OV-CNT
                   MOVE WS-POL-CLIENT(WS-POL-IDX)
                      TO WS-OV-CLIENT-1(WS-OV-IDX)
                   MOVE WS-POL-CLIENT(WS-POL-IDX2)
                      TO WS-OV-CLIENT-2(WS-OV-IDX)
                   MOVE "N" TO WS-OV-POLNO(WS-OV-IDX)
                   MOVE "N" TO WS-OV-LABEL(WS-OV-IDX)
               WHEN (WS-OV-CLIENT-1(WS-OV-IDX)
                       = WS-POL-CLIENT(WS-POL-IDX)
                     AND WS-OV-CLIENT-2(WS-OV-IDX)
                       = WS-POL-CLIENT(WS-POL-IDX2))
                 OR (WS-OV-CLIENT-1(WS-OV-IDX)
                       = WS-POL-CLIENT(WS-POL-IDX2)
                     AND WS-OV-CLIENT-2(WS-OV-IDX)
                       = WS-POL-CLIENT(WS-POL-IDX))
                   CONTINUE
           END-SEARCH.

           IF WS-POL-POLNO(WS-POL-IDX) NOT = SPACES
              AND WS-POL-POLNO(WS-POL-IDX) = WS-POL-POLNO(WS-POL-IDX2)
               MOVE "Y" TO WS-OV-POLNO(WS-OV-IDX)
           END-IF.
           IF WS-POL-LABEL(WS-POL-IDX) = WS-POL-LABEL(WS-POL-IDX2)
               MOVE "Y" TO WS-OV-LABEL(WS-OV-IDX)
           END-IF.
       3100-OVERLAP-ONE-END.

      *    COMPARE LE CLIENT COURANT A CEUX QUI LE SUIVENT.
       4000-COMPARE-CLIENT.
           COMPUTE WS-CLI-START = WS-CLI-IDX + 1.
           PERFORM VARYING WS-CLI-IDX2 FROM WS-CLI-START BY 1
                   UNTIL WS-CLI-IDX2 > WS-CLI-CNT
               PERFORM 4100-SCORE-PAIR THRU 4100-SCORE-PAIR-END
           END-PERFORM.
       4000-COMPARE-CLIENT-END.

      *    NOTE LA PAIRE ET LA PROPOSE SI ELLE ATTEINT LE SEUIL ET
      *    N'EST PAS DEJA DANS LA REVUE.
       4100-SCORE-PAIR.
           MOVE ZERO TO WS-SCORE.
           MOVE SPACES TO WS-REASONS.
           MOVE 1 TO WS-REASON-POS.

           MOVE WS-CLI-WORD-1(WS-CLI-IDX)  TO WS-W1-A.
           MOVE WS-CLI-WORD-2(WS-CLI-IDX)  TO WS-W2-A.
           MOVE WS-CLI-WORD-1(WS-CLI-IDX2) TO WS-W1-B.
           MOVE WS-CLI-WORD-2(WS-CLI-IDX2) TO WS-W2-B.

      *    NOMS : IDENTIQUES 50 ; MEME PATRONYME 30, PLUS 20 SI LES
      *    PRENOMS SONT COMPATIBLES (L'UN COMMENCE PAR L'AUTRE,
      *    "J" / "JEAN") OU 10 SI L'UN MANQUE ; INVERSES 40.
           EVALUATE TRUE
               WHEN WS-W1-A = SPACES
                   CONTINUE
               WHEN WS-W1-A = WS-W1-B AND WS-W2-A = WS-W2-B
                   ADD 50 TO WS-SCORE
                   STRING "NOM " DELIMITED BY SIZE
                      INTO WS-REASONS WITH POINTER WS-REASON-POS
               WHEN WS-W1-A = WS-W1-B
                   ADD 30 TO WS-SCORE
                   STRING "PATRONYME " DELIMITED BY SIZE
                      INTO WS-REASONS WITH POINTER WS-REASON-POS
                   PERFORM 4200-FIRST-NAMES THRU 4200-FIRST-NAMES-END
               WHEN WS-W1-A = WS-W2-B AND WS-W2-A = WS-W1-B
                   ADD 40 TO WS-SCORE
                   STRING "NOM-INVERSE " DELIMITED BY SIZE
                      INTO WS-REASONS WITH POINTER WS-REASON-POS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-CLI-GROUP(WS-CLI-IDX) = WS-CLI-GROUP(WS-CLI-IDX2)
              AND WS-CLI-GROUP(WS-CLI-IDX) NOT = SPACES
               ADD 15 TO WS-SCORE
               STRING "GROUPE " DELIMITED BY SIZE
                  INTO WS-REASONS WITH POINTER WS-REASON-POS
           END-IF.

           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OV-CNT
               IF (WS-OV-CLIENT-1(WS-OV-IDX) = WS-CLI-ID(WS-CLI-IDX)
                   AND WS-OV-CLIENT-2(WS-OV-IDX)
                       = WS-CLI-ID(WS-CLI-IDX2))
                OR (WS-OV-CLIENT-1(WS-OV-IDX) = WS-CLI-ID(WS-CLI-IDX2)
                   AND WS-OV-CLIENT-2(WS-OV-IDX)
                       = WS-CLI-ID(WS-CLI-IDX))
                   IF WS-OV-POLNO(WS-OV-IDX) = "Y"
                       ADD 40 TO WS-SCORE
                       STRING "NUMERO-POLICE " DELIMITED BY SIZE
                          INTO WS-REASONS WITH POINTER WS-REASON-POS
                   END-IF
                   IF WS-OV-LABEL(WS-OV-IDX) = "Y"
                       ADD 10 TO WS-SCORE
                       STRING "LIBELLE " DELIMITED BY SIZE
                          INTO WS-REASONS WITH POINTER WS-REASON-POS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SCORE < WS-THRESHOLD
               GO TO 4100-SCORE-PAIR-END
           END-IF.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-CNT
               MOVE WS-DR-RECORD(WS-DR-IDX) TO R-REVIEW
               IF (DR-CLIENT-1 = WS-CLI-ID(WS-CLI-IDX)
                   AND DR-CLIENT-2 = WS-CLI-ID(WS-CLI-IDX2))
                OR (DR-CLIENT-1 = WS-CLI-ID(WS-CLI-IDX2)
                   AND DR-CLIENT-2 = WS-CLI-ID(WS-CLI-IDX))
                   GO TO 4100-SCORE-PAIR-END
               END-IF
           END-PERFORM.

           IF WS-DR-CNT NOT < 2000
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 4100-SCORE-PAIR-END
           END-IF.

      *    SURVIVANT PROPOSE : LE CLIENT QUI A LE PLUS DE POLICES.
           MOVE SPACES TO R-REVIEW.
           MOVE WS-CLI-ID(WS-CLI-IDX)    TO DR-CLIENT-1.
           MOVE WS-CLI-ID(WS-CLI-IDX2)   TO DR-CLIENT-2.
           IF WS-CLI-NBR(WS-CLI-IDX2) > WS-CLI-NBR(WS-CLI-IDX)
               MOVE WS-CLI-ID(WS-CLI-IDX2) TO DR-SURVIVOR
           ELSE
               MOVE WS-CLI-ID(WS-CLI-IDX)  TO DR-SURVIVOR
           END-IF.
           MOVE WS-SCORE                 TO DR-SCORE.
           MOVE WS-TODAY                 TO DR-PROPOSED.
           MOVE ZERO                     TO DR-DONE.
           MOVE WS-CLI-NAME(WS-CLI-IDX)  TO DR-NAME-1.
           MOVE WS-CLI-NAME(WS-CLI-IDX2) TO DR-NAME-2.
           MOVE WS-REASONS               TO DR-REASONS.
           ADD 1 TO WS-DR-CNT.
           MOVE R-REVIEW TO WS-DR-RECORD(WS-DR-CNT).
           ADD 1 TO WS-NEW-CNT.
       4100-SCORE-PAIR-END.

      *    MEME PATRONYME : COMPATIBILITE DES PRENOMS.
       4200-FIRST-NAMES.
           IF WS-W2-A = SPACES OR WS-W2-B = SPACES
               ADD 10 TO WS-SCORE
               GO TO 4200-FIRST-NAMES-END
           END-IF.

           COMPUTE WS-LEN-A = FUNCTION LENGTH(FUNCTION TRIM(WS-W2-A)).
           COMPUTE WS-LEN-B = FUNCTION LENGTH(FUNCTION TRIM(WS-W2-B)).
           IF WS-LEN-A < WS-LEN-B
               MOVE WS-LEN-A TO WS-LEN-MIN
           ELSE
               MOVE WS-LEN-B TO WS-LEN-MIN
           END-IF.
           IF WS-W2-A(1:WS-LEN-MIN) = WS-W2-B(1:WS-LEN-MIN)
               ADD 20 TO WS-SCORE
               STRING "PRENOM " DELIMITED BY SIZE
                  INTO WS-REASONS WITH POINTER WS-REASON-POS
           END-IF.
       4200-FIRST-NAMES-END.

      *    REECRIT LE FICHIER DE REVUE DANS SON ORDRE D'ORIGINE, LES
      *    NOUVELLES PAIRES A LA SUITE.
       5000-WRITE-REVIEW.
           OPEN OUTPUT F-REVIEW.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-CNT
               MOVE WS-DR-RECORD(WS-DR-IDX) TO R-REVIEW
               IF DR-DONE = ZERO
                   ADD 1 TO WS-WAIT-CNT
               END-IF
               WRITE R-REVIEW
           END-PERFORM.
           CLOSE F-REVIEW.
       5000-WRITE-REVIEW-END.

      *    REECRIT LA TABLE DES FUSIONS LUE PAR insumap.
       5100-WRITE-FUSION.
           OPEN OUTPUT F-FUSION.
           PERFORM VARYING WS-FU-IDX FROM 1 BY 1
                   UNTIL WS-FU-IDX > WS-FU-CNT
               MOVE WS-FU-OLD(WS-FU-IDX)      TO FU-OLD
               MOVE WS-FU-SURVIVOR(WS-FU-IDX) TO FU-SURVIVOR
               MOVE WS-FU-DATE(WS-FU-IDX)     TO FU-DATE
               WRITE R-FUSION
           END-PERFORM.
           CLOSE F-FUSION.
       5100-WRITE-FUSION-END.
