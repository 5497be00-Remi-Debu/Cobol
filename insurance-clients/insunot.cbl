      *    D'IMPRESSION - PLUS PERSONNE NE RETAPE LA LISTE EN          *
      *    LETTRES. UN TOTAL DE CONTROLE EST ECRIT EN QUEUE POUR LE    *
      *    RAPPROCHEMENT AVEC LA LISTE D'ECHEANCES DU RAPPORT.         *
      *    A L'ANNIVERSAIRE (DATE DE FIN), LE COEFFICIENT BONUS-MALUS  *
      *    DE LA POLICE EST RECALCULE A PARTIR DES SINISTRES REGLES    *
      *    DE L'ANNEE ("sinistres.dat", RESPONSABLES SAUF INDICATEUR   *
      *    "N") ET DU BAREME "regles-bonus-malus.dat" (REDUCTION PAR   *
      *    ANNEE SANS SINISTRE, MAJORATION PAR SINISTRE RESPONSABLE,   *
      *    PLANCHER, PLAFOND). LE COEFFICIENT COURANT DE CHAQUE POLICE *
      *    EST TENU DANS "bonus-malus.dat" ET CHAQUE RECALCUL EST      *
      *    HISTORISE PAR CLIENT DANS "bonus-malus-histo.dat" POUR LES  *
      *    CONTESTATIONS. L'AVIS PORTE L'ANCIENNE PRIME, LE            *
      *    COEFFICIENT ET LA NOUVELLE PRIME.                           *
      *    LA PROGRESSION PAR EXTRAIT EST TRACEE DANS                  *
      *    "insunot-reprise.dat" (SOUS PROGRAMME insuckp) ; UN         *
      *    LANCEMENT INTERROMPU EST RELANCE EN ENTIER, LES             *
      *    COEFFICIENTS DEJA HISTORISES ETANT REPRIS SANS NOUVELLE     *
      *    LIGNE.                                                      *
      *                                                                *
      ******************************************************************

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOTICES.

           SELECT F-CLAIMS ASSIGN TO "sinistres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLAIMS.

           SELECT F-BM-RULES ASSIGN TO "regles-bonus-malus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BM-RULES.

           SELECT F-BM ASSIGN TO "bonus-malus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BM.

           SELECT F-BM-HISTO ASSIGN TO "bonus-malus-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BM-HISTO.

       DATA DIVISION.
       FILE SECTION.
       FD  INSU-MANIFEST.
           03 AVIS-MONTANT   PIC 9(09).
           03 FILLER         PIC X(01).
           03 AVIS-EURO      PIC X(05).
      *    COEFFICIENT BONUS-MALUS DE L'ANNEE A VENIR ET PRIME QUI EN
      *    DECOULE (AVIS-MONTANT RESTE LA PRIME DE L'ANNEE ECOULEE).
           03 FILLER         PIC X(01).
           03 AVIS-COEF      PIC 9(01)V9(02).
           03 FILLER         PIC X(01).
           03 AVIS-NOUVEAU   PIC 9(09).

      *    MEME ENREGISTREMENT QUE insuclm, SUIVI D'UN INDICATEUR DE
      *    RESPONSABILITE FACULTATIF ("N" = NON RESPONSABLE).
       FD  F-CLAIMS.
       01  R-CLAIMS.
           03 CLM-ID       PIC X(08).
           03 CLM-POL-ID   PIC X(08).
           03 CLM-DATE     PIC 9(08).
           03 CLM-STATUS   PIC X(10).
           03 CLM-RESERVED PIC 9(09).
           03 CLM-PAID     PIC 9(09).
           03 CLM-RESP     PIC X(01).

      *    BAREME : CODE (REDUCTION, MAJORATION, PLANCHER, PLAFOND)
      *    ET VALEUR 9V99.
       FD  F-BM-RULES.
       01  R-BM-RULES.
           03 RG-CODE  PIC X(10).
           03 RG-VALUE PIC 9(01)V9(02).

      *    COEFFICIENT COURANT PAR POLICE (NUMERO, OU CLIENT ET
      *    LIBELLE TANT QUE L'EXTRAIT ARRIVE SANS NUMERO).
       FD  F-BM.
       01  R-BM.
           03 BM-POL-ID    PIC X(08).
           03 BM-CLIENT    PIC X(12).
           03 BM-LABEL     PIC X(41).
           03 BM-COEF      PIC 9(01)V9(02).
           03 BM-PREV-COEF PIC 9(01)V9(02).
           03 BM-ANNIV     PIC 9(08).

       FD  F-BM-HISTO.
       01  R-BM-HISTO.
           03 BH-CLIENT    PIC X(12).
           03 FILLER       PIC X(01).
           03 BH-POL-ID    PIC X(08).
           03 FILLER       PIC X(01).
           03 BH-LABEL     PIC X(41).
           03 FILLER       PIC X(01).
           03 BH-ANNIV     PIC 9(08).
           03 FILLER       PIC X(01).
           03 BH-OLD-COEF  PIC 9(01)V9(02).
           03 FILLER       PIC X(01).
           03 BH-CLAIMS    PIC 9(02).
           03 FILLER       PIC X(01).
           03 BH-NEW-COEF  PIC 9(01)V9(02).
           03 FILLER       PIC X(01).
           03 BH-OLD-PREM  PIC 9(09).
           03 FILLER       PIC X(01).
           03 BH-NEW-PREM  PIC 9(09).
           03 FILLER       PIC X(01).
           03 BH-RUN-DATE  PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-INSU-MANIFEST PIC X(02).
           03 FS-INSU-GENERIC  PIC X(02).
           03 FS-NOTICES       PIC X(02).
           03 FS-CLAIMS        PIC X(02).
              88 FS-CLAIMS-OK  VALUE "00".
              88 FS-CLAIMS-EOF VALUE "10".
           03 FS-BM-RULES      PIC X(02).
              88 FS-BM-RULES-OK  VALUE "00".
              88 FS-BM-RULES-EOF VALUE "10".
           03 FS-BM            PIC X(02).
              88 FS-BM-OK  VALUE "00".
              88 FS-BM-EOF VALUE "10".
           03 FS-BM-HISTO      PIC X(02).
              88 FS-BM-HISTO-OK VALUE "00".
              88 FS-BM-HISTO-EOF VALUE "10".

       01  WS-CURRENT-FILENAME PIC X(123) VALUE SPACES.
       01  WS-STOP  PIC 9(01) VALUE 0.
           88 WS-CTL-KO     VALUE "KO".
       01  WS-CTL-MESSAGE PIC X(80).

      *    BAREME BONUS-MALUS (VALEURS PAR DEFAUT : BAREME CRM
      *    USUEL SI LE FICHIER EST ABSENT).
       01  WS-BM-RULES.
           03 WS-BM-REDUCTION PIC 9(01)V9(02) VALUE 0.95.
           03 WS-BM-INCREASE  PIC 9(01)V9(02) VALUE 1.25.
           03 WS-BM-FLOOR     PIC 9(01)V9(02) VALUE 0.50.
           03 WS-BM-CEILING   PIC 9(01)V9(02) VALUE 3.50.

      *    SINISTRES REGLES ET RESPONSABLES, PAR POLICE ET DATE.
       01  WS-CLAIM-TABLE.
           03 WS-CL-CNT PIC 9(04) VALUE 0.
           03 WS-CL OCCURS 5000 TIMES
                    INDEXED BY WS-CL-IDX.
               05 WS-CL-POL-ID PIC X(08).
               05 WS-CL-DATE   PIC 9(08).

      *    REGISTRE DES COEFFICIENTS, RELU PUIS REECRIT EN FIN.
       01  WS-BM-TABLE.
           03 WS-BM-CNT PIC 9(04) VALUE 0.
           03 WS-BM OCCURS 5000 TIMES
                    INDEXED BY WS-BM-IDX.
               05 WS-BM-POL-ID    PIC X(08).
               05 WS-BM-CLIENT    PIC X(12).
               05 WS-BM-LABEL     PIC X(41).
               05 WS-BM-COEF      PIC 9(01)V9(02).
               05 WS-BM-PREV-COEF PIC 9(01)V9(02).
               05 WS-BM-ANNIV     PIC 9(08).

       01  WS-BM-WORK.
           03 WS-BM-FOUND     PIC X(01).
           03 WS-BM-OLD       PIC 9(01)V9(02).
           03 WS-BM-NEW       PIC 9(01)V9(02).
           03 WS-BM-CALC      PIC 9(03)V9(06).
           03 WS-BM-CLAIMS    PIC 9(02).
           03 WS-BM-I         PIC 9(02).
           03 WS-BM-YEAR-FROM PIC 9(08).
           03 WS-NEW-PREMIUM  PIC 9(09).
           03 WS-BM-HISTO-CNT PIC 9(05) VALUE 0.

       01  WS-NUM          PIC 9(09).
       01  WS-NOTICE-CNT   PIC 9(05) VALUE 0.
       01  WS-TRAILER      PIC X(80).

      *    ZONES D'APPEL DU POINT DE REPRISE (INSUCKP) : LE FICHIER
      *    PRODUIT EST RECONSTRUIT EN ENTIER A CHAQUE LANCEMENT, UN
      *    LANCEMENT INTERROMPU EST DONC SIGNALE PUIS REPRIS AU DEBUT.
       01  WS-CKP-PROGRAM  PIC X(08) VALUE "insunot".
       01  WS-CKP-FUNCTION PIC X(01).
       01  WS-CKP-ENTRY    PIC 9(02).
       01  WS-CKP-FILENAME PIC X(123).
       01  WS-CKP-RECORDS  PIC 9(08).

       PROCEDURE DIVISION.
           PERFORM 0100-INIT-DATES THRU 0100-INIT-DATES-END.
           PERFORM 0500-MANIFEST-READ THRU 0500-MANIFEST-READ-END.
           PERFORM 0600-VERIFY-CONTROLS
              THRU 0600-VERIFY-CONTROLS-END.
           PERFORM 0700-LOAD-BM-RULES THRU 0700-LOAD-BM-RULES-END.
           PERFORM 0710-LOAD-CLAIMS THRU 0710-LOAD-CLAIMS-END.
           PERFORM 0720-LOAD-BM THRU 0720-LOAD-BM-END.
           PERFORM 0730-RECOVER-BM THRU 0730-RECOVER-BM-END.

           OPEN EXTEND F-BM-HISTO.
           IF NOT FS-BM-HISTO-OK
               OPEN OUTPUT F-BM-HISTO
           END-IF.

           OPEN OUTPUT F-NOTICES.

           PERFORM 0790-CHECKPOINT-OPEN THRU 0790-CHECKPOINT-OPEN-END.

           SET WS-MANIFEST-IDX TO 1.
           PERFORM UNTIL WS-MANIFEST-IDX > WS-MANIFEST-CNT
               MOVE ZERO TO WS-CKP-RECORDS
               MOVE "E" TO WS-CKP-FUNCTION
               PERFORM 0795-CHECKPOINT THRU 0795-CHECKPOINT-END
               PERFORM 1000-PART-READ THRU 1000-PART-READ-END
               MOVE "T" TO WS-CKP-FUNCTION
               PERFORM 0795-CHECKPOINT THRU 0795-CHECKPOINT-END
               SET WS-MANIFEST-IDX UP BY 1
           END-PERFORM.

           WRITE R-NOTICES.

           CLOSE F-NOTICES.
           CLOSE F-BM-HISTO.
           PERFORM 2000-WRITE-BM THRU 2000-WRITE-BM-END.

           DISPLAY "AVIS DE RENOUVELLEMENT PRODUITS :" SPACE
              WS-NOTICE-CNT.
           DISPLAY "COEFFICIENTS BONUS-MALUS RECALCULES :" SPACE
              WS-BM-HISTO-CNT.
           MOVE "F" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
           STOP RUN.

      *    CALCULE LA FENETRE D'ECHEANCE : AUJOURD'HUI + 30 JOURS
           END-PERFORM.
       0600-VERIFY-CONTROLS-END.

      *    CHARGE LE BAREME BONUS-MALUS ; UN FICHIER ABSENT OU UNE
      *    LIGNE INCONNUE LAISSE LA VALEUR PAR DEFAUT.
       0700-LOAD-BM-RULES.
           OPEN INPUT F-BM-RULES.
           IF NOT FS-BM-RULES-OK
               DISPLAY "AVERTISSEMENT : regles-bonus-malus.dat ABSENT,"
                  SPACE "BAREME PAR DEFAUT"
               GO TO 0700-LOAD-BM-RULES-END
           END-IF.

           PERFORM UNTIL FS-BM-RULES-EOF
               READ F-BM-RULES
               AT END
                   SET FS-BM-RULES-EOF TO TRUE
               NOT AT END
                   IF RG-VALUE IS NUMERIC
                       EVALUATE RG-CODE
                           WHEN "REDUCTION"
                               MOVE RG-VALUE TO WS-BM-REDUCTION
                           WHEN "MAJORATION"
                               MOVE RG-VALUE TO WS-BM-INCREASE
                           WHEN "PLANCHER"
                               MOVE RG-VALUE TO WS-BM-FLOOR
                           WHEN "PLAFOND"
                               MOVE RG-VALUE TO WS-BM-CEILING
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-BM-RULES.
       0700-LOAD-BM-RULES-END.

      *    CHARGE LES SINISTRES REGLES OU CLOS AVEC UN PAIEMENT, HORS
      *    CEUX MARQUES NON RESPONSABLES.
       0710-LOAD-CLAIMS.
           OPEN INPUT F-CLAIMS.
           IF NOT FS-CLAIMS-OK
               GO TO 0710-LOAD-CLAIMS-END
           END-IF.

           PERFORM UNTIL FS-CLAIMS-EOF
               MOVE SPACES TO R-CLAIMS
               READ F-CLAIMS
               AT END
                   SET FS-CLAIMS-EOF TO TRUE
               NOT AT END
                   IF (CLM-STATUS = "REGLE" OR CLM-STATUS = "CLOS")
                      AND CLM-PAID IS NUMERIC AND CLM-PAID > ZERO
                      AND CLM-RESP NOT = "N"
                      AND WS-CL-CNT < 5000
                       ADD 1 TO WS-CL-CNT
                       MOVE CLM-POL-ID TO WS-CL-POL-ID(WS-CL-CNT)
                       MOVE CLM-DATE   TO WS-CL-DATE(WS-CL-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CLAIMS.
       0710-LOAD-CLAIMS-END.

      *    CHARGE LE REGISTRE DES COEFFICIENTS.
       0720-LOAD-BM.
           OPEN INPUT F-BM.
           IF NOT FS-BM-OK
               GO TO 0720-LOAD-BM-END
           END-IF.

           PERFORM UNTIL FS-BM-EOF
               READ F-BM
               AT END
                   SET FS-BM-EOF TO TRUE
               NOT AT END
                   IF WS-BM-CNT < 5000
                       ADD 1 TO WS-BM-CNT
                       MOVE BM-POL-ID    TO WS-BM-POL-ID(WS-BM-CNT)
                       MOVE BM-CLIENT    TO WS-BM-CLIENT(WS-BM-CNT)
                       MOVE BM-LABEL     TO WS-BM-LABEL(WS-BM-CNT)
                       MOVE BM-COEF      TO WS-BM-COEF(WS-BM-CNT)
                       MOVE BM-PREV-COEF TO WS-BM-PREV-COEF(WS-BM-CNT)
                       MOVE BM-ANNIV     TO WS-BM-ANNIV(WS-BM-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-BM.
       0720-LOAD-BM-END.

      *    UN LANCEMENT INTERROMPU A PU HISTORISER DES COEFFICIENTS
      *    SANS AVOIR REECRIT LE REGISTRE : TOUTE LIGNE D'HISTORIQUE
      *    PLUS RECENTE QUE LE REGISTRE Y EST REPORTEE, AINSI LE
      *    COEFFICIENT EST REPRIS TEL QUEL ET N'EST PAS HISTORISE DEUX
      *    FOIS POUR LE MEME ANNIVERSAIRE.
       0730-RECOVER-BM.
           OPEN INPUT F-BM-HISTO.
           IF NOT FS-BM-HISTO-OK
               GO TO 0730-RECOVER-BM-END
           END-IF.

           PERFORM UNTIL FS-BM-HISTO-EOF
               READ F-BM-HISTO
               AT END
                   SET FS-BM-HISTO-EOF TO TRUE
               NOT AT END
                   PERFORM 0735-RECOVER-LINE THRU 0735-RECOVER-LINE-END
               END-READ
           END-PERFORM.

           CLOSE F-BM-HISTO.
       0730-RECOVER-BM-END.

      *    REPORTE UNE LIGNE D'HISTORIQUE DANS LE REGISTRE SI ELLE EST
      *    POSTERIEURE AU DERNIER ANNIVERSAIRE QUI Y EST CONNU.
       0735-RECOVER-LINE.
           IF BH-ANNIV NOT NUMERIC
               GO TO 0735-RECOVER-LINE-END
           END-IF.

           MOVE "N" TO WS-BM-FOUND.
           SET WS-BM-IDX TO 1.
           SEARCH WS-BM
               AT END
                   CONTINUE
               WHEN WS-BM-IDX > WS-BM-CNT
                   CONTINUE
               WHEN BH-POL-ID NOT = SPACES
                    AND WS-BM-POL-ID(WS-BM-IDX) = BH-POL-ID
                   MOVE "Y" TO WS-BM-FOUND
               WHEN BH-POL-ID = SPACES
                    AND WS-BM-POL-ID(WS-BM-IDX) = SPACES
                    AND WS-BM-CLIENT(WS-BM-IDX) = BH-CLIENT
                    AND WS-BM-LABEL(WS-BM-IDX) = BH-LABEL
                   MOVE "Y" TO WS-BM-FOUND
           END-SEARCH.

           IF WS-BM-FOUND = "N"
               IF WS-BM-CNT NOT < 5000
                   GO TO 0735-RECOVER-LINE-END
               END-IF
               ADD 1 TO WS-BM-CNT
               SET WS-BM-IDX TO WS-BM-CNT
               MOVE BH-POL-ID TO WS-BM-POL-ID(WS-BM-IDX)
               MOVE BH-CLIENT TO WS-BM-CLIENT(WS-BM-IDX)
               MOVE BH-LABEL  TO WS-BM-LABEL(WS-BM-IDX)
               MOVE ZERO      TO WS-BM-ANNIV(WS-BM-IDX)
           END-IF.

           IF BH-ANNIV > WS-BM-ANNIV(WS-BM-IDX)
               MOVE BH-OLD-COEF TO WS-BM-PREV-COEF(WS-BM-IDX)
               MOVE BH-NEW-COEF TO WS-BM-COEF(WS-BM-IDX)
               MOVE BH-ANNIV    TO WS-BM-ANNIV(WS-BM-IDX)
           END-IF.
       0735-RECOVER-LINE-END.

      *    POINT DE REPRISE : UN LANCEMENT PRECEDENT INTERROMPU EST
      *    SIGNALE ; LE FICHIER PRODUIT ETANT RECONSTRUIT EN ENTIER,
      *    TOUS LES EXTRAITS SONT RELUS.
       0790-CHECKPOINT-OPEN.
           MOVE "O" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           MOVE ZERO TO WS-CKP-RECORDS.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.

           IF WS-CKP-ENTRY > ZERO
               DISPLAY "REPRISE : TOUS LES EXTRAITS SONT RELUS"
               MOVE "N" TO WS-CKP-FUNCTION
               CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
                  WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
               END-CALL
           END-IF.
       0790-CHECKPOINT-OPEN-END.

      *    TRACE DE PROGRESSION DE L'EXTRAIT COURANT (WS-CKP-FUNCTION
      *    "E" DEBUT, "R" ENREGISTREMENT, "T" EXTRAIT TERMINE).
       0795-CHECKPOINT.
           SET WS-CKP-ENTRY TO WS-MANIFEST-IDX.
           MOVE WS-MANIFEST-FILE(WS-MANIFEST-IDX) TO WS-CKP-FILENAME.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
       0795-CHECKPOINT-END.

      *    LIS L'EXTRAIT COURANT ET EMET UN AVIS POUR CHAQUE POLICE
      *    QUI EXPIRE DANS LA FENETRE.
       1000-PART-READ.
               NOT AT END
                   PERFORM 1100-HANDLE-POLICY
                      THRU 1100-HANDLE-POLICY-END
                   ADD 1 TO WS-CKP-RECORDS
                   MOVE "R" TO WS-CKP-FUNCTION
                   PERFORM 0795-CHECKPOINT THRU 0795-CHECKPOINT-END
           END-PERFORM.

           CLOSE INSU-GENERIC.
                              AND WS-TO-DATE-INT <= WS-CUTOFF-INT
               INITIALIZE WS-NUM
               MOVE WS-AMOUNT TO WS-NUM
               PERFORM 1200-BONUS-MALUS THRU 1200-BONUS-MALUS-END

               MOVE SPACES TO R-NOTICES
               MOVE WS-POLNO     TO AVIS-POL-ID
               MOVE WS-TO        TO AVIS-DATE-FIN
               MOVE WS-NUM       TO AVIS-MONTANT
               MOVE WS-EURO      TO AVIS-EURO
               MOVE WS-BM-NEW    TO AVIS-COEF
               MOVE WS-NEW-PREMIUM TO AVIS-NOUVEAU
               WRITE R-NOTICES

               ADD 1 TO WS-NOTICE-CNT
           END-IF.
       1100-HANDLE-POLICY-END.

      *    COEFFICIENT DE L'ANNEE A VENIR : REPRIS TEL QUEL S'IL A DEJA
      *    ETE CALCULE POUR CET ANNIVERSAIRE (L'AVIS PEUT SORTIR SUR
      *    PLUSIEURS LANCEMENTS), SINON RECALCULE SUR LES SINISTRES DE
      *    L'ANNEE ECOULEE ET HISTORISE. LA NOUVELLE PRIME EST
      *    L'ANCIENNE RAPPORTEE DE L'ANCIEN AU NOUVEAU COEFFICIENT.
       1200-BONUS-MALUS.
           MOVE "N" TO WS-BM-FOUND.
           SET WS-BM-IDX TO 1.
           SEARCH WS-BM
               AT END
                   CONTINUE
               WHEN WS-BM-IDX > WS-BM-CNT
                   CONTINUE
               WHEN WS-POLNO NOT = SPACES
                    AND WS-BM-POL-ID(WS-BM-IDX) = WS-POLNO
                   MOVE "Y" TO WS-BM-FOUND
               WHEN WS-POLNO = SPACES
                    AND WS-BM-POL-ID(WS-BM-IDX) = SPACES
                    AND WS-BM-CLIENT(WS-BM-IDX) = WS-ID-CLIENT
                    AND WS-BM-LABEL(WS-BM-IDX) = WS-LABEL
                   MOVE "Y" TO WS-BM-FOUND
           END-SEARCH.

           IF WS-BM-FOUND = "N"
               IF WS-BM-CNT NOT < 5000
                   MOVE 1 TO WS-BM-OLD WS-BM-NEW
                   MOVE WS-NUM TO WS-NEW-PREMIUM
                   GO TO 1200-BONUS-MALUS-END
               END-IF
               ADD 1 TO WS-BM-CNT
               SET WS-BM-IDX TO WS-BM-CNT
               MOVE WS-POLNO     TO WS-BM-POL-ID(WS-BM-IDX)
               MOVE WS-ID-CLIENT TO WS-BM-CLIENT(WS-BM-IDX)
               MOVE WS-LABEL     TO WS-BM-LABEL(WS-BM-IDX)
               MOVE 1            TO WS-BM-COEF(WS-BM-IDX)
               MOVE 1            TO WS-BM-PREV-COEF(WS-BM-IDX)
               MOVE ZERO         TO WS-BM-ANNIV(WS-BM-IDX)
           END-IF.

           IF WS-BM-ANNIV(WS-BM-IDX) = WS-TO-YYYYMMDD
               MOVE WS-BM-PREV-COEF(WS-BM-IDX) TO WS-BM-OLD
               MOVE WS-BM-COEF(WS-BM-IDX)      TO WS-BM-NEW
               IF WS-BM-OLD = ZERO
                   MOVE 1 TO WS-BM-OLD
               END-IF
               COMPUTE WS-NEW-PREMIUM ROUNDED =
                  WS-NUM * WS-BM-NEW / WS-BM-OLD
               GO TO 1200-BONUS-MALUS-END
           END-IF.

           MOVE WS-BM-COEF(WS-BM-IDX) TO WS-BM-OLD.
           IF WS-BM-OLD = ZERO
               MOVE 1 TO WS-BM-OLD
           END-IF.

      *    SINISTRES RESPONSABLES DE L'ANNEE D'ASSURANCE QUI S'ACHEVE.
           COMPUTE WS-BM-YEAR-FROM = WS-TO-YYYYMMDD - 10000.
           MOVE ZERO TO WS-BM-CLAIMS.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
               IF WS-CL-POL-ID(WS-CL-IDX) = WS-POLNO
                  AND WS-POLNO NOT = SPACES
                  AND WS-CL-DATE(WS-CL-IDX) > WS-BM-YEAR-FROM
                  AND WS-CL-DATE(WS-CL-IDX) NOT > WS-TO-YYYYMMDD
                  AND WS-BM-CLAIMS < 99
                   ADD 1 TO WS-BM-CLAIMS
               END-IF
           END-PERFORM.

      *    REDUCTION POUR UNE ANNEE SANS SINISTRE, MAJORATION
      *    CUMULEE PAR SINISTRE ; TRONQUE AU CENTIEME, BORNE AU
      *    PLANCHER ET AU PLAFOND.
           MOVE WS-BM-OLD TO WS-BM-CALC.
           IF WS-BM-CLAIMS = ZERO
               COMPUTE WS-BM-CALC = WS-BM-CALC * WS-BM-REDUCTION
           ELSE
               PERFORM VARYING WS-BM-I FROM 1 BY 1
                       UNTIL WS-BM-I > WS-BM-CLAIMS
                          OR WS-BM-CALC > WS-BM-CEILING
                   COMPUTE WS-BM-CALC = WS-BM-CALC * WS-BM-INCREASE
               END-PERFORM
           END-IF.
           IF WS-BM-CALC < WS-BM-FLOOR
               MOVE WS-BM-FLOOR TO WS-BM-CALC
           END-IF.
           IF WS-BM-CALC > WS-BM-CEILING
               MOVE WS-BM-CEILING TO WS-BM-CALC
           END-IF.
           MOVE WS-BM-CALC TO WS-BM-NEW.

           COMPUTE WS-NEW-PREMIUM ROUNDED =
              WS-NUM * WS-BM-NEW / WS-BM-OLD.

           MOVE WS-BM-OLD      TO WS-BM-PREV-COEF(WS-BM-IDX).
           MOVE WS-BM-NEW      TO WS-BM-COEF(WS-BM-IDX).
           MOVE WS-TO-YYYYMMDD TO WS-BM-ANNIV(WS-BM-IDX).

           MOVE SPACES TO R-BM-HISTO.
           MOVE WS-ID-CLIENT      TO BH-CLIENT.
           MOVE WS-POLNO          TO BH-POL-ID.
           MOVE WS-LABEL          TO BH-LABEL.
           MOVE WS-TO-YYYYMMDD    TO BH-ANNIV.
           MOVE WS-BM-OLD         TO BH-OLD-COEF.
           MOVE WS-BM-CLAIMS      TO BH-CLAIMS.
           MOVE WS-BM-NEW         TO BH-NEW-COEF.
           MOVE WS-NUM            TO BH-OLD-PREM.
           MOVE WS-NEW-PREMIUM    TO BH-NEW-PREM.
           MOVE WS-TODAY-YYYYMMDD TO BH-RUN-DATE.
           WRITE R-BM-HISTO.
           ADD 1 TO WS-BM-HISTO-CNT.
       1200-BONUS-MALUS-END.

      *    REECRIT LE REGISTRE DES COEFFICIENTS.
       2000-WRITE-BM.
           OPEN OUTPUT F-BM.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-CNT
               MOVE WS-BM-POL-ID(WS-BM-IDX)    TO BM-POL-ID
               MOVE WS-BM-CLIENT(WS-BM-IDX)    TO BM-CLIENT
               MOVE WS-BM-LABEL(WS-BM-IDX)     TO BM-LABEL
               MOVE WS-BM-COEF(WS-BM-IDX)      TO BM-COEF
               MOVE WS-BM-PREV-COEF(WS-BM-IDX) TO BM-PREV-COEF
               MOVE WS-BM-ANNIV(WS-BM-IDX)     TO BM-ANNIV
               WRITE R-BM
           END-PERFORM.
           CLOSE F-BM.
       2000-WRITE-BM-END.
