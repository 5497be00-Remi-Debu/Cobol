      ******************************************************************
      *                                                                *
      *    IMPAYES DE PRELEVEMENT : QUAND LA BANQUE REJETTE UN         *
      *    PRELEVEMENT DU LOT insuech, LE PROGRAMME LIT LE FICHIER     *
      *    DES RETOURS "retours-banque.dat" :                          *
      *       COLONNES 1-20  : REFERENCE DU PRELEVEMENT (CELLE DU LOT, *
      *                        POLICE-AAAAMM-NN)                       *
      *       COLONNES 21-28 : DATE DU REJET AAAAMMJJ                  *
      *       COLONNES 29-32 : CODE MOTIF BANCAIRE (AM04, MD01...)     *
      *    ET RETROUVE L'ECHEANCE DANS "echeances-emises.dat". CHAQUE  *
      *    IMPAYE EST SUIVI DANS LE REGISTRE "impayes-suivi.dat"       *
      *    (RELU ET REECRIT A CHAQUE LANCEMENT) JUSQU'A SA             *
      *    REGULARISATION : UN PAIEMENT DE "paiements.dat" SUR LA      *
      *    MEME POLICE, DATE DU REJET OU APRES, COUVRANT LE MONTANT.   *
      *    LA RELANCE SUIT LE NOMBRE DE JOURS DEPUIS LE REJET :        *
      *       - DES LE REJET          : 1ERE RELANCE ;                 *
      *       - 10 JOURS              : MISE EN DEMEURE ;              *
      *       - 40 JOURS (MISE EN DEMEURE + 30 JOURS) : AVIS DE        *
      *         SUSPENSION DE LA GARANTIE.                             *
      *    CHAQUE ETAPE N'EST ECRITE QU'UNE FOIS. SORTIES :            *
      *    - "lettres-impayes.dat" : LES LETTRES DU JOUR, UNE PAGE     *
      *      PAR LETTRE, PRETES A IMPRIMER ;                           *
      *    - "suspensions-proposees.dat" : LES POLICES ARRIVEES A      *
      *      L'ETAPE SUSPENSION ET NON REGULARISEES, PROPOSEES POUR    *
      *      LE STATUT "Suspendu" ; insustat S'EN SERT POUR RECONNAITRE*
      *      UNE SUSPENSION DOCUMENTEE ;                               *
      *    - "retours-rejets.dat" : RETOURS DONT LA REFERENCE EST      *
      *      INCONNUE DES ECHEANCES EMISES.                            *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insuimp.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RETURN ASSIGN TO "retours-banque.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RETURN.

           SELECT F-ISSUED ASSIGN TO "echeances-emises.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ISSUED.

           SELECT F-PAY ASSIGN TO "paiements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PAY.

           SELECT F-MASTER ASSIGN TO "maitre-polices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MASTER.

           SELECT F-FOLLOW ASSIGN TO "impayes-suivi.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FOLLOW.

           SELECT F-LETTER ASSIGN TO "lettres-impayes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LETTER.

           SELECT F-SUSP ASSIGN TO "suspensions-proposees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUSP.

           SELECT F-REJECT ASSIGN TO "retours-rejets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RETURN.
       01  R-RETURN.
           03 RB-REF     PIC X(20).
           03 RB-DATE    PIC 9(08).
           03 RB-REASON  PIC X(04).

       FD  F-ISSUED.
       01  R-ISSUED.
           03 ISS-CLIENT  PIC X(12).
           03 ISS-POL-ID  PIC X(08).
           03 ISS-MONTH   PIC 9(06).
           03 ISS-NUMBER  PIC 9(02).
           03 ISS-DUE     PIC 9(08).
           03 ISS-AMOUNT  PIC 9(06)V9(02).
           03 ISS-ANNUAL  PIC 9(06)V9(02).

       FD  F-PAY.
       01  R-PAY.
           03 PAY-CLIENT PIC X(12).
           03 PAY-POLICY PIC X(08).
           03 PAY-DATE   PIC 9(08).
           03 PAY-AMOUNT PIC 9(09).

       FD  F-MASTER.
       01  R-MASTER PIC X(200).

      *    REGISTRE DES IMPAYES : UNE LIGNE PAR PRELEVEMENT REJETE.
       FD  F-FOLLOW.
       01  R-FOLLOW.
           03 FL-REF       PIC X(20).
           03 FL-CLIENT    PIC X(12).
           03 FL-POL-ID    PIC X(08).
           03 FL-AMOUNT    PIC 9(06)V9(02).
           03 FL-DATE      PIC 9(08).
           03 FL-REASON    PIC X(04).
           03 FL-STEP      PIC 9(01).
           03 FL-STEP-DATE PIC 9(08).
           03 FL-STATE     PIC X(01).

       FD  F-LETTER.
       01  R-LETTER PIC X(80).

      *    POLICE PROPOSEE POUR "Suspendu", RELUE PAR insustat.
       FD  F-SUSP.
       01  R-SUSP.
           03 SP-POL-ID  PIC X(08).
           03 SP-CLIENT  PIC X(12).
           03 SP-DATE    PIC 9(08).
           03 SP-REF     PIC X(20).

       FD  F-REJECT.
       01  R-REJECT PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-RETURN PIC X(02).
              88 FS-RETURN-OK  VALUE "00".
              88 FS-RETURN-EOF VALUE "10".
           03 FS-ISSUED PIC X(02).
              88 FS-ISSUED-OK  VALUE "00".
              88 FS-ISSUED-EOF VALUE "10".
           03 FS-PAY PIC X(02).
              88 FS-PAY-OK  VALUE "00".
              88 FS-PAY-EOF VALUE "10".
           03 FS-MASTER PIC X(02).
              88 FS-MASTER-OK  VALUE "00".
              88 FS-MASTER-EOF VALUE "10".
           03 FS-FOLLOW PIC X(02).
              88 FS-FOLLOW-OK  VALUE "00".
              88 FS-FOLLOW-EOF VALUE "10".
           03 FS-LETTER PIC X(02).
           03 FS-SUSP   PIC X(02).
           03 FS-REJECT PIC X(02).

      *    DELAIS DE LA PROCEDURE (JOURS DEPUIS LE REJET).
       01  WS-DAYS-DEMEURE    PIC 9(03) VALUE 10.
       01  WS-DAYS-SUSPENSION PIC 9(03) VALUE 40.

      *    ECHEANCES EMISES, POUR RETROUVER LA REFERENCE D'UN RETOUR.
       01  WS-ISSUED-TABLE.
           03 WS-IS-CNT PIC 9(05) VALUE 0.
           03 WS-IS OCCURS 5000 TIMES
                    INDEXED BY WS-IS-IDX.
               05 WS-IS-CLIENT PIC X(12).
               05 WS-IS-POL-ID PIC X(08).
               05 WS-IS-MONTH  PIC 9(06).
               05 WS-IS-NUMBER PIC 9(02).
               05 WS-IS-AMOUNT PIC 9(06)V9(02).

      *    PAIEMENTS RECUS, POUR LA REGULARISATION.
       01  WS-PAY-TABLE.
           03 WS-PY-CNT PIC 9(05) VALUE 0.
           03 WS-PY OCCURS 5000 TIMES
                    INDEXED BY WS-PY-IDX.
               05 WS-PY-POLICY PIC X(08).
               05 WS-PY-DATE   PIC 9(08).
               05 WS-PY-AMOUNT PIC 9(09).

      *    NOMS DES CLIENTS DU MAITRE (COLONNES 1-12 ET 14-42).
       01  WS-NAME-TABLE.
           03 WS-NM-CNT PIC 9(04) VALUE 0.
           03 WS-NM OCCURS 1000 TIMES
                    INDEXED BY WS-NM-IDX.
               05 WS-NM-CLIENT PIC X(12).
               05 WS-NM-NAME   PIC X(29).

      *    REGISTRE DES IMPAYES EN MEMOIRE.
       01  WS-FOLLOW-TABLE.
           03 WS-FW-CNT PIC 9(04) VALUE 0.
           03 WS-FW OCCURS 2000 TIMES
                    INDEXED BY WS-FW-IDX.
               05 WS-FW-REF       PIC X(20).
               05 WS-FW-CLIENT    PIC X(12).
               05 WS-FW-POL-ID    PIC X(08).
               05 WS-FW-AMOUNT    PIC 9(06)V9(02).
               05 WS-FW-DATE      PIC 9(08).
               05 WS-FW-REASON    PIC X(04).
               05 WS-FW-STEP      PIC 9(01).
               05 WS-FW-STEP-DATE PIC 9(08).
               05 WS-FW-STATE     PIC X(01).

      *    DECOUPAGE DE LA REFERENCE POLICE-AAAAMM-NN.
       01  WS-REF-PARTS.
           03 WS-REF-POL    PIC X(08).
           03 WS-REF-MONTH  PIC X(06).
           03 WS-REF-NUMBER PIC X(02).

       01  WS-TODAY       PIC 9(08).
       01  WS-TODAY-INT   PIC 9(08) COMP.
       01  WS-REJECT-INT  PIC 9(08) COMP.
       01  WS-AGE-DAYS    PIC S9(05).
       01  WS-NEEDED-STEP PIC 9(01).
       01  WS-PAID-SINCE  PIC 9(10).
       01  WS-TALLY       PIC 9(02).
       01  WS-CLIENT-NAME PIC X(29).

       01  WS-LINE        PIC X(120).
       01  WS-LETTER-LINE PIC X(80).
       01  WS-FORM-FEED   PIC X(01) VALUE X"0C".
       01  WS-AMOUNT-E    PIC ZZZZZ9.99.

       01  WS-COUNTERS.
           03 WS-READ-CNT    PIC 9(05) VALUE 0.
           03 WS-NEW-CNT     PIC 9(05) VALUE 0.
           03 WS-REJECT-CNT  PIC 9(05) VALUE 0.
           03 WS-LETTER-CNT  PIC 9(05) VALUE 0.
           03 WS-SUSP-CNT    PIC 9(05) VALUE 0.
           03 WS-SETTLED-CNT PIC 9(05) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insuimp".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM 0100-LOAD-ISSUED THRU 0100-LOAD-ISSUED-END.
           PERFORM 0200-LOAD-PAYMENTS THRU 0200-LOAD-PAYMENTS-END.
           PERFORM 0300-LOAD-NAMES THRU 0300-LOAD-NAMES-END.
           PERFORM 0400-LOAD-FOLLOW THRU 0400-LOAD-FOLLOW-END.
           PERFORM 1000-READ-RETURNS THRU 1000-READ-RETURNS-END.
           PERFORM 2000-DUNNING THRU 2000-DUNNING-END.
           PERFORM 3000-WRITE-FOLLOW THRU 3000-WRITE-FOLLOW-END.

           DISPLAY "RETOURS LUS :" SPACE WS-READ-CNT SPACE
              "NOUVEAUX IMPAYES :" SPACE WS-NEW-CNT SPACE
              "REJETS :" SPACE WS-REJECT-CNT.
           DISPLAY "LETTRES :" SPACE WS-LETTER-CNT SPACE
              "SUSPENSIONS PROPOSEES :" SPACE WS-SUSP-CNT SPACE
              "REGULARISES :" SPACE WS-SETTLED-CNT.

           MOVE WS-READ-CNT   TO WS-RUN-READ.
           MOVE WS-LETTER-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    CHARGE LES ECHEANCES EMISES ; SANS ELLES AUCUN RETOUR NE
      *    PEUT ETRE RAPPROCHE.
       0100-LOAD-ISSUED.
           OPEN INPUT F-ISSUED.
           IF NOT FS-ISSUED-OK
               DISPLAY "AVERTISSEMENT : echeances-emises.dat ABSENT,"
                  SPACE "AUCUN RETOUR NE SERA RAPPROCHE"
               GO TO 0100-LOAD-ISSUED-END
           END-IF.

           PERFORM UNTIL FS-ISSUED-EOF
               READ F-ISSUED
               AT END
                   SET FS-ISSUED-EOF TO TRUE
               NOT AT END
                   IF WS-IS-CNT < 5000
                       ADD 1 TO WS-IS-CNT
                       MOVE ISS-CLIENT TO WS-IS-CLIENT(WS-IS-CNT)
                       MOVE ISS-POL-ID TO WS-IS-POL-ID(WS-IS-CNT)
                       MOVE ISS-MONTH  TO WS-IS-MONTH(WS-IS-CNT)
                       MOVE ISS-NUMBER TO WS-IS-NUMBER(WS-IS-CNT)
                       MOVE ISS-AMOUNT TO WS-IS-AMOUNT(WS-IS-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ISSUED.
       0100-LOAD-ISSUED-END.

      *    CHARGE LES PAIEMENTS RECUS (FICHIER FACULTATIF).
       0200-LOAD-PAYMENTS.
           OPEN INPUT F-PAY.
           IF NOT FS-PAY-OK
               GO TO 0200-LOAD-PAYMENTS-END
           END-IF.

           PERFORM UNTIL FS-PAY-EOF
               READ F-PAY
               AT END
                   SET FS-PAY-EOF TO TRUE
               NOT AT END
                   IF WS-PY-CNT < 5000
                       ADD 1 TO WS-PY-CNT
                       MOVE PAY-POLICY TO WS-PY-POLICY(WS-PY-CNT)
                       MOVE PAY-DATE   TO WS-PY-DATE(WS-PY-CNT)
                       MOVE PAY-AMOUNT TO WS-PY-AMOUNT(WS-PY-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PAY.
       0200-LOAD-PAYMENTS-END.

      *    CHARGE LES NOMS DES CLIENTS DU MAITRE POUR LES LETTRES ;
      *    LES LIGNES SANS "PRIMES :" (SECTION DOUBLONS) SONT PASSEES.
       0300-LOAD-NAMES.
           OPEN INPUT F-MASTER.
           IF NOT FS-MASTER-OK
               GO TO 0300-LOAD-NAMES-END
           END-IF.

           PERFORM UNTIL FS-MASTER-EOF
               READ F-MASTER
               AT END
                   SET FS-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-TALLY
                   INSPECT R-MASTER TALLYING WS-TALLY
                      FOR ALL "PRIMES :"
                   IF WS-TALLY > ZERO AND WS-NM-CNT < 1000
                       ADD 1 TO WS-NM-CNT
                       MOVE R-MASTER(1:12) TO WS-NM-CLIENT(WS-NM-CNT)
                       MOVE R-MASTER(14:29) TO WS-NM-NAME(WS-NM-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-MASTER.
       0300-LOAD-NAMES-END.

      *    RELIT LE REGISTRE DES IMPAYES DES LANCEMENTS PRECEDENTS.
       0400-LOAD-FOLLOW.
           OPEN INPUT F-FOLLOW.
           IF NOT FS-FOLLOW-OK
               GO TO 0400-LOAD-FOLLOW-END
           END-IF.

           PERFORM UNTIL FS-FOLLOW-EOF
               READ F-FOLLOW
               AT END
                   SET FS-FOLLOW-EOF TO TRUE
               NOT AT END
                   IF WS-FW-CNT < 2000
                       ADD 1 TO WS-FW-CNT
                       MOVE FL-REF       TO WS-FW-REF(WS-FW-CNT)
                       MOVE FL-CLIENT    TO WS-FW-CLIENT(WS-FW-CNT)
                       MOVE FL-POL-ID    TO WS-FW-POL-ID(WS-FW-CNT)
                       MOVE FL-AMOUNT    TO WS-FW-AMOUNT(WS-FW-CNT)
                       MOVE FL-DATE      TO WS-FW-DATE(WS-FW-CNT)
                       MOVE FL-REASON    TO WS-FW-REASON(WS-FW-CNT)
                       MOVE FL-STEP      TO WS-FW-STEP(WS-FW-CNT)
                       MOVE FL-STEP-DATE TO WS-FW-STEP-DATE(WS-FW-CNT)
                       MOVE FL-STATE     TO WS-FW-STATE(WS-FW-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-FOLLOW.
       0400-LOAD-FOLLOW-END.

      *    LIT LES RETOURS DE LA BANQUE ET OUVRE UN IMPAYE POUR CHAQUE
      *    NOUVELLE REFERENCE (UN RETOUR DEJA ENREGISTRE EST IGNORE).
       1000-READ-RETURNS.
           OPEN OUTPUT F-REJECT.

           OPEN INPUT F-RETURN.
           IF NOT FS-RETURN-OK
               DISPLAY "AUCUN FICHIER retours-banque.dat : SUIVI DES"
                  SPACE "IMPAYES EN COURS SEULEMENT"
               CLOSE F-REJECT
               GO TO 1000-READ-RETURNS-END
           END-IF.

           PERFORM UNTIL FS-RETURN-EOF
               READ F-RETURN
               AT END
                   SET FS-RETURN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 1100-RETURN-ONE THRU 1100-RETURN-ONE-END
               END-READ
           END-PERFORM.

           CLOSE F-RETURN.
           CLOSE F-REJECT.
       1000-READ-RETURNS-END.

       1100-RETURN-ONE.
           PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                   UNTIL WS-FW-IDX > WS-FW-CNT
               IF WS-FW-REF(WS-FW-IDX) = RB-REF
                   GO TO 1100-RETURN-ONE-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REF-PARTS.
           UNSTRING RB-REF DELIMITED BY "-"
           INTO WS-REF-POL WS-REF-MONTH WS-REF-NUMBER.

           SET WS-IS-IDX TO 1.
           SEARCH WS-IS
               AT END
                   ADD 1 TO WS-REJECT-CNT
                   MOVE SPACES TO WS-LINE
                   STRING R-RETURN SPACE
                      "- PRELEVEMENT INCONNU DES ECHEANCES EMISES"
                      DELIMITED BY SIZE
                      INTO WS-LINE
                   WRITE R-REJECT FROM WS-LINE
                   GO TO 1100-RETURN-ONE-END
               WHEN WS-IS-IDX > WS-IS-CNT
                   ADD 1 TO WS-REJECT-CNT
                   MOVE SPACES TO WS-LINE
                   STRING R-RETURN SPACE
                      "- PRELEVEMENT INCONNU DES ECHEANCES EMISES"
                      DELIMITED BY SIZE
                      INTO WS-LINE
                   WRITE R-REJECT FROM WS-LINE
                   GO TO 1100-RETURN-ONE-END
               WHEN WS-IS-POL-ID(WS-IS-IDX) = WS-REF-POL
                AND WS-IS-MONTH(WS-IS-IDX) = WS-REF-MONTH
                AND WS-IS-NUMBER(WS-IS-IDX) = WS-REF-NUMBER
                   CONTINUE
           END-SEARCH.

           IF WS-FW-CNT NOT < 2000
               DISPLAY "REGISTRE DES IMPAYES PLEIN, RETOUR NON SUIVI :"
                  SPACE RB-REF
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 1100-RETURN-ONE-END
           END-IF.

           ADD 1 TO WS-NEW-CNT.
           ADD 1 TO WS-FW-CNT.
           MOVE RB-REF                  TO WS-FW-REF(WS-FW-CNT).
           MOVE WS-IS-CLIENT(WS-IS-IDX) TO WS-FW-CLIENT(WS-FW-CNT).
           MOVE WS-IS-POL-ID(WS-IS-IDX) TO WS-FW-POL-ID(WS-FW-CNT).
           MOVE WS-IS-AMOUNT(WS-IS-IDX) TO WS-FW-AMOUNT(WS-FW-CNT).
           MOVE RB-DATE                 TO WS-FW-DATE(WS-FW-CNT).
           MOVE RB-REASON               TO WS-FW-REASON(WS-FW-CNT).
           MOVE ZERO                    TO WS-FW-STEP(WS-FW-CNT).
           MOVE ZERO                    TO WS-FW-STEP-DATE(WS-FW-CNT).
           MOVE "O"                     TO WS-FW-STATE(WS-FW-CNT).
       1100-RETURN-ONE-END.

      *    PASSE LE REGISTRE : REGULARISATION, ETAPE DE RELANCE DUE
      *    ET LETTRE QUAND L'ETAPE AVANCE ; LES POLICES A L'ETAPE
      *    SUSPENSION SONT PROPOSEES POUR "Suspendu".
       2000-DUNNING.
           OPEN OUTPUT F-LETTER.
           OPEN OUTPUT F-SUSP.

           PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                   UNTIL WS-FW-IDX > WS-FW-CNT
               IF WS-FW-STATE(WS-FW-IDX) = "O"
                   PERFORM 2100-DUNNING-ONE THRU 2100-DUNNING-ONE-END
               END-IF
           END-PERFORM.

           CLOSE F-LETTER.
           CLOSE F-SUSP.
       2000-DUNNING-END.

       2100-DUNNING-ONE.
      *    REGULARISATION : PAIEMENTS SUR LA POLICE DEPUIS LE REJET.
           MOVE ZERO TO WS-PAID-SINCE.
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-CNT
               IF WS-PY-POLICY(WS-PY-IDX) = WS-FW-POL-ID(WS-FW-IDX)
                  AND WS-PY-DATE(WS-PY-IDX) NOT < WS-FW-DATE(WS-FW-IDX)
                   ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-PAID-SINCE
               END-IF
           END-PERFORM.

           IF WS-PAID-SINCE NOT < WS-FW-AMOUNT(WS-FW-IDX)
               MOVE "R" TO WS-FW-STATE(WS-FW-IDX)
               ADD 1 TO WS-SETTLED-CNT
               GO TO 2100-DUNNING-ONE-END
           END-IF.

           COMPUTE WS-REJECT-INT =
              FUNCTION INTEGER-OF-DATE(WS-FW-DATE(WS-FW-IDX)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REJECT-INT.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT < WS-DAYS-SUSPENSION
                   MOVE 3 TO WS-NEEDED-STEP
               WHEN WS-AGE-DAYS NOT < WS-DAYS-DEMEURE
                   MOVE 2 TO WS-NEEDED-STEP
               WHEN OTHER
                   MOVE 1 TO WS-NEEDED-STEP
           END-EVALUATE.

      *    UNE ETAPE N'EST JAMAIS SAUTEE : LA SUSPENSION SUPPOSE UNE
      *    MISE EN DEMEURE ENVOYEE, ET 30 JOURS APRES ELLE.
           IF WS-NEEDED-STEP > WS-FW-STEP(WS-FW-IDX) + 1
               COMPUTE WS-NEEDED-STEP = WS-FW-STEP(WS-FW-IDX) + 1
           END-IF.
           IF WS-NEEDED-STEP = 3
              AND WS-FW-STEP(WS-FW-IDX) = 2
               COMPUTE WS-REJECT-INT = FUNCTION INTEGER-OF-DATE
                  (WS-FW-STEP-DATE(WS-FW-IDX))
               IF WS-TODAY-INT - WS-REJECT-INT < 30
                   MOVE 2 TO WS-NEEDED-STEP
               END-IF
           END-IF.

           IF WS-NEEDED-STEP > WS-FW-STEP(WS-FW-IDX)
               MOVE WS-NEEDED-STEP TO WS-FW-STEP(WS-FW-IDX)
               MOVE WS-TODAY TO WS-FW-STEP-DATE(WS-FW-IDX)
               PERFORM 2200-WRITE-LETTER THRU 2200-WRITE-LETTER-END
           END-IF.

           IF WS-FW-STEP(WS-FW-IDX) = 3
               ADD 1 TO WS-SUSP-CNT
               MOVE WS-FW-POL-ID(WS-FW-IDX)    TO SP-POL-ID
               MOVE WS-FW-CLIENT(WS-FW-IDX)    TO SP-CLIENT
               MOVE WS-FW-STEP-DATE(WS-FW-IDX) TO SP-DATE
               MOVE WS-FW-REF(WS-FW-IDX)       TO SP-REF
               WRITE R-SUSP
           END-IF.
       2100-DUNNING-ONE-END.

      *    LETTRE DE L'ETAPE ATTEINTE, UNE PAGE.
       2200-WRITE-LETTER.
           ADD 1 TO WS-LETTER-CNT.

           MOVE SPACES TO WS-CLIENT-NAME.
           SET WS-NM-IDX TO 1.
           SEARCH WS-NM
               AT END
                   CONTINUE
               WHEN WS-NM-CLIENT(WS-NM-IDX) = WS-FW-CLIENT(WS-FW-IDX)
                   MOVE WS-NM-NAME(WS-NM-IDX) TO WS-CLIENT-NAME
           END-SEARCH.

           MOVE SPACES TO WS-LETTER-LINE.
           IF WS-LETTER-CNT > 1
               MOVE WS-FORM-FEED TO WS-LETTER-LINE(1:1)
           END-IF.
           WRITE R-LETTER FROM WS-LETTER-LINE.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "CLIENT" SPACE WS-FW-CLIENT(WS-FW-IDX) SPACE
              FUNCTION TRIM(WS-CLIENT-NAME)
              DELIMITED BY SIZE
              INTO WS-LETTER-LINE.
           WRITE R-LETTER FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "LE" SPACE WS-TODAY(7:2) "/" WS-TODAY(5:2) "/"
              WS-TODAY(1:4)
              DELIMITED BY SIZE
              INTO WS-LETTER-LINE.
           WRITE R-LETTER FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           WRITE R-LETTER FROM WS-LETTER-LINE.

           EVALUATE WS-FW-STEP(WS-FW-IDX)
               WHEN 1
                   MOVE "OBJET : PRELEVEMENT IMPAYE - PREMIERE RELANCE"
                      TO WS-LETTER-LINE
               WHEN 2
                   MOVE "OBJET : MISE EN DEMEURE DE PAYER LA PRIME"
                      TO WS-LETTER-LINE
               WHEN OTHER
                   MOVE "OBJET : AVIS DE SUSPENSION DE LA GARANTIE"
                      TO WS-LETTER-LINE
           END-EVALUATE.
           WRITE R-LETTER FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           WRITE R-LETTER FROM WS-LETTER-LINE.

           INITIALIZE WS-AMOUNT-E.
           MOVE WS-FW-AMOUNT(WS-FW-IDX) TO WS-AMOUNT-E.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "LE PRELEVEMENT" SPACE
              FUNCTION TRIM(WS-FW-REF(WS-FW-IDX)) SPACE
              "DE" SPACE FUNCTION TRIM(WS-AMOUNT-E) SPACE "EUR"
              DELIMITED BY SIZE
              INTO WS-LETTER-LINE.
           WRITE R-LETTER FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "SUR LA POLICE" SPACE WS-FW-POL-ID(WS-FW-IDX) SPACE
              "A ETE REJETE LE" SPACE WS-FW-DATE(WS-FW-IDX)(7:2) "/"
              WS-FW-DATE(WS-FW-IDX)(5:2) "/" WS-FW-DATE(WS-FW-IDX)(1:4)
              SPACE "(MOTIF" SPACE WS-FW-REASON(WS-FW-IDX) ")."
              DELIMITED BY SIZE
              INTO WS-LETTER-LINE.
           WRITE R-LETTER FROM WS-LETTER-LINE.

           EVALUATE WS-FW-STEP(WS-FW-IDX)
               WHEN 1
                   MOVE "MERCI DE REGLER CETTE ECHEANCE SOUS 10 JOURS."
                      TO WS-LETTER-LINE
               WHEN 2
                   MOVE "SANS PAIEMENT SOUS 30 JOURS, LA GARANTIE SERA"
                      TO WS-LETTER-LINE
               WHEN OTHER
                   MOVE "FAUTE DE PAIEMENT, LA GARANTIE EST SUSPENDUE"
                      TO WS-LETTER-LINE
           END-EVALUATE.
           WRITE R-LETTER FROM WS-LETTER-LINE.

           EVALUATE WS-FW-STEP(WS-FW-IDX)
               WHEN 1
                   MOVE SPACES TO WS-LETTER-LINE
               WHEN 2
                   MOVE "SUSPENDUE (ARTICLE L113-3 DU CODE DES "
                      TO WS-LETTER-LINE
                   MOVE "ASSURANCES)." TO WS-LETTER-LINE(40:12)
               WHEN OTHER
                   MOVE "JUSQU'AU REGLEMENT DE LA PRIME DUE."
                      TO WS-LETTER-LINE
           END-EVALUATE.
           WRITE R-LETTER FROM WS-LETTER-LINE.
       2200-WRITE-LETTER-END.

      *    REECRIT LE REGISTRE ; LES IMPAYES REGULARISES Y RESTENT
      *    POUR L'HISTORIQUE.
       3000-WRITE-FOLLOW.
           OPEN OUTPUT F-FOLLOW.

           PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                   UNTIL WS-FW-IDX > WS-FW-CNT
               MOVE WS-FW-REF(WS-FW-IDX)       TO FL-REF
               MOVE WS-FW-CLIENT(WS-FW-IDX)    TO FL-CLIENT
               MOVE WS-FW-POL-ID(WS-FW-IDX)    TO FL-POL-ID
               MOVE WS-FW-AMOUNT(WS-FW-IDX)    TO FL-AMOUNT
               MOVE WS-FW-DATE(WS-FW-IDX)      TO FL-DATE
               MOVE WS-FW-REASON(WS-FW-IDX)    TO FL-REASON
               MOVE WS-FW-STEP(WS-FW-IDX)      TO FL-STEP
               MOVE WS-FW-STEP-DATE(WS-FW-IDX) TO FL-STEP-DATE
               MOVE WS-FW-STATE(WS-FW-IDX)     TO FL-STATE
               WRITE R-FOLLOW
           END-PERFORM.

           CLOSE F-FOLLOW.
       3000-WRITE-FOLLOW-END.
