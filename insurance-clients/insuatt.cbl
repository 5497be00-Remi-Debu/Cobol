      ******************************************************************
      *                                                                *
      *    ATTESTATIONS D'ASSURANCE : LE GUICHET LES TAPAIT DANS UN    *
      *    TRAITEMENT DE TEXTE A PARTIR D'insuinq. LE PROGRAMME        *
      *    PRODUIT UNE ATTESTATION FORMATEE (UNE PAGE PAR ATTESTATION  *
      *    DANS "attestations.dat") POUR CHAQUE POLICE DEMANDEE, LUE   *
      *    PAR CLE DANS "polices.idx" : CLIENT (NOM DU MAITRE          *
      *    "maitre-polices.dat"), LIBELLE, STATUT, PERIODE DE          *
      *    COUVERTURE D'APRES POL-END-DATE ET AVENANTS EN VIGUEUR SUR  *
      *    LA PERIODE ("avenants-histo.dat", insuavn).                 *
      *    DEUX MODES (VARIABLE D'ENVIRONNEMENT INSUATT-MODE) :        *
      *       - LOT (PAR DEFAUT) : DEMANDES DU FICHIER                 *
      *         "attestations-demandes.dat" (COLONNES 1-8 : POLICE,    *
      *         COLONNES 10-39 : DESTINATAIRE - BAILLEUR, BANQUE...) ; *
      *         LES REFUS PARTENT DANS "attestations-refus.dat" ;      *
      *       - "G" GUICHET : A LA DEMANDE, COMME insuinq ("A" ET UN   *
      *         NUMERO DE POLICE POUR DELIVRER, "V" ET UN NUMERO       *
      *         D'ATTESTATION POUR LA VERIFIER, "Q" POUR QUITTER).     *
      *    L'ATTESTATION EST REFUSEE SI LA POLICE EST INCONNUE, N'EST  *
      *    PAS "Actif" OU EST ECHUE. CHAQUE ATTESTATION DELIVREE EST   *
      *    INSCRITE AVEC SON NUMERO (AAAA + SEQUENCE DE L'ANNEE) DANS  *
      *    LE REGISTRE "attestations-registre.dat", QUI SERT A LA      *
      *    VERIFIER PAR LA SUITE.                                      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insuatt.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MASTER ASSIGN TO "polices.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POL-ID
           ALTERNATE RECORD KEY IS POL-CLIENT WITH DUPLICATES
           FILE STATUS IS FS-MASTER.

           SELECT F-REQUEST ASSIGN TO "attestations-demandes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REQUEST.

           SELECT F-NAMES ASSIGN TO "maitre-polices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NAMES.

           SELECT F-HISTO ASSIGN TO "avenants-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTO.

           SELECT F-CERT ASSIGN TO "attestations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CERT.

           SELECT F-REGISTER ASSIGN TO "attestations-registre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTER.

           SELECT F-REFUSAL ASSIGN TO "attestations-refus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REFUSAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-MASTER.
       01  R-MASTER.
           03 POL-ID     PIC X(08).
           03 POL-CLIENT PIC X(12).
           03 POL-GROUP  PIC X(14).
           03 POL-LABEL  PIC X(41).
           03 POL-STATUS PIC X(08).
           03 POL-AMOUNT PIC 9(06)V9(02).
           03 POL-EURO   PIC X(03).
           03 POL-INTERM PIC X(04).
      *    DATE DE FIN DE LA POLICE (AAAAMMJJ), A ZERO AU CHARGEMENT
      *    (L'EXTRAIT SOURCE NE LA PORTE PAS) ; POSEE OU DEPLACEE PAR
      *    LES AVENANTS (insuavn) POUR LE PRORATA DE PRIME.
           03 POL-END-DATE PIC 9(08).

       FD  F-REQUEST.
       01  R-REQUEST.
           03 AD-POL-ID PIC X(08).
           03 FILLER    PIC X(01).
           03 AD-FOR    PIC X(30).

       FD  F-NAMES.
       01  R-NAMES PIC X(200).

       FD  F-HISTO.
       01  R-HISTO PIC X(160).

       FD  F-CERT.
       01  R-CERT PIC X(80).

      *    UNE LIGNE PAR ATTESTATION DELIVREE.
       FD  F-REGISTER.
       01  R-REGISTER.
           03 AR-NUMBER PIC 9(10).
           03 FILLER    PIC X(01).
           03 AR-DATE   PIC 9(08).
           03 FILLER    PIC X(01).
           03 AR-POL-ID PIC X(08).
           03 FILLER    PIC X(01).
           03 AR-CLIENT PIC X(12).
           03 FILLER    PIC X(01).
           03 AR-LABEL  PIC X(41).
           03 FILLER    PIC X(01).
           03 AR-STATUS PIC X(08).
           03 FILLER    PIC X(01).
           03 AR-START  PIC 9(08).
           03 FILLER    PIC X(01).
           03 AR-END    PIC 9(08).
           03 FILLER    PIC X(01).
           03 AR-FOR    PIC X(30).

       FD  F-REFUSAL.
       01  R-REFUSAL PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-MASTER PIC X(02).
              88 FS-MASTER-OK VALUE "00".
           03 FS-REQUEST PIC X(02).
              88 FS-REQUEST-OK  VALUE "00".
              88 FS-REQUEST-EOF VALUE "10".
           03 FS-NAMES PIC X(02).
              88 FS-NAMES-OK  VALUE "00".
              88 FS-NAMES-EOF VALUE "10".
           03 FS-HISTO PIC X(02).
              88 FS-HISTO-OK  VALUE "00".
              88 FS-HISTO-EOF VALUE "10".
           03 FS-CERT PIC X(02).
              88 FS-CERT-OK VALUE "00".
           03 FS-REGISTER PIC X(02).
              88 FS-REGISTER-OK  VALUE "00".
              88 FS-REGISTER-EOF VALUE "10".
           03 FS-REFUSAL PIC X(02).

       01  WS-MODE PIC X(01).
           88 WS-MODE-COUNTER VALUE "G".

       01  WS-CHOICE PIC X(01).
           88 WS-ISSUE  VALUE "A".
           88 WS-VERIFY VALUE "V".
           88 WS-QUIT   VALUE "Q".

       01  WS-ASK-ID     PIC X(12).
       01  WS-ASK-FOR    PIC X(30).
       01  WS-ASK-NUMBER PIC X(10).

      *    NOMS DES CLIENTS DU MAITRE.
       01  WS-NAME-TABLE.
           03 WS-NM-CNT PIC 9(04) VALUE 0.
           03 WS-NM OCCURS 1000 TIMES
                    INDEXED BY WS-NM-IDX.
               05 WS-NM-CLIENT PIC X(12).
               05 WS-NM-NAME   PIC X(29).

      *    HISTORIQUE DES AVENANTS (POLICE, DATE D'EFFET, TEXTE).
       01  WS-AVN-TABLE.
           03 WS-AV-CNT PIC 9(04) VALUE 0.
           03 WS-AV OCCURS 3000 TIMES
                    INDEXED BY WS-AV-IDX.
               05 WS-AV-POL-ID PIC X(08).
               05 WS-AV-EFFECT PIC X(08).
               05 WS-AV-TEXT   PIC X(120).

       01  WS-TODAY       PIC 9(08).
       01  WS-YEAR        PIC 9(04).
       01  WS-NEXT-NUMBER PIC 9(10).
       01  WS-REQ-FOR     PIC X(30).
       01  WS-CLIENT      PIC X(12).
       01  WS-CLIENT-NAME PIC X(29).
       01  WS-REFUSAL     PIC X(40).
       01  WS-START-DATE  PIC 9(08).
       01  WS-WORK-DATE   PIC 9(08).
       01  WS-WORK-INT    PIC 9(08) COMP.
       01  WS-AVN-SHOWN   PIC 9(03).
       01  WS-TALLY       PIC 9(02).
       01  WS-FOUND       PIC X(01).
       01  WS-FORM-FEED   PIC X(01) VALUE X"0C".
       01  WS-CERT-LINE   PIC X(80).
       01  WS-LINE        PIC X(120).

       01  WS-COUNTERS.
           03 WS-REQ-CNT    PIC 9(05) VALUE 0.
           03 WS-ISSUED-CNT PIC 9(05) VALUE 0.
           03 WS-REFUSE-CNT PIC 9(05) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insuatt".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-YEAR.
           ACCEPT WS-MODE FROM ENVIRONMENT "INSUATT-MODE".

           OPEN INPUT F-MASTER.
           IF NOT FS-MASTER-OK
               DISPLAY "ERREUR OUVERTURE polices.idx :" SPACE
                  FS-MASTER SPACE "(LANCER D'ABORD LE CHARGEUR)"
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 9000-FIN
           END-IF.

           PERFORM 0100-NEXT-NUMBER THRU 0100-NEXT-NUMBER-END.
           PERFORM 0200-LOAD-NAMES THRU 0200-LOAD-NAMES-END.
           PERFORM 0300-LOAD-AVENANTS THRU 0300-LOAD-AVENANTS-END.

           OPEN EXTEND F-CERT.
           IF NOT FS-CERT-OK
               OPEN OUTPUT F-CERT
           END-IF.
           OPEN EXTEND F-REGISTER.
           IF NOT FS-REGISTER-OK
               OPEN OUTPUT F-REGISTER
           END-IF.

           IF WS-MODE-COUNTER
               PERFORM 2000-COUNTER THRU 2000-COUNTER-END
           ELSE
               PERFORM 1000-BATCH THRU 1000-BATCH-END
           END-IF.

           CLOSE F-REGISTER.
           CLOSE F-CERT.
           CLOSE F-MASTER.

       9000-FIN.
           DISPLAY "DEMANDES :" SPACE WS-REQ-CNT SPACE
              "ATTESTATIONS DELIVREES :" SPACE WS-ISSUED-CNT SPACE
              "REFUSEES :" SPACE WS-REFUSE-CNT.

           MOVE WS-REQ-CNT    TO WS-RUN-READ.
           MOVE WS-ISSUED-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REFUSE-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    PROCHAIN NUMERO D'ATTESTATION : AAAA SUIVI DE LA SEQUENCE
      *    DE L'ANNEE, REPRISE APRES LE PLUS GRAND NUMERO DU REGISTRE.
       0100-NEXT-NUMBER.
           COMPUTE WS-NEXT-NUMBER = WS-YEAR * 1000000.
           OPEN INPUT F-REGISTER.
           IF NOT FS-REGISTER-OK
               GO TO 0100-NEXT-NUMBER-END
           END-IF.

           PERFORM UNTIL FS-REGISTER-EOF
               READ F-REGISTER
               AT END
                   SET FS-REGISTER-EOF TO TRUE
               NOT AT END
                   IF AR-NUMBER IS NUMERIC
                      AND AR-NUMBER > WS-NEXT-NUMBER
                       MOVE AR-NUMBER TO WS-NEXT-NUMBER
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-REGISTER.
       0100-NEXT-NUMBER-END.

      *    CHARGE LES NOMS DES CLIENTS DU MAITRE ; LES LIGNES SANS
      *    "PRIMES :" (SECTION DOUBLONS) SONT PASSEES.
       0200-LOAD-NAMES.
           OPEN INPUT F-NAMES.
           IF NOT FS-NAMES-OK
               GO TO 0200-LOAD-NAMES-END
           END-IF.

           PERFORM UNTIL FS-NAMES-EOF
               READ F-NAMES
               AT END
                   SET FS-NAMES-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-TALLY
                   INSPECT R-NAMES TALLYING WS-TALLY
                      FOR ALL "PRIMES :"
                   IF WS-TALLY > ZERO AND WS-NM-CNT < 1000
                       ADD 1 TO WS-NM-CNT
                       MOVE R-NAMES(1:12)  TO WS-NM-CLIENT(WS-NM-CNT)
                       MOVE R-NAMES(14:29) TO WS-NM-NAME(WS-NM-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-NAMES.
       0200-LOAD-NAMES-END.

      *    CHARGE L'HISTORIQUE DES AVENANTS (POLICE EN COLONNES 1-8,
      *    DATE D'EFFET EN COLONNES 10-17, LIBELLE DU CHANGEMENT
      *    ENSUITE).
       0300-LOAD-AVENANTS.
           OPEN INPUT F-HISTO.
           IF NOT FS-HISTO-OK
               GO TO 0300-LOAD-AVENANTS-END
           END-IF.

           PERFORM UNTIL FS-HISTO-EOF
               READ F-HISTO
               AT END
                   SET FS-HISTO-EOF TO TRUE
               NOT AT END
                   IF WS-AV-CNT < 3000
                       ADD 1 TO WS-AV-CNT
                       MOVE R-HISTO(1:8)    TO WS-AV-POL-ID(WS-AV-CNT)
                       MOVE R-HISTO(10:8)   TO WS-AV-EFFECT(WS-AV-CNT)
                       MOVE R-HISTO(19:120) TO WS-AV-TEXT(WS-AV-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-HISTO.
       0300-LOAD-AVENANTS-END.

      *    MODE LOT : UNE ATTESTATION PAR DEMANDE DU FICHIER.
       1000-BATCH.
           OPEN INPUT F-REQUEST.
           IF NOT FS-REQUEST-OK
               DISPLAY "ERREUR OUVERTURE attestations-demandes.dat :"
                  SPACE FS-REQUEST
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 1000-BATCH-END
           END-IF.
           OPEN OUTPUT F-REFUSAL.

           PERFORM UNTIL FS-REQUEST-EOF
               READ F-REQUEST
               AT END
                   SET FS-REQUEST-EOF TO TRUE
               NOT AT END
                   IF AD-POL-ID NOT = SPACES
                       MOVE AD-POL-ID TO POL-ID
                       MOVE AD-FOR    TO WS-REQ-FOR
                       PERFORM 3000-ONE-REQUEST
                          THRU 3000-ONE-REQUEST-END
                       IF WS-REFUSAL NOT = SPACES
                           MOVE SPACES TO WS-LINE
                           STRING AD-POL-ID SPACE
                              FUNCTION TRIM(AD-FOR) SPACE "-" SPACE
                              FUNCTION TRIM(WS-REFUSAL)
                              DELIMITED BY SIZE
                              INTO WS-LINE
                           WRITE R-REFUSAL FROM WS-LINE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-REFUSAL.
           CLOSE F-REQUEST.
       1000-BATCH-END.

      *    MODE GUICHET : DELIVRANCE OU VERIFICATION A LA DEMANDE.
       2000-COUNTER.
           PERFORM UNTIL WS-QUIT
               DISPLAY "ATTESTATION (A), VERIFICATION (V) OU "
                  "QUITTER (Q) :" SPACE WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE TRUE
                   WHEN WS-ISSUE
                       PERFORM 2100-ASK-ISSUE THRU 2100-ASK-ISSUE-END
                   WHEN WS-VERIFY
                       PERFORM 2200-ASK-VERIFY
                          THRU 2200-ASK-VERIFY-END
                   WHEN WS-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CHOIX INCONNU"
               END-EVALUATE
           END-PERFORM.
       2000-COUNTER-END.

       2100-ASK-ISSUE.
           DISPLAY "NUMERO DE POLICE :" SPACE WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           DISPLAY "DESTINATAIRE (BAILLEUR, BANQUE...) :" SPACE
              WITH NO ADVANCING.
           ACCEPT WS-ASK-FOR.

           MOVE WS-ASK-ID(1:8) TO POL-ID.
           MOVE WS-ASK-FOR     TO WS-REQ-FOR.
           PERFORM 3000-ONE-REQUEST THRU 3000-ONE-REQUEST-END.

           IF WS-REFUSAL NOT = SPACES
               DISPLAY "ATTESTATION REFUSEE :" SPACE
                  FUNCTION TRIM(WS-REFUSAL)
           ELSE
               DISPLAY "ATTESTATION NUMERO" SPACE WS-NEXT-NUMBER SPACE
                  "ECRITE DANS attestations.dat"
           END-IF.
       2100-ASK-ISSUE-END.

      *    VERIFICATION : RELIT LE REGISTRE ET AFFICHE L'ATTESTATION
      *    DU NUMERO DONNE TELLE QU'ELLE A ETE DELIVREE.
       2200-ASK-VERIFY.
           DISPLAY "NUMERO D'ATTESTATION :" SPACE WITH NO ADVANCING.
           ACCEPT WS-ASK-NUMBER.

           CLOSE F-REGISTER.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT F-REGISTER.
           IF FS-REGISTER-OK
               PERFORM UNTIL FS-REGISTER-EOF
                   READ F-REGISTER
                   AT END
                       SET FS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF R-REGISTER(1:10) = WS-ASK-NUMBER
                           MOVE "Y" TO WS-FOUND
                           DISPLAY "ATTESTATION" SPACE AR-NUMBER SPACE
                              "DELIVREE LE" SPACE AR-DATE SPACE
                              "POUR" SPACE FUNCTION TRIM(AR-FOR)
                           DISPLAY "   POLICE" SPACE AR-POL-ID SPACE
                              "CLIENT" SPACE AR-CLIENT SPACE
                              "STATUT" SPACE AR-STATUS
                           DISPLAY "   INTITULE" SPACE
                              FUNCTION TRIM(AR-LABEL) SPACE
                              "COUVERTURE" SPACE AR-START SPACE
                              "-" SPACE AR-END
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE F-REGISTER
           END-IF.

           IF WS-FOUND = "N"
               DISPLAY "ATTESTATION INCONNUE DU REGISTRE :" SPACE
                  WS-ASK-NUMBER
           END-IF.

           OPEN EXTEND F-REGISTER.
           IF NOT FS-REGISTER-OK
               OPEN OUTPUT F-REGISTER
           END-IF.
       2200-ASK-VERIFY-END.

      *    DEMANDE COURANTE (POL-ID DEJA POSE) : CONTROLES, PUIS
      *    ATTESTATION ET INSCRIPTION AU REGISTRE. WS-REFUSAL REVIENT
      *    A BLANC SI L'ATTESTATION EST DELIVREE.
       3000-ONE-REQUEST.
           ADD 1 TO WS-REQ-CNT.
           MOVE SPACES TO WS-REFUSAL.

           READ F-MASTER
               INVALID KEY
                   MOVE "POLICE INCONNUE" TO WS-REFUSAL
           END-READ.
           IF WS-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSE-CNT
               GO TO 3000-ONE-REQUEST-END
           END-IF.

           IF POL-STATUS NOT = "Actif"
               STRING "POLICE NON ACTIVE (" FUNCTION TRIM(POL-STATUS)
                  ")"
                  DELIMITED BY SIZE
                  INTO WS-REFUSAL
               ADD 1 TO WS-REFUSE-CNT
               GO TO 3000-ONE-REQUEST-END
           END-IF.

           IF POL-END-DATE IS NUMERIC AND POL-END-DATE > ZERO
              AND POL-END-DATE < WS-TODAY
               STRING "POLICE ECHUE LE" SPACE POL-END-DATE
                  DELIMITED BY SIZE
                  INTO WS-REFUSAL
               ADD 1 TO WS-REFUSE-CNT
               GO TO 3000-ONE-REQUEST-END
           END-IF.

      *    PERIODE DE COUVERTURE EN COURS : L'ANNEE QUI S'ACHEVE A LA
      *    DATE DE FIN (SANS DATE DE FIN, COUVERTURE A LA DATE DU
      *    JOUR SEULEMENT).
           MOVE ZERO TO WS-START-DATE.
           IF POL-END-DATE IS NUMERIC AND POL-END-DATE > ZERO
               COMPUTE WS-WORK-DATE = POL-END-DATE - 10000
               IF WS-WORK-DATE(5:4) = "0229"
                   MOVE "0228" TO WS-WORK-DATE(5:4)
               END-IF
               COMPUTE WS-WORK-INT =
                  FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
               COMPUTE WS-START-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-IF.

           MOVE POL-CLIENT TO WS-CLIENT.
           CALL "insumap" USING WS-CLIENT
           END-CALL.
           MOVE SPACES TO WS-CLIENT-NAME.
           SET WS-NM-IDX TO 1.
           SEARCH WS-NM
               AT END
                   CONTINUE
               WHEN WS-NM-IDX > WS-NM-CNT
                   CONTINUE
               WHEN WS-NM-CLIENT(WS-NM-IDX) = WS-CLIENT
                   MOVE WS-NM-NAME(WS-NM-IDX) TO WS-CLIENT-NAME
           END-SEARCH.

           ADD 1 TO WS-NEXT-NUMBER.
           ADD 1 TO WS-ISSUED-CNT.
           PERFORM 3100-WRITE-CERT THRU 3100-WRITE-CERT-END.

           MOVE SPACES TO R-REGISTER.
           MOVE WS-NEXT-NUMBER TO AR-NUMBER.
           MOVE WS-TODAY       TO AR-DATE.
           MOVE POL-ID         TO AR-POL-ID.
           MOVE WS-CLIENT      TO AR-CLIENT.
           MOVE POL-LABEL      TO AR-LABEL.
           MOVE POL-STATUS     TO AR-STATUS.
           MOVE WS-START-DATE  TO AR-START.
           MOVE ZERO           TO AR-END.
           IF POL-END-DATE IS NUMERIC
               MOVE POL-END-DATE TO AR-END
           END-IF.
           MOVE WS-REQ-FOR     TO AR-FOR.
           WRITE R-REGISTER.
       3000-ONE-REQUEST-END.

      *    ECRIT LA PAGE DE L'ATTESTATION.
       3100-WRITE-CERT.
           MOVE SPACES TO WS-CERT-LINE.
           MOVE WS-FORM-FEED TO WS-CERT-LINE(1:1).
           WRITE R-CERT FROM WS-CERT-LINE.

           MOVE SPACES TO WS-CERT-LINE.
           MOVE "ATTESTATION D'ASSURANCE" TO WS-CERT-LINE(28:23).
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "NUMERO" SPACE WS-NEXT-NUMBER
              DELIMITED BY SIZE
              INTO WS-CERT-LINE(29:).
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.

           MOVE "NOUS SOUSSIGNES ATTESTONS QUE :" TO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "    CLIENT     :" SPACE WS-CLIENT SPACE
              FUNCTION TRIM(WS-CLIENT-NAME)
              DELIMITED BY SIZE
              INTO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE "EST TITULAIRE DU CONTRAT :" TO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "    POLICE     :" SPACE POL-ID SPACE
              "(GROUPE" SPACE FUNCTION TRIM(POL-GROUP) ")"
              DELIMITED BY SIZE
              INTO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "    INTITULE   :" SPACE FUNCTION TRIM(POL-LABEL)
              DELIMITED BY SIZE
              INTO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "    STATUT     :" SPACE FUNCTION TRIM(POL-STATUS)
              DELIMITED BY SIZE
              INTO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.

           MOVE SPACES TO WS-CERT-LINE.
           IF WS-START-DATE > ZERO
               STRING "    COUVERTURE : DU" SPACE
                  WS-START-DATE(7:2) "/" WS-START-DATE(5:2) "/"
                  WS-START-DATE(1:4) SPACE "AU" SPACE
                  POL-END-DATE(7:2) "/" POL-END-DATE(5:2) "/"
                  POL-END-DATE(1:4) SPACE "INCLUS"
                  DELIMITED BY SIZE
                  INTO WS-CERT-LINE
           ELSE
               STRING "    COUVERTURE : EN COURS AU" SPACE
                  WS-TODAY(7:2) "/" WS-TODAY(5:2) "/" WS-TODAY(1:4)
                  DELIMITED BY SIZE
                  INTO WS-CERT-LINE
           END-IF.
           WRITE R-CERT FROM WS-CERT-LINE.

      *    AVENANTS EN VIGUEUR : PRIS D'EFFET SUR LA PERIODE EN COURS
      *    ET AU PLUS TARD AUJOURD'HUI.
           MOVE SPACES TO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE "AVENANTS EN VIGUEUR :" TO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE ZERO TO WS-AVN-SHOWN.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-CNT
               IF WS-AV-POL-ID(WS-AV-IDX) = POL-ID
                  AND WS-AV-EFFECT(WS-AV-IDX) IS NUMERIC
                  AND WS-AV-EFFECT(WS-AV-IDX) NOT > WS-TODAY
                  AND WS-AV-EFFECT(WS-AV-IDX) NOT < WS-START-DATE
                   ADD 1 TO WS-AVN-SHOWN
                   MOVE SPACES TO WS-CERT-LINE
                   STRING "    DU" SPACE
                      WS-AV-EFFECT(WS-AV-IDX)(7:2) "/"
                      WS-AV-EFFECT(WS-AV-IDX)(5:2) "/"
                      WS-AV-EFFECT(WS-AV-IDX)(1:4) SPACE ":" SPACE
                      FUNCTION TRIM(WS-AV-TEXT(WS-AV-IDX))
                      DELIMITED BY SIZE
                      INTO WS-CERT-LINE
                   WRITE R-CERT FROM WS-CERT-LINE
               END-IF
           END-PERFORM.
           IF WS-AVN-SHOWN = ZERO
               MOVE "    AUCUN" TO WS-CERT-LINE
               WRITE R-CERT FROM WS-CERT-LINE
           END-IF.

           MOVE SPACES TO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "ATTESTATION DELIVREE LE" SPACE
              WS-TODAY(7:2) "/" WS-TODAY(5:2) "/" WS-TODAY(1:4)
              SPACE "A LA DEMANDE DE L'ASSURE POUR :" SPACE
              FUNCTION TRIM(WS-REQ-FOR)
              DELIMITED BY SIZE
              INTO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE "POUR SERVIR ET VALOIR CE QUE DE DROIT."
              TO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "VERIFICATION : ATTESTATION NUMERO" SPACE
              WS-NEXT-NUMBER SPACE "AU REGISTRE DE LA COMPAGNIE."
              DELIMITED BY SIZE
              INTO WS-CERT-LINE.
           WRITE R-CERT FROM WS-CERT-LINE.
       3100-WRITE-CERT-END.
