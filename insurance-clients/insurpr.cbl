      ******************************************************************
      *                                                                *
      *    REPRISE DES COMMISSIONS SUR RESILIATION ANTICIPEE : insucom *
      *    PAIE L'INTERMEDIAIRE AU TAUX DU BAREME, MAIS QUAND LA       *
      *    POLICE PASSE A "Resilie" DANS SA PREMIERE ANNEE, LA         *
      *    COMMISSION DEJA VERSEE N'ETAIT JAMAIS RECUPEREE. LE         *
      *    PROGRAMME LIT LES TRANSITIONS DETECTEES PAR insustat        *
      *    ("statuts-transitions.dat") ET, POUR CHAQUE PASSAGE A       *
      *    RESILIE, RETROUVE DANS "commissions-histo.dat" (ECRIT PAR   *
      *    insucom, UNE LIGNE PAR POLICE ET PAR TERME) LA COMMISSION   *
      *    VERSEE ET LA DATE DE DEBUT DU TERME. SI LA RESILIATION      *
      *    TOMBE DANS LES 365 PREMIERS JOURS, LA PART NON ACQUISE EST  *
      *    CALCULEE AU PRORATA DU TERME RESTANT :                      *
      *       COMMISSION * (365 - JOURS ECOULES) / 365                 *
      *    ET AJOUTEE A "reprises-commissions.dat" (ETAT "A" = A       *
      *    IMPUTER) ; insucom LA PASSE EN LIGNE NEGATIVE SUR LE        *
      *    PROCHAIN RELEVE DE L'INTERMEDIAIRE. CHAQUE REPRISE A SON    *
      *    NUMERO ET SA PISTE D'AUDIT DANS "reprises-audit.dat"        *
      *    (CALCUL ICI, IMPUTATION DANS insucom). LA DATE DE           *
      *    RESILIATION EST CELLE DU JOUR, OU LA VARIABLE               *
      *    D'ENVIRONNEMENT INSURPR-DATE (AAAAMMJJ) POUR UN RATTRAPAGE. *
      *    UNE POLICE DEJA REPRISE POUR LE MEME TERME NE L'EST PAS     *
      *    UNE SECONDE FOIS.                                           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insurpr.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANS ASSIGN TO "statuts-transitions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRANS.

           SELECT F-CHISTO ASSIGN TO "commissions-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHISTO.

           SELECT F-REPRISE ASSIGN TO "reprises-commissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPRISE.

           SELECT F-AUDIT ASSIGN TO "reprises-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TRANS.
       01  R-TRANS PIC X(160).

      *    COMMISSION VERSEE PAR POLICE ET PAR TERME (insucom).
       FD  F-CHISTO.
       01  R-CHISTO.
           03 CH-MONTH   PIC 9(06).
           03 CH-INTERM  PIC X(04).
           03 CH-CLIENT  PIC X(12).
           03 CH-POLNO   PIC X(08).
           03 CH-LABEL   PIC X(41).
           03 CH-FROM    PIC 9(08).
           03 CH-PREMIUM PIC 9(09).
           03 CH-RATE    PIC 9(02)V9(02).
           03 CH-COMMIS  PIC 9(08)V9(02).

      *    REPRISE DE COMMISSION, A IMPUTER ("A") PUIS IMPUTEE ("I")
      *    PAR insucom SUR LE RELEVE DU MOIS RP-POSTED.
       FD  F-REPRISE.
       01  R-REPRISE.
           03 RP-NUMBER  PIC 9(06).
           03 RP-INTERM  PIC X(04).
           03 RP-CLIENT  PIC X(12).
           03 RP-POLNO   PIC X(08).
           03 RP-LABEL   PIC X(41).
           03 RP-FROM    PIC 9(08).
           03 RP-CANCEL  PIC 9(08).
           03 RP-AMOUNT  PIC 9(08)V9(02).
           03 RP-STATE   PIC X(01).
           03 RP-POSTED  PIC 9(06).

       FD  F-AUDIT.
       01  R-AUDIT PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-TRANS PIC X(02).
              88 FS-TRANS-OK  VALUE "00".
              88 FS-TRANS-EOF VALUE "10".
           03 FS-CHISTO PIC X(02).
              88 FS-CHISTO-OK  VALUE "00".
              88 FS-CHISTO-EOF VALUE "10".
           03 FS-REPRISE PIC X(02).
              88 FS-REPRISE-OK  VALUE "00".
              88 FS-REPRISE-EOF VALUE "10".
           03 FS-AUDIT PIC X(02).
              88 FS-AUDIT-OK  VALUE "00".

       01  WS-TODAY      PIC 9(08).
       01  WS-CANCEL     PIC 9(08).
       01  WS-CANCEL-ENV PIC X(08).
       01  WS-CANCEL-INT PIC 9(08) COMP.
       01  WS-FROM-INT   PIC 9(08) COMP.
       01  WS-ELAPSED    PIC S9(07).
       01  WS-ELAPSED-DAYS PIC 9(03).
       01  WS-REMAINING  PIC 9(03).
       01  WS-UNEARNED   PIC 9(08)V9(02).
       01  WS-LAST-NUMBER PIC 9(06) VALUE 0.

      *    SECTION DES TRANSITIONS : FINIT A LA PREMIERE LIGNE
      *    D'ETOILES (DEBUT DE LA SECTION DES VIOLATIONS).
       01  WS-IN-TRANSITIONS PIC X(01) VALUE "Y".
           88 WS-IN-TRANSITIONS-Y VALUE "Y".

      *    DECOUPAGE D'UNE LIGNE DE TRANSITION :
      *    CLIENT INTITULE : ANCIEN -> NOUVEAU
       01  WS-TR-LEFT   PIC X(60).
       01  WS-TR-RIGHT  PIC X(60).
       01  WS-TR-CLIENT PIC X(12).
       01  WS-TR-LABEL  PIC X(41).
       01  WS-TR-OLD    PIC X(14).
       01  WS-TR-NEW    PIC X(14).

      *    HISTORIQUE DES COMMISSIONS EN MEMOIRE.
       01  WS-CHISTO-TABLE.
           03 WS-CH-CNT PIC 9(05) VALUE 0.
           03 WS-CH OCCURS 5000 TIMES
                    INDEXED BY WS-CH-IDX.
               05 WS-CH-INTERM PIC X(04).
               05 WS-CH-CLIENT PIC X(12).
               05 WS-CH-POLNO  PIC X(08).
               05 WS-CH-LABEL  PIC X(41).
               05 WS-CH-FROM   PIC 9(08).
               05 WS-CH-COMMIS PIC 9(08)V9(02).
       01  WS-CH-FOUND PIC 9(05) VALUE 0.

      *    REPRISES DEJA CALCULEES (CLE CLIENT + INTITULE + TERME).
       01  WS-DONE-TABLE.
           03 WS-DN-CNT PIC 9(05) VALUE 0.
           03 WS-DN OCCURS 5000 TIMES
                    INDEXED BY WS-DN-IDX.
               05 WS-DN-CLIENT PIC X(12).
               05 WS-DN-LABEL  PIC X(41).
               05 WS-DN-FROM   PIC 9(08).

       01  WS-LINE      PIC X(200).
       01  WS-COM-CLEAN PIC ZZZZZZZ9.99.

       01  WS-COUNTERS.
           03 WS-READ-CNT    PIC 9(05) VALUE 0.
           03 WS-CANCEL-CNT  PIC 9(05) VALUE 0.
           03 WS-REPRISE-CNT PIC 9(05) VALUE 0.
           03 WS-REJECT-CNT  PIC 9(05) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insurpr".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-CANCEL-ENV FROM ENVIRONMENT "INSURPR-DATE".
           IF WS-CANCEL-ENV IS NUMERIC
               MOVE WS-CANCEL-ENV TO WS-CANCEL
           ELSE
               MOVE WS-TODAY TO WS-CANCEL
           END-IF.
           COMPUTE WS-CANCEL-INT = FUNCTION INTEGER-OF-DATE(WS-CANCEL).

           PERFORM 0100-LOAD-CHISTO THRU 0100-LOAD-CHISTO-END.
           PERFORM 0200-LOAD-REPRISES THRU 0200-LOAD-REPRISES-END.

           OPEN INPUT F-TRANS.
           IF NOT FS-TRANS-OK
               DISPLAY "ERREUR OUVERTURE statuts-transitions.dat :"
                  SPACE FS-TRANS
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 9000-FIN
           END-IF.

           OPEN EXTEND F-REPRISE.
           IF NOT FS-REPRISE-OK
               OPEN OUTPUT F-REPRISE
           END-IF.
           OPEN EXTEND F-AUDIT.
           IF NOT FS-AUDIT-OK
               OPEN OUTPUT F-AUDIT
           END-IF.

           PERFORM UNTIL FS-TRANS-EOF OR NOT WS-IN-TRANSITIONS-Y
               READ F-TRANS
               AT END
                   SET FS-TRANS-EOF TO TRUE
               NOT AT END
                   PERFORM 1000-TRANSITION THRU 1000-TRANSITION-END
               END-READ
           END-PERFORM.

           CLOSE F-TRANS.
           CLOSE F-REPRISE.
           CLOSE F-AUDIT.

       9000-FIN.
           DISPLAY "TRANSITIONS LUES :" SPACE WS-READ-CNT SPACE
              "RESILIATIONS :" SPACE WS-CANCEL-CNT SPACE
              "REPRISES :" SPACE WS-REPRISE-CNT SPACE
              "SANS COMMISSION :" SPACE WS-REJECT-CNT.

           MOVE WS-READ-CNT    TO WS-RUN-READ.
           MOVE WS-REPRISE-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT  TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    CHARGE L'HISTORIQUE DES COMMISSIONS VERSEES.
       0100-LOAD-CHISTO.
           OPEN INPUT F-CHISTO.
           IF NOT FS-CHISTO-OK
               DISPLAY "AVERTISSEMENT : commissions-histo.dat ABSENT,"
                  SPACE "AUCUNE COMMISSION A REPRENDRE"
               GO TO 0100-LOAD-CHISTO-END
           END-IF.

           PERFORM UNTIL FS-CHISTO-EOF
               READ F-CHISTO
               AT END
                   SET FS-CHISTO-EOF TO TRUE
               NOT AT END
                   IF WS-CH-CNT < 5000
                       ADD 1 TO WS-CH-CNT
                       MOVE CH-INTERM TO WS-CH-INTERM(WS-CH-CNT)
                       MOVE CH-CLIENT TO WS-CH-CLIENT(WS-CH-CNT)
                       MOVE CH-POLNO  TO WS-CH-POLNO(WS-CH-CNT)
                       MOVE CH-LABEL  TO WS-CH-LABEL(WS-CH-CNT)
                       MOVE CH-FROM   TO WS-CH-FROM(WS-CH-CNT)
                       MOVE CH-COMMIS TO WS-CH-COMMIS(WS-CH-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CHISTO.
       0100-LOAD-CHISTO-END.

      *    RELIT LES REPRISES DEJA CALCULEES : DERNIER NUMERO ET
      *    POLICES DEJA REPRISES POUR LEUR TERME.
       0200-LOAD-REPRISES.
           OPEN INPUT F-REPRISE.
           IF NOT FS-REPRISE-OK
               GO TO 0200-LOAD-REPRISES-END
           END-IF.

           PERFORM UNTIL FS-REPRISE-EOF
               READ F-REPRISE
               AT END
                   SET FS-REPRISE-EOF TO TRUE
               NOT AT END
                   IF RP-NUMBER > WS-LAST-NUMBER
                       MOVE RP-NUMBER TO WS-LAST-NUMBER
                   END-IF
                   IF WS-DN-CNT < 5000
                       ADD 1 TO WS-DN-CNT
                       MOVE RP-CLIENT TO WS-DN-CLIENT(WS-DN-CNT)
                       MOVE RP-LABEL  TO WS-DN-LABEL(WS-DN-CNT)
                       MOVE RP-FROM   TO WS-DN-FROM(WS-DN-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-REPRISE.
       0200-LOAD-REPRISES-END.

      *    UNE LIGNE DU RAPPORT insustat : SEULS LES PASSAGES A
      *    RESILIE DEPUIS UN AUTRE STATUT DONNENT LIEU A REPRISE.
       1000-TRANSITION.
           IF R-TRANS(1:1) = "*"
               IF R-TRANS(1:3) = "***"
                  AND R-TRANS(4:1) NOT = "*"
      *            TITRE DU RAPPORT.
                   GO TO 1000-TRANSITION-END
               END-IF
               MOVE "N" TO WS-IN-TRANSITIONS
               GO TO 1000-TRANSITION-END
           END-IF.

           MOVE SPACES TO WS-TR-LEFT WS-TR-RIGHT WS-TR-OLD WS-TR-NEW.
           UNSTRING R-TRANS DELIMITED BY " : "
           INTO WS-TR-LEFT WS-TR-RIGHT.
           IF WS-TR-RIGHT = SPACES
               GO TO 1000-TRANSITION-END
           END-IF.
           UNSTRING WS-TR-RIGHT DELIMITED BY " -> "
           INTO WS-TR-OLD WS-TR-NEW.
           IF WS-TR-NEW = SPACES
               GO TO 1000-TRANSITION-END
           END-IF.

           ADD 1 TO WS-READ-CNT.
           IF WS-TR-NEW(1:6) NOT = "Resili"
              OR WS-TR-OLD(1:6) = "Resili"
               GO TO 1000-TRANSITION-END
           END-IF.

           ADD 1 TO WS-CANCEL-CNT.
           MOVE WS-TR-LEFT(1:12)  TO WS-TR-CLIENT.
           MOVE WS-TR-LEFT(14:41) TO WS-TR-LABEL.

      *    TERME EN COURS : LA LIGNE D'HISTORIQUE LA PLUS RECENTE DE
      *    LA POLICE.
           MOVE ZERO TO WS-CH-FOUND.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-CNT
               IF WS-CH-CLIENT(WS-CH-IDX) = WS-TR-CLIENT
                  AND WS-CH-LABEL(WS-CH-IDX) = WS-TR-LABEL
                   IF WS-CH-FOUND = ZERO
                       SET WS-CH-FOUND TO WS-CH-IDX
                   ELSE
                       IF WS-CH-FROM(WS-CH-IDX)
                          NOT < WS-CH-FROM(WS-CH-FOUND)
                           SET WS-CH-FOUND TO WS-CH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CH-FOUND = ZERO
               ADD 1 TO WS-REJECT-CNT
               MOVE SPACES TO WS-LINE
               STRING WS-TODAY SPACE "NON REPRISE" SPACE
                  WS-TR-CLIENT SPACE FUNCTION TRIM(WS-TR-LABEL) SPACE
                  ": AUCUNE COMMISSION HISTORISEE"
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-AUDIT FROM WS-LINE
               GO TO 1000-TRANSITION-END
           END-IF.

           SET WS-CH-IDX TO WS-CH-FOUND.
           IF WS-CH-FROM(WS-CH-IDX) = ZERO
              OR WS-CH-COMMIS(WS-CH-IDX) = ZERO
               GO TO 1000-TRANSITION-END
           END-IF.

           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE(WS-CH-FROM(WS-CH-IDX)).
           COMPUTE WS-ELAPSED = WS-CANCEL-INT - WS-FROM-INT.
      *    HORS PREMIERE ANNEE : COMMISSION ACQUISE.
           IF WS-ELAPSED < ZERO OR WS-ELAPSED NOT < 365
               GO TO 1000-TRANSITION-END
           END-IF.

           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DN-CNT
               IF WS-DN-CLIENT(WS-DN-IDX) = WS-TR-CLIENT
                  AND WS-DN-LABEL(WS-DN-IDX) = WS-TR-LABEL
                  AND WS-DN-FROM(WS-DN-IDX) = WS-CH-FROM(WS-CH-IDX)
                   GO TO 1000-TRANSITION-END
               END-IF
           END-PERFORM.

           PERFORM 1100-WRITE-REPRISE THRU 1100-WRITE-REPRISE-END.
       1000-TRANSITION-END.

      *    CALCULE LA PART NON ACQUISE, ECRIT LA REPRISE ET SA LIGNE
      *    D'AUDIT.
       1100-WRITE-REPRISE.
           MOVE WS-ELAPSED TO WS-ELAPSED-DAYS.
           COMPUTE WS-REMAINING = 365 - WS-ELAPSED-DAYS.
           COMPUTE WS-UNEARNED ROUNDED =
              WS-CH-COMMIS(WS-CH-IDX) * WS-REMAINING / 365.
           IF WS-UNEARNED = ZERO
               GO TO 1100-WRITE-REPRISE-END
           END-IF.

           ADD 1 TO WS-LAST-NUMBER.
           ADD 1 TO WS-REPRISE-CNT.

           MOVE WS-LAST-NUMBER          TO RP-NUMBER.
           MOVE WS-CH-INTERM(WS-CH-IDX) TO RP-INTERM.
           MOVE WS-TR-CLIENT            TO RP-CLIENT.
           MOVE WS-CH-POLNO(WS-CH-IDX)  TO RP-POLNO.
           MOVE WS-TR-LABEL             TO RP-LABEL.
           MOVE WS-CH-FROM(WS-CH-IDX)   TO RP-FROM.
           MOVE WS-CANCEL               TO RP-CANCEL.
           MOVE WS-UNEARNED             TO RP-AMOUNT.
           MOVE "A"                     TO RP-STATE.
           MOVE ZERO                    TO RP-POSTED.
           WRITE R-REPRISE.

           IF WS-DN-CNT < 5000
               ADD 1 TO WS-DN-CNT
               MOVE WS-TR-CLIENT          TO WS-DN-CLIENT(WS-DN-CNT)
               MOVE WS-TR-LABEL           TO WS-DN-LABEL(WS-DN-CNT)
               MOVE WS-CH-FROM(WS-CH-IDX) TO WS-DN-FROM(WS-DN-CNT)
           END-IF.

           INITIALIZE WS-COM-CLEAN.
           MOVE WS-CH-COMMIS(WS-CH-IDX) TO WS-COM-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING WS-TODAY SPACE "REPRISE" SPACE RP-NUMBER SPACE
              "AGENT" SPACE RP-INTERM SPACE
              "CLIENT" SPACE RP-CLIENT SPACE
              "POLICE" SPACE RP-POLNO SPACE
              FUNCTION TRIM(RP-LABEL) SPACE
              "DEBUT" SPACE RP-FROM SPACE
              "RESILIEE" SPACE RP-CANCEL SPACE
              "COMMISSION" SPACE FUNCTION TRIM(WS-COM-CLEAN)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-AUDIT FROM WS-LINE.

           INITIALIZE WS-COM-CLEAN.
           MOVE WS-UNEARNED TO WS-COM-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING WS-TODAY SPACE "REPRISE" SPACE RP-NUMBER SPACE
              "JOURS ECOULES" SPACE WS-ELAPSED-DAYS SPACE
              "RESTANTS" SPACE WS-REMAINING SPACE
              "NON ACQUIS :" SPACE FUNCTION TRIM(WS-COM-CLEAN) SPACE
              "A IMPUTER SUR LE PROCHAIN RELEVE"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-AUDIT FROM WS-LINE.
       1100-WRITE-REPRISE-END.
