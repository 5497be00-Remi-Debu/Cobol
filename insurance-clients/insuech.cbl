      ******************************************************************
      *                                                                *
      *    ECHEANCIER DES PRIMES ET PRELEVEMENTS SEPA : LE MAITRE NE   *
      *    DONNE QU'UNE PRIME ANNUELLE PAR POLICE, MAIS BEAUCOUP DE    *
      *    CLIENTS PAIENT AU MOIS OU AU TRIMESTRE. LE PLAN DE          *
      *    PAIEMENT DE CHAQUE POLICE EST TENU DANS                     *
      *    "plans-paiement.dat" :                                      *
      *       COLONNES 1-8   : NUMERO DE POLICE                        *
      *       COLONNE  9     : PERIODICITE (M MENSUEL, T TRIMESTRIEL,  *
      *                        S SEMESTRIEL, A ANNUEL)                 *
      *       COLONNES 10-11 : JOUR DE PRELEVEMENT (01-31 ; RAMENE AU  *
      *                        DERNIER JOUR DES MOIS PLUS COURTS)      *
      *       COLONNES 12-45 : IBAN DU DEBITEUR                        *
      *       COLONNES 46-80 : REFERENCE UNIQUE DE MANDAT (RUM)        *
      *       COLONNES 81-86 : MOIS DE LA PREMIERE ECHEANCE AAAAMM     *
      *    LE LANCEMENT MENSUEL (MOIS INSUECH-MOIS AAAAMM, LE MOIS     *
      *    COURANT SINON) LIT LA PRIME ANNUELLE DANS "polices.idx"     *
      *    (LECTURE PAR CLE) ET LA DECOUPE EN ECHEANCES EGALES, LA     *
      *    DERNIERE DE L'ANNEE DU PLAN PRENANT L'ARRONDI. IL ECRIT :   *
      *    - "echeancier.dat" : LES ECHEANCES DE L'ANNEE DU PLAN EN    *
      *      COURS, CELLE DU MOIS MARQUEE "A PRELEVER" ;               *
      *    - "prelevements-AAAAMM.dat" : LE LOT DE PRELEVEMENTS DU     *
      *      MOIS AU FORMAT FIXE (ENREGISTREMENT E D'EN-TETE AVEC      *
      *      L'IDENTIFIANT CREANCIER INSUECH-ICS, UN D PAR ECHEANCE,   *
      *      T DE FIN AVEC LE NOMBRE ET LE TOTAL DE CONTROLE) ;        *
      *    - "echeances-emises.dat" : LES ECHEANCES EMISES, CUMULEES   *
      *      DE MOIS EN MOIS, QUE insupay COMPTE COMME DUES. UN MOIS   *
      *      DEJA EMIS N'Y EST PAS AJOUTE UNE SECONDE FOIS ;           *
      *    - "plans-rejets.dat" : PLANS SUR UNE POLICE INCONNUE OU     *
      *      NON "Actif", PERIODICITE OU JOUR INVALIDES, IBAN OU RUM   *
      *      ABSENTS.                                                  *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insuech.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PLAN ASSIGN TO "plans-paiement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PLAN.

           SELECT F-MASTER ASSIGN TO "polices.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POL-ID
           ALTERNATE RECORD KEY IS POL-CLIENT WITH DUPLICATES
           FILE STATUS IS FS-MASTER.

           SELECT F-SCHED ASSIGN TO "echeancier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SCHED.

           SELECT F-SEPA ASSIGN TO DYNAMIC WS-SEPA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SEPA.

           SELECT F-ISSUED ASSIGN TO "echeances-emises.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ISSUED.

           SELECT F-REJECT ASSIGN TO "plans-rejets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PLAN.
       01  R-PLAN.
           03 PLN-POL-ID   PIC X(08).
           03 PLN-FREQ     PIC X(01).
              88 PLN-MENSUEL     VALUE "M".
              88 PLN-TRIMESTRIEL VALUE "T".
              88 PLN-SEMESTRIEL  VALUE "S".
              88 PLN-ANNUEL      VALUE "A".
           03 PLN-DAY      PIC 9(02).
           03 PLN-IBAN     PIC X(34).
           03 PLN-RUM      PIC X(35).
           03 PLN-START    PIC 9(06).
           03 PLN-START-R REDEFINES PLN-START.
              05 PLN-START-YYYY PIC 9(04).
              05 PLN-START-MM   PIC 9(02).

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
           03 POL-END-DATE PIC 9(08).

       FD  F-SCHED.
       01  R-SCHED PIC X(160).

      *    LOT DE PRELEVEMENTS : E EN-TETE, D ECHEANCE, T FIN.
       FD  F-SEPA.
       01  R-SEPA.
           03 SEPA-TYPE    PIC X(01).
           03 SEPA-DATA    PIC X(159).
       01  R-SEPA-HEADER.
           03 FILLER       PIC X(01).
           03 SEPA-H-ICS   PIC X(35).
           03 SEPA-H-MONTH PIC 9(06).
           03 SEPA-H-DATE  PIC 9(08).
           03 FILLER       PIC X(110).
       01  R-SEPA-DETAIL.
           03 FILLER       PIC X(01).
           03 SEPA-D-REF   PIC X(20).
           03 SEPA-D-POL   PIC X(08).
           03 SEPA-D-CLI   PIC X(12).
           03 SEPA-D-IBAN  PIC X(34).
           03 SEPA-D-RUM   PIC X(35).
           03 SEPA-D-DUE   PIC 9(08).
           03 SEPA-D-AMT   PIC 9(09)V9(02).
           03 FILLER       PIC X(31).
       01  R-SEPA-TRAILER.
           03 FILLER       PIC X(01).
           03 SEPA-T-CNT   PIC 9(06).
           03 SEPA-T-TOTAL PIC 9(11)V9(02).
           03 FILLER       PIC X(140).

      *    ECHEANCE EMISE, RELUE PAR insupay.
       FD  F-ISSUED.
       01  R-ISSUED.
           03 ISS-CLIENT  PIC X(12).
           03 ISS-POL-ID  PIC X(08).
           03 ISS-MONTH   PIC 9(06).
           03 ISS-NUMBER  PIC 9(02).
           03 ISS-DUE     PIC 9(08).
           03 ISS-AMOUNT  PIC 9(06)V9(02).
           03 ISS-ANNUAL  PIC 9(06)V9(02).

       FD  F-REJECT.
       01  R-REJECT PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-PLAN PIC X(02).
              88 FS-PLAN-OK  VALUE "00".
              88 FS-PLAN-EOF VALUE "10".
           03 FS-MASTER PIC X(02).
              88 FS-MASTER-OK VALUE "00".
           03 FS-SCHED  PIC X(02).
           03 FS-SEPA   PIC X(02).
              88 FS-SEPA-OK VALUE "00".
           03 FS-ISSUED PIC X(02).
              88 FS-ISSUED-OK  VALUE "00".
              88 FS-ISSUED-EOF VALUE "10".
           03 FS-REJECT PIC X(02).

       01  WS-SEPA-FILENAME PIC X(40) VALUE SPACES.
       01  WS-ICS           PIC X(35) VALUE SPACES.

       01  WS-MONTH-ENV PIC X(06) VALUE SPACES.
       01  WS-MONTH     PIC 9(06).
       01  WS-MONTH-R REDEFINES WS-MONTH.
           03 WS-MONTH-YYYY PIC 9(04).
           03 WS-MONTH-MM   PIC 9(02).
       01  WS-TODAY     PIC 9(08).

      *    MOIS DEJA PRESENT DANS LES ECHEANCES EMISES.
       01  WS-ALREADY-ISSUED PIC X(01) VALUE "N".
           88 WS-MONTH-ISSUED VALUE "O".

      *    DECOUPAGE DU PLAN COURANT.
       01  WS-PER-YEAR    PIC 9(02).
       01  WS-STEP        PIC 9(02).
       01  WS-ELAPSED     PIC S9(05).
       01  WS-IN-YEAR     PIC 9(02).
       01  WS-NUMBER      PIC 9(02).
       01  WS-INSTAL      PIC 9(06)V9(02).
       01  WS-LAST-INSTAL PIC 9(06)V9(02).
       01  WS-AMOUNT      PIC 9(06)V9(02).
       01  WS-REASON      PIC X(40).

      *    DATE D'UNE ECHEANCE : MOIS DU PLAN + JOUR DE PRELEVEMENT,
      *    RAMENE AU DERNIER JOUR DU MOIS.
       01  WS-K           PIC 9(02).
       01  WS-DUE-MONTHS  PIC 9(06).
       01  WS-DUE-DATE    PIC 9(08).
       01  WS-DUE-R REDEFINES WS-DUE-DATE.
           03 WS-DUE-YYYY PIC 9(04).
           03 WS-DUE-MM   PIC 9(02).
           03 WS-DUE-DD   PIC 9(02).
       01  WS-NEXT-START  PIC 9(08).
       01  WS-NEXT-R REDEFINES WS-NEXT-START.
           03 WS-NEXT-YYYY PIC 9(04).
           03 WS-NEXT-MM   PIC 9(02).
           03 WS-NEXT-DD   PIC 9(02).
       01  WS-LAST-INT    PIC 9(08) COMP.
       01  WS-LAST-DATE   PIC 9(08).
       01  WS-LAST-R REDEFINES WS-LAST-DATE.
           03 FILLER      PIC 9(06).
           03 WS-LAST-DD  PIC 9(02).
       01  WS-MARK        PIC X(12).

       01  WS-LINE        PIC X(160).
       01  WS-AMOUNT-E    PIC ZZZZZ9.99.
       01  WS-TOTAL-E     PIC ZZZZZZZZZZ9.99.

       01  WS-COUNTERS.
           03 WS-READ-CNT    PIC 9(05) VALUE 0.
           03 WS-DUE-CNT     PIC 9(06) VALUE 0.
           03 WS-REJECT-CNT  PIC 9(05) VALUE 0.
       01  WS-DUE-TOTAL      PIC 9(11)V9(02) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insuech".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "INSUECH-MOIS".
           IF WS-MONTH-ENV IS NUMERIC
               MOVE WS-MONTH-ENV TO WS-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-MONTH
           END-IF.
           ACCEPT WS-ICS FROM ENVIRONMENT "INSUECH-ICS".

           MOVE SPACES TO WS-SEPA-FILENAME.
           STRING "prelevements-" WS-MONTH ".dat"
              DELIMITED BY SIZE
              INTO WS-SEPA-FILENAME.

           PERFORM 0500-CHECK-ISSUED THRU 0500-CHECK-ISSUED-END.

           OPEN INPUT F-PLAN.
           IF NOT FS-PLAN-OK
               DISPLAY "ERREUR OUVERTURE plans-paiement.dat :" SPACE
                  FS-PLAN
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 9000-FIN
           END-IF.

           OPEN INPUT F-MASTER.
           IF NOT FS-MASTER-OK
               DISPLAY "ERREUR OUVERTURE polices.idx :" SPACE
                  FS-MASTER
               MOVE "KO" TO WS-RUN-STATUS
               CLOSE F-PLAN
               GO TO 9000-FIN
           END-IF.

           OPEN OUTPUT F-SEPA.
           IF NOT FS-SEPA-OK
               DISPLAY "ERREUR OUVERTURE" SPACE
                  FUNCTION TRIM(WS-SEPA-FILENAME) SPACE ":" SPACE
                  FS-SEPA
               MOVE "KO" TO WS-RUN-STATUS
               CLOSE F-PLAN
               CLOSE F-MASTER
               GO TO 9000-FIN
           END-IF.

           OPEN OUTPUT F-SCHED.
           OPEN OUTPUT F-REJECT.
           IF NOT WS-MONTH-ISSUED
               OPEN EXTEND F-ISSUED
               IF NOT FS-ISSUED-OK
                   OPEN OUTPUT F-ISSUED
               END-IF
           END-IF.

           MOVE SPACES TO R-SEPA-HEADER.
           MOVE "E"      TO SEPA-TYPE.
           MOVE WS-ICS   TO SEPA-H-ICS.
           MOVE WS-MONTH TO SEPA-H-MONTH.
           MOVE WS-TODAY TO SEPA-H-DATE.
           WRITE R-SEPA-HEADER.

           MOVE SPACES TO WS-LINE.
           STRING "*** ECHEANCIER DES PRIMES - MOIS" SPACE
              WS-MONTH-MM "/" WS-MONTH-YYYY SPACE "***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-SCHED FROM WS-LINE.

           PERFORM UNTIL FS-PLAN-EOF
               READ F-PLAN
               AT END
                   SET FS-PLAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 1000-PLAN-ONE THRU 1000-PLAN-ONE-END
               END-READ
           END-PERFORM.

           MOVE SPACES TO R-SEPA-TRAILER.
           MOVE "T"          TO SEPA-TYPE.
           MOVE WS-DUE-CNT   TO SEPA-T-CNT.
           MOVE WS-DUE-TOTAL TO SEPA-T-TOTAL.
           WRITE R-SEPA-TRAILER.

           INITIALIZE WS-TOTAL-E.
           MOVE WS-DUE-TOTAL TO WS-TOTAL-E.
           MOVE SPACES TO WS-LINE.
           STRING "PRELEVEMENTS DU MOIS :" SPACE WS-DUE-CNT SPACE
              "TOTAL DE CONTROLE :" SPACE FUNCTION TRIM(WS-TOTAL-E)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-SCHED FROM WS-LINE.

           CLOSE F-PLAN.
           CLOSE F-MASTER.
           CLOSE F-SEPA.
           CLOSE F-SCHED.
           CLOSE F-REJECT.
           IF NOT WS-MONTH-ISSUED
               CLOSE F-ISSUED
           ELSE
               DISPLAY "AVERTISSEMENT : MOIS" SPACE WS-MONTH SPACE
                  "DEJA DANS echeances-emises.dat, NON AJOUTE"
           END-IF.

           DISPLAY "PLANS LUS :" SPACE WS-READ-CNT SPACE
              "PRELEVEMENTS :" SPACE WS-DUE-CNT SPACE
              "REJETS :" SPACE WS-REJECT-CNT.

       9000-FIN.
           MOVE WS-READ-CNT   TO WS-RUN-READ.
           MOVE WS-DUE-CNT    TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    REPERE SI LE MOIS A DEJA ETE EMIS (RELANCE DU MEME MOIS) :
      *    LE LOT EST ALORS RECONSTRUIT, MAIS LES ECHEANCES NE SONT
      *    PAS AJOUTEES UNE SECONDE FOIS AUX ECHEANCES EMISES.
       0500-CHECK-ISSUED.
           OPEN INPUT F-ISSUED.
           IF NOT FS-ISSUED-OK
               GO TO 0500-CHECK-ISSUED-END
           END-IF.

           PERFORM UNTIL FS-ISSUED-EOF
               READ F-ISSUED
               AT END
                   SET FS-ISSUED-EOF TO TRUE
               NOT AT END
                   IF ISS-MONTH = WS-MONTH
                       SET WS-MONTH-ISSUED TO TRUE
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ISSUED.
       0500-CHECK-ISSUED-END.

      *    PLAN COURANT : CONTROLES, LECTURE DE LA POLICE, DECOUPAGE
      *    DE LA PRIME ANNUELLE, ECHEANCIER DE L'ANNEE DU PLAN ET,
      *    SI UNE ECHEANCE TOMBE DANS LE MOIS, PRELEVEMENT.
       1000-PLAN-ONE.
           EVALUATE TRUE
               WHEN PLN-MENSUEL
                   MOVE 12 TO WS-PER-YEAR
               WHEN PLN-TRIMESTRIEL
                   MOVE 4 TO WS-PER-YEAR
               WHEN PLN-SEMESTRIEL
                   MOVE 2 TO WS-PER-YEAR
               WHEN PLN-ANNUEL
                   MOVE 1 TO WS-PER-YEAR
               WHEN OTHER
                   MOVE "PERIODICITE INCONNUE" TO WS-REASON
                   PERFORM 1900-REJECT THRU 1900-REJECT-END
                   GO TO 1000-PLAN-ONE-END
           END-EVALUATE.

           IF PLN-DAY NOT NUMERIC OR PLN-DAY < 1 OR PLN-DAY > 31
               MOVE "JOUR DE PRELEVEMENT INVALIDE" TO WS-REASON
               PERFORM 1900-REJECT THRU 1900-REJECT-END
               GO TO 1000-PLAN-ONE-END
           END-IF.

           IF PLN-START NOT NUMERIC OR PLN-START-MM < 1
              OR PLN-START-MM > 12
               MOVE "MOIS DE PREMIERE ECHEANCE INVALIDE" TO WS-REASON
               PERFORM 1900-REJECT THRU 1900-REJECT-END
               GO TO 1000-PLAN-ONE-END
           END-IF.

           IF PLN-IBAN = SPACES OR PLN-RUM = SPACES
               MOVE "IBAN OU MANDAT ABSENT" TO WS-REASON
               PERFORM 1900-REJECT THRU 1900-REJECT-END
               GO TO 1000-PLAN-ONE-END
           END-IF.

           MOVE PLN-POL-ID TO POL-ID.
           READ F-MASTER.
           IF NOT FS-MASTER-OK
               MOVE "POLICE INCONNUE" TO WS-REASON
               PERFORM 1900-REJECT THRU 1900-REJECT-END
               GO TO 1000-PLAN-ONE-END
           END-IF.

           IF POL-STATUS(1:5) NOT = "Actif"
               MOVE "POLICE NON ACTIVE" TO WS-REASON
               PERFORM 1900-REJECT THRU 1900-REJECT-END
               GO TO 1000-PLAN-ONE-END
           END-IF.

      *    MOIS ECOULES DEPUIS LA PREMIERE ECHEANCE ; UN PLAN QUI NE
      *    DEMARRE QU'APRES LE MOIS TRAITE N'EST PAS ENCORE DU.
           COMPUTE WS-ELAPSED =
              (WS-MONTH-YYYY * 12 + WS-MONTH-MM)
              - (PLN-START-YYYY * 12 + PLN-START-MM).
           IF WS-ELAPSED < ZERO
               GO TO 1000-PLAN-ONE-END
           END-IF.

           COMPUTE WS-STEP = 12 / WS-PER-YEAR.
           COMPUTE WS-IN-YEAR = FUNCTION MOD(WS-ELAPSED, 12).
           COMPUTE WS-INSTAL = POL-AMOUNT / WS-PER-YEAR.
           COMPUTE WS-LAST-INSTAL = POL-AMOUNT
              - WS-INSTAL * (WS-PER-YEAR - 1).

           MOVE SPACES TO WS-LINE.
           STRING POL-ID SPACE POL-CLIENT SPACE
              FUNCTION TRIM(POL-LABEL) SPACE "PERIODICITE" SPACE
              PLN-FREQ SPACE "JOUR" SPACE PLN-DAY
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-SCHED FROM WS-LINE.

      *    ECHEANCES DE L'ANNEE DU PLAN QUI CONTIENT LE MOIS TRAITE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PER-YEAR
               PERFORM 1100-SCHED-ONE THRU 1100-SCHED-ONE-END
           END-PERFORM.
       1000-PLAN-ONE-END.

      *    ECHEANCE WS-K DE L'ANNEE DU PLAN : DATE, MONTANT, ET
      *    PRELEVEMENT SI ELLE TOMBE DANS LE MOIS TRAITE.
       1100-SCHED-ONE.
           IF WS-K = WS-PER-YEAR
               MOVE WS-LAST-INSTAL TO WS-AMOUNT
           ELSE
               MOVE WS-INSTAL TO WS-AMOUNT
           END-IF.

      *    MOIS DE L'ECHEANCE, COMPTE EN MOIS DEPUIS L'AN ZERO.
           COMPUTE WS-DUE-MONTHS =
              (WS-MONTH-YYYY * 12 + WS-MONTH-MM - 1)
              - WS-IN-YEAR + (WS-K - 1) * WS-STEP.
           COMPUTE WS-DUE-YYYY = WS-DUE-MONTHS / 12.
           COMPUTE WS-DUE-MM = FUNCTION MOD(WS-DUE-MONTHS, 12) + 1.

      *    DERNIER JOUR DU MOIS DE L'ECHEANCE.
           MOVE WS-DUE-YYYY TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-DUE-MM + 1.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           COMPUTE WS-LAST-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-LAST-INT) TO WS-LAST-DATE.
           IF PLN-DAY > WS-LAST-DD
               MOVE WS-LAST-DD TO WS-DUE-DD
           ELSE
               MOVE PLN-DAY TO WS-DUE-DD
           END-IF.

           MOVE SPACES TO WS-MARK.
           IF (WS-K - 1) * WS-STEP = WS-IN-YEAR
               MOVE "A PRELEVER" TO WS-MARK
               MOVE WS-K TO WS-NUMBER
               PERFORM 1200-COLLECT THRU 1200-COLLECT-END
           END-IF.

           INITIALIZE WS-AMOUNT-E.
           MOVE WS-AMOUNT TO WS-AMOUNT-E.
           MOVE SPACES TO WS-LINE.
           STRING "   ECHEANCE" SPACE WS-K "/" WS-PER-YEAR SPACE
              WS-DUE-DD "/" WS-DUE-MM "/" WS-DUE-YYYY SPACE
              WS-AMOUNT-E SPACE WS-MARK
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-SCHED FROM WS-LINE.
       1100-SCHED-ONE-END.

      *    PRELEVEMENT DE L'ECHEANCE DU MOIS ET SON EMISSION.
       1200-COLLECT.
           ADD 1 TO WS-DUE-CNT.
           ADD WS-AMOUNT TO WS-DUE-TOTAL.

           MOVE SPACES TO R-SEPA-DETAIL.
           MOVE "D"        TO SEPA-TYPE.
           STRING POL-ID "-" WS-MONTH "-" WS-NUMBER
              DELIMITED BY SIZE
              INTO SEPA-D-REF.
           MOVE POL-ID      TO SEPA-D-POL.
           MOVE POL-CLIENT  TO SEPA-D-CLI.
           MOVE PLN-IBAN    TO SEPA-D-IBAN.
           MOVE PLN-RUM     TO SEPA-D-RUM.
           MOVE WS-DUE-DATE TO SEPA-D-DUE.
           MOVE WS-AMOUNT   TO SEPA-D-AMT.
           WRITE R-SEPA-DETAIL.

           IF NOT WS-MONTH-ISSUED
               MOVE POL-CLIENT  TO ISS-CLIENT
               MOVE POL-ID      TO ISS-POL-ID
               MOVE WS-MONTH    TO ISS-MONTH
               MOVE WS-NUMBER   TO ISS-NUMBER
               MOVE WS-DUE-DATE TO ISS-DUE
               MOVE WS-AMOUNT   TO ISS-AMOUNT
               MOVE POL-AMOUNT  TO ISS-ANNUAL
               WRITE R-ISSUED
           END-IF.
       1200-COLLECT-END.

      *    ECRIT LE PLAN REJETE ET LE MOTIF.
       1900-REJECT.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO WS-LINE.
           STRING R-PLAN(1:11) SPACE "-" SPACE FUNCTION TRIM(WS-REASON)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REJECT FROM WS-LINE(1:120).
       1900-REJECT-END.
