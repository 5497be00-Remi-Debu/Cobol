      ******************************************************************
      *    Fichier de virements des salaires : apres flpay, le net de  *
      *    chaque employe se ressaisissait au portail de la banque.    *
      *    Le programme tourne apres flpay sur la meme periode         *
      *    (AAAAMM du mois en cours, ou FLVIR-PERIODE) :               *
      *    - les nets du mois sont ceux que flpay a portes dans        *
      *      l'historique "paie-cumuls.txt" (montants du dernier mois  *
      *      paye, periode egale a celle du lancement) ;               *
      *    - les coordonnees viennent du referentiel                   *
      *      "banque-salaries.txt" tenu par flbanq, et sont            *
      *      recontrolees par fliban (cle IBAN, format du BIC) ;       *
      *    - "virements-salaires.txt" : lot de virements au format     *
      *      fixe, enregistrement E d'en-tete (compte emetteur         *
      *      FLVIR-EMETTEUR, periode, date d'execution FLVIR-DATE ou   *
      *      la date du jour), un D par salarie, T de fin avec le      *
      *      nombre et le total de controle ;                          *
      *    - "virements-exceptions.txt" : salaries sans coordonnees,   *
      *      coordonnees invalides ou net nul, avec leur net et le     *
      *      motif, puis le rapprochement : total des virements plus   *
      *      total des exceptions contre la ligne "TOTAL NET" de       *
      *      "journal-paie.txt". Un ecart annule le lot de virements.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flvir.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUMUL ASSIGN TO "paie-cumuls.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CUMUL.

           SELECT F-BANQUE ASSIGN TO "banque-salaries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BANQUE.

           SELECT F-JOURNAL ASSIGN TO "journal-paie.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL.

           SELECT F-VIREMENT ASSIGN TO "virements-salaires.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-VIREMENT.

           SELECT F-EXCEPT ASSIGN TO "virements-exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXCEPT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    Historique de paie tenu par flpay.
       FD  F-CUMUL
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F.
       01  R-CUMUL.
           03 CUM-ID      PIC X(09).
           03 CUM-ANNEE   PIC 9(04).
           03 CUM-NOM     PIC X(20).
           03 CUM-PRENOM  PIC X(20).
           03 CUM-PERIODE PIC 9(06).
           03 CUM-MOIS    PIC 9(02).
           03 CUM-BRUT    PIC 9(08)V9(02).
           03 CUM-COTIS   PIC 9(08)V9(02).
           03 CUM-NET     PIC 9(08)V9(02).
           03 CUM-IMPOS   PIC 9(08)V9(02).
           03 CUM-M-BRUT  PIC 9(06)V9(02).
           03 CUM-M-COTIS PIC 9(06)V9(02).
           03 CUM-M-NET   PIC 9(06)V9(02).
           03 CUM-M-IMPOS PIC 9(06)V9(02).

      *    Coordonnees bancaires tenues par flbanq.
       FD  F-BANQUE
           RECORD CONTAINS 89 CHARACTERS
           RECORDING MODE IS F.
       01  R-BANQUE.
           03 BQ-ID        PIC X(09).
           03 BQ-IBAN      PIC X(34).
           03 BQ-BIC       PIC X(11).
           03 BQ-TITULAIRE PIC X(35).

       FD  F-JOURNAL.
       01  R-JOURNAL.
           03 JRN-LABEL PIC X(19).
           03 FILLER    PIC X(01).
           03 JRN-VALUE PIC X(112).

      *    Lot de virements : E en-tete, D virement, T fin.
       FD  F-VIREMENT.
       01  R-VIREMENT.
           03 VIR-TYPE     PIC X(01).
           03 VIR-DATA     PIC X(159).
       01  R-VIREMENT-HEADER.
           03 FILLER       PIC X(01).
           03 VIR-H-IBAN   PIC X(34).
           03 VIR-H-PERIOD PIC 9(06).
           03 VIR-H-DATE   PIC 9(08).
           03 FILLER       PIC X(111).
       01  R-VIREMENT-DETAIL.
           03 FILLER       PIC X(01).
           03 VIR-D-REF    PIC X(20).
           03 VIR-D-ID     PIC X(09).
           03 VIR-D-TITUL  PIC X(35).
           03 VIR-D-IBAN   PIC X(34).
           03 VIR-D-BIC    PIC X(11).
           03 VIR-D-AMT    PIC 9(09)V9(02).
           03 VIR-D-DATE   PIC 9(08).
           03 FILLER       PIC X(31).
       01  R-VIREMENT-TRAILER.
           03 FILLER       PIC X(01).
           03 VIR-T-CNT    PIC 9(06).
           03 VIR-T-TOTAL  PIC 9(11)V9(02).
           03 FILLER       PIC X(140).

       FD  F-EXCEPT.
       01  R-EXCEPT PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-CUMUL PIC X(02).
           88 WS-FS-CUMUL-OK  VALUE "00".
           88 WS-FS-CUMUL-EOF VALUE "10".
       01  WS-FS-BANQUE PIC X(02).
           88 WS-FS-BANQUE-OK  VALUE "00".
           88 WS-FS-BANQUE-EOF VALUE "10".
       01  WS-FS-JOURNAL PIC X(02).
           88 WS-FS-JOURNAL-OK  VALUE "00".
           88 WS-FS-JOURNAL-EOF VALUE "10".
       01  WS-FS-VIREMENT PIC X(02).
       01  WS-FS-EXCEPT   PIC X(02).

      *    Periode, date d'execution et compte emetteur.
       01  WS-TODAY       PIC 9(08).
       01  WS-PERIODE-ENV PIC X(06) VALUE SPACES.
       01  WS-PERIODE     PIC 9(06).
       01  WS-DATE-ENV    PIC X(08) VALUE SPACES.
       01  WS-EXEC-DATE   PIC 9(08).
       01  WS-EMETTEUR    PIC X(34) VALUE SPACES.

      *    Referentiel bancaire charge en table.
       01  WS-BANQUE-TABLE.
           03 WS-BQ-CNT PIC 9(04) VALUE 0.
           03 WS-BQ OCCURS 2000 TIMES
                    INDEXED BY WS-BQ-IDX.
               05 WS-BQ-ID        PIC X(09).
               05 WS-BQ-IBAN      PIC X(34).
               05 WS-BQ-BIC       PIC X(11).
               05 WS-BQ-TITULAIRE PIC X(35).

       01  WS-JRN-FOUND PIC X(01) VALUE "N".
           88 WS-JRN-FOUND-Y VALUE "Y".
       01  WS-JRN-TOTAL PIC 9(11)V9(02) VALUE 0.
       01  WS-VIR-CNT   PIC 9(06) VALUE 0.
       01  WS-VIR-TOTAL PIC 9(11)V9(02) VALUE 0.
       01  WS-EXC-CNT   PIC 9(06) VALUE 0.
       01  WS-EXC-TOTAL PIC 9(11)V9(02) VALUE 0.
       01  WS-ECART     PIC S9(11)V9(02) VALUE 0.

       01  WS-MOTIF     PIC X(30).
       01  WS-LINE      PIC X(132).
       01  WS-PNT-NET   PIC ZZZZZ9.99.
       01  WS-PNT-TOT   PIC ZZZZZZZZZ9.99.
       01  WS-PNT-ECART PIC -(10)9.99.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "flvir".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-VIR-CNT TO WS-RUN-WRITTEN.
           MOVE WS-EXC-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           PERFORM START-PERIODE THRU END-PERIODE.
           PERFORM START-R-JOURNAL THRU END-R-JOURNAL.
           PERFORM START-R-BANQUE THRU END-R-BANQUE.
           PERFORM START-R-CUMUL THRU END-R-CUMUL.
           PERFORM START-RAPPROCHEMENT THRU END-RAPPROCHEMENT.

           DISPLAY "PERIODE :" SPACE WS-PERIODE SPACE
              "VIREMENTS :" SPACE WS-VIR-CNT SPACE
              "EXCEPTIONS :" SPACE WS-EXC-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Periode (FLVIR-PERIODE AAAAMM ou mois en cours), date       *
      *    d'execution (FLVIR-DATE AAAAMMJJ ou date du jour) et        *
      *    compte emetteur (FLVIR-EMETTEUR).                           *
      ******************************************************************
       START-PERIODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIODE.
           MOVE WS-TODAY TO WS-EXEC-DATE.

           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT "FLVIR-PERIODE".
           IF WS-PERIODE-ENV IS NUMERIC
              AND WS-PERIODE-ENV(5:2) >= "01"
              AND WS-PERIODE-ENV(5:2) <= "12"
              MOVE WS-PERIODE-ENV TO WS-PERIODE
           END-IF.

           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "FLVIR-DATE".
           IF WS-DATE-ENV IS NUMERIC
              MOVE WS-DATE-ENV TO WS-EXEC-DATE
           END-IF.

           ACCEPT WS-EMETTEUR FROM ENVIRONMENT "FLVIR-EMETTEUR".
           IF WS-EMETTEUR = SPACES
              DISPLAY "AVERTISSEMENT : FLVIR-EMETTEUR NON RENSEIGNE, "
                 "COMPTE EMETTEUR A COMPLETER"
           END-IF.
       END-PERIODE.
           EXIT.

      ******************************************************************
      *    Releve le total net du journal de paie de flpay.            *
      ******************************************************************
       START-R-JOURNAL.
           OPEN INPUT F-JOURNAL.
           IF NOT WS-FS-JOURNAL-OK
              DISPLAY "ERREUR OUVERTURE journal-paie.txt :" SPACE
                 WS-FS-JOURNAL
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-JOURNAL-EOF
              READ F-JOURNAL
              AT END
                 SET WS-FS-JOURNAL-EOF TO TRUE
              NOT AT END
                 IF JRN-LABEL = "TOTAL NET         :"
                    COMPUTE WS-JRN-TOTAL =
                       FUNCTION NUMVAL(JRN-VALUE)
                    SET WS-JRN-FOUND-Y TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-JOURNAL.
           IF NOT WS-JRN-FOUND-Y
              DISPLAY "ERREUR : LIGNE TOTAL NET ABSENTE DE "
                 "journal-paie.txt"
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.
       END-R-JOURNAL.
           EXIT.

      ******************************************************************
      *    Charge le referentiel bancaire (absent : tous les salaries  *
      *    partent en exception).                                      *
      ******************************************************************
       START-R-BANQUE.
           OPEN INPUT F-BANQUE.
           IF NOT WS-FS-BANQUE-OK
              DISPLAY "AVERTISSEMENT : banque-salaries.txt ABSENT"
              GO TO END-R-BANQUE
           END-IF.

           PERFORM UNTIL WS-FS-BANQUE-EOF
              READ F-BANQUE
              AT END
                 SET WS-FS-BANQUE-EOF TO TRUE
              NOT AT END
                 IF WS-BQ-CNT < 2000
                    ADD 1 TO WS-BQ-CNT
                    MOVE BQ-ID        TO WS-BQ-ID(WS-BQ-CNT)
                    MOVE BQ-IBAN      TO WS-BQ-IBAN(WS-BQ-CNT)
                    MOVE BQ-BIC       TO WS-BQ-BIC(WS-BQ-CNT)
                    MOVE BQ-TITULAIRE TO WS-BQ-TITULAIRE(WS-BQ-CNT)
                 ELSE
                    DISPLAY "AVERTISSEMENT : banque-salaries.txt "
                       "DEPASSE 2000 FICHES"
                    MOVE "KO" TO WS-RUN-STATUS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-BANQUE.
       END-R-BANQUE.
           EXIT.

      ******************************************************************
      *    Passe l'historique de paie : chaque net de la periode part  *
      *    en virement ou en exception.                                *
      ******************************************************************
       START-R-CUMUL.
           OPEN INPUT F-CUMUL.
           IF NOT WS-FS-CUMUL-OK
              DISPLAY "ERREUR OUVERTURE paie-cumuls.txt :" SPACE
                 WS-FS-CUMUL
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT F-VIREMENT.
           OPEN OUTPUT F-EXCEPT.
           MOVE "*** EXCEPTIONS AU VIREMENT DES SALAIRES ***"
              TO R-EXCEPT.
           WRITE R-EXCEPT.

           MOVE SPACES TO R-VIREMENT-HEADER.
           MOVE "E"         TO VIR-TYPE.
           MOVE WS-EMETTEUR TO VIR-H-IBAN.
           MOVE WS-PERIODE  TO VIR-H-PERIOD.
           MOVE WS-EXEC-DATE TO VIR-H-DATE.
           WRITE R-VIREMENT-HEADER.

           PERFORM UNTIL WS-FS-CUMUL-EOF
              READ F-CUMUL
              AT END
                 SET WS-FS-CUMUL-EOF TO TRUE
              NOT AT END
                 IF CUM-PERIODE = WS-PERIODE
                    ADD 1 TO WS-RUN-READ
                    PERFORM START-VIR-ONE THRU END-VIR-ONE
                 END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO R-VIREMENT-TRAILER.
           MOVE "T"          TO VIR-TYPE.
           MOVE WS-VIR-CNT   TO VIR-T-CNT.
           MOVE WS-VIR-TOTAL TO VIR-T-TOTAL.
           WRITE R-VIREMENT-TRAILER.

           CLOSE F-CUMUL.
           CLOSE F-VIREMENT.
       END-R-CUMUL.
           EXIT.

      ******************************************************************
      *    Virement du net de l'employe courant, ou exception avec     *
      *    son motif.                                                  *
      ******************************************************************
       START-VIR-ONE.
           MOVE SPACES TO WS-MOTIF.
           IF CUM-M-NET = ZERO
              MOVE "NET NUL, AUCUN VIREMENT" TO WS-MOTIF
              GO TO EXCEPT-VIR-ONE
           END-IF.

           SET WS-BQ-IDX TO 1.
           SEARCH WS-BQ
              AT END
                 MOVE "COORDONNEES BANCAIRES ABSENTES" TO WS-MOTIF
              WHEN WS-BQ-IDX > WS-BQ-CNT
                 MOVE "COORDONNEES BANCAIRES ABSENTES" TO WS-MOTIF
              WHEN WS-BQ-ID(WS-BQ-IDX) = CUM-ID
                 CONTINUE
           END-SEARCH.
           IF WS-MOTIF NOT = SPACES
              GO TO EXCEPT-VIR-ONE
           END-IF.

           CALL "fliban" USING WS-BQ-IBAN(WS-BQ-IDX),
              WS-BQ-BIC(WS-BQ-IDX), WS-MOTIF
           END-CALL.
           IF WS-MOTIF = SPACES
              AND WS-BQ-TITULAIRE(WS-BQ-IDX) = SPACES
              MOVE "TITULAIRE ABSENT" TO WS-MOTIF
           END-IF.
           IF WS-MOTIF NOT = SPACES
              GO TO EXCEPT-VIR-ONE
           END-IF.

           ADD 1 TO WS-VIR-CNT.
           ADD CUM-M-NET TO WS-VIR-TOTAL.
           MOVE SPACES TO R-VIREMENT-DETAIL.
           MOVE "D" TO VIR-TYPE.
           STRING "SAL" WS-PERIODE "-" CUM-ID
              DELIMITED BY SIZE
              INTO VIR-D-REF.
           MOVE CUM-ID                     TO VIR-D-ID.
           MOVE WS-BQ-TITULAIRE(WS-BQ-IDX) TO VIR-D-TITUL.
           MOVE WS-BQ-IBAN(WS-BQ-IDX)      TO VIR-D-IBAN.
           MOVE WS-BQ-BIC(WS-BQ-IDX)       TO VIR-D-BIC.
           MOVE CUM-M-NET                  TO VIR-D-AMT.
           MOVE WS-EXEC-DATE               TO VIR-D-DATE.
           WRITE R-VIREMENT-DETAIL.
           GO TO END-VIR-ONE.

       EXCEPT-VIR-ONE.
           ADD 1 TO WS-EXC-CNT.
           ADD CUM-M-NET TO WS-EXC-TOTAL.
           INITIALIZE WS-PNT-NET.
           MOVE CUM-M-NET TO WS-PNT-NET.
           MOVE SPACES TO WS-LINE.
           STRING CUM-ID SPACE CUM-NOM SPACE CUM-PRENOM SPACE
              "NET:" SPACE WS-PNT-NET SPACE "-" SPACE
              FUNCTION TRIM(WS-MOTIF)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-EXCEPT FROM WS-LINE.
       END-VIR-ONE.
           EXIT.

      ******************************************************************
      *    Rapprochement : virements + exceptions = total net du       *
      *    journal. Un ecart vide le lot de virements.                 *
      ******************************************************************
       START-RAPPROCHEMENT.
           COMPUTE WS-ECART =
              WS-VIR-TOTAL + WS-EXC-TOTAL - WS-JRN-TOTAL.

           MOVE SPACES TO R-EXCEPT.
           WRITE R-EXCEPT.
           MOVE WS-JRN-TOTAL TO WS-PNT-TOT.
           MOVE SPACES TO WS-LINE.
           STRING "TOTAL NET DU JOURNAL  :" SPACE WS-PNT-TOT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-EXCEPT FROM WS-LINE.
           MOVE WS-VIR-TOTAL TO WS-PNT-TOT.
           MOVE SPACES TO WS-LINE.
           STRING "TOTAL DES VIREMENTS   :" SPACE WS-PNT-TOT SPACE
              "(" WS-VIR-CNT ")"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-EXCEPT FROM WS-LINE.
           MOVE WS-EXC-TOTAL TO WS-PNT-TOT.
           MOVE SPACES TO WS-LINE.
           STRING "TOTAL DES EXCEPTIONS  :" SPACE WS-PNT-TOT SPACE
              "(" WS-EXC-CNT ")"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-EXCEPT FROM WS-LINE.
           MOVE WS-ECART TO WS-PNT-ECART.
           MOVE SPACES TO WS-LINE.
           STRING "ECART                 :" SPACE WS-PNT-ECART
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-EXCEPT FROM WS-LINE.

           IF WS-ECART = ZERO
              MOVE "RAPPROCHEMENT OK" TO R-EXCEPT
              WRITE R-EXCEPT
           ELSE
              MOVE "RAPPROCHEMENT EN ECART : LOT DE VIREMENTS ANNULE"
                 TO R-EXCEPT
              WRITE R-EXCEPT
              DISPLAY "RAPPROCHEMENT EN ECART AVEC journal-paie.txt :"
                 SPACE WS-PNT-ECART SPACE "- LOT ANNULE"
              MOVE "KO" TO WS-RUN-STATUS
              MOVE ZERO TO WS-VIR-CNT
              OPEN OUTPUT F-VIREMENT
              CLOSE F-VIREMENT
           END-IF.

           CLOSE F-EXCEPT.
       END-RAPPROCHEMENT.
           EXIT.
