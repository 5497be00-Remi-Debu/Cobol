      *    Dans ce rapport on retrouve les données de chaque fichier,  *
      *    la date de compilation, le nombre d'enregistrements         *
      *    et le nombre d'occurence des différents status.             *
      *    Point de reprise : la progression est tracee par extrait    *
      *    et par enregistrement (sous programme insuckp) et l'etat    *
      *    cumule est sauve dans "insucli-etat.dat" apres chaque       *
      *    extrait termine ; un lancement interrompu reprend apres le  *
      *    dernier extrait termine (INSUCLI-REPRISE=N pour tout        *
      *    relancer). Une seule generation par mois est ajoutee a      *
      *    "portefeuille-histo.dat".                                   *
      *                                                                *
      ******************************************************************

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INSU-HISTO.

           SELECT INSU-ETAT ASSIGN TO "insucli-etat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INSU-ETAT.

           SELECT INSU-REP-TMP ASSIGN TO "rapport-assurances.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INSU-REP-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD  INSU-MANIFEST.
           03 H-AMOUNT   PIC 9(10).
           03 FILLER     PIC X(06).

      *    ETAT CUMULE APRES LE DERNIER EXTRAIT TERMINE : UN RECORD
      *    "C" DE COMPTEURS PUIS UN RECORD PAR POSTE DES TABLES
      *    ("P" PARTIES, "G" GROUPES, "U" SUSPENS, "X" ECHEANCES,
      *    "L" LIBELLES ET STATUS).
       FD  INSU-ETAT.
       01  R-ETAT.
           03 ET-TYPE PIC X(01).
           03 ET-SEQ  PIC 9(03).
           03 ET-DATA PIC X(150).

       FD  INSU-REP-TMP.
       01  INSU-REP-TMP-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-DISPLAY.
           03  FS-INSU-GENERIC  PIC X(02).
           03  FS-INSU-REP      PIC X(02).
           03  FS-INSU-HISTO    PIC X(02).
           03  FS-INSU-ETAT     PIC X(02).
           03  FS-INSU-REP-TMP  PIC X(02).

       01  WS-COMP-DATE-YMD.
           03  WS-CURRENT-YEAR    PIC  9(04).
       01  WS-CAL-DATE-2   PIC 9(08).
       01  WS-CAL-RESULT   PIC 9(05).

      *    ZONES D'APPEL DU POINT DE REPRISE (INSUCKP).
       01  WS-CKP-FUNCTION PIC X(01).
       01  WS-CKP-ENTRY    PIC 9(02).
       01  WS-CKP-FILENAME PIC X(123).
       01  WS-CKP-RECORDS  PIC 9(08).

       01  WS-RESTART-ENTRY PIC 9(02) VALUE 0.
       01  WS-REP-LINES     PIC 9(06) VALUE 0.
       01  WS-COPY-CNT      PIC 9(06).
       01  WS-ETAT-SEQ      PIC 9(03).
       01  WS-HISTO-FOUND   PIC X(01).

      *    COMPTEURS SAUVES AVEC L'ETAT (RECORD "C").
       01  WS-ETAT-CTRS.
           03 WS-EC-ENTRY        PIC 9(02).
           03 WS-EC-REP-LINES    PIC 9(06).
           03 WS-EC-ACTIVE       PIC 9(03).
           03 WS-EC-SUSPENDED    PIC 9(03).
           03 WS-EC-CANCELED     PIC 9(03).
           03 WS-EC-EXPIRY-CNT   PIC 9(02).
           03 WS-EC-EXPIRY-TOTAL PIC 9(03).
           03 WS-EC-SUSP-CNT     PIC 9(02).
           03 WS-EC-SUSP-TOTAL   PIC 9(03).
           03 WS-EC-GROUP-CNT    PIC 9(02).
           03 WS-EC-LS-INDEX     PIC 9(02).
           03 WS-EC-LS-TOTAL     PIC 9(04).
           03 WS-EC-EURO         PIC X(05).

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insucli".

      ******************************************************************
      *    0000 = MAIN                                                 *
      *    0100 = DATES DU LANCEMENT                                   *
      *    0500 = MANIFESTE (LISTE DES FICHIERS A TRAITER)              *
      *    0700 = REPRISE APRES LE DERNIER EXTRAIT TERMINE             *
      *    1000 = TRAITEMENT GENERIQUE D'UN FICHIER                    *
      *    3000 = PART LABEL STATUS                                    *
      *    3500 = SUSPENSE (STATUS NON RECONNUS)                       *
           MOVE ALL "-" TO WS-DASH.
           MOVE ALL "*" TO WS-AST.

           PERFORM 0100-INIT-DATES THRU 0100-INIT-DATES-END.
           PERFORM 0500-MANIFEST-READ THRU 0500-MANIFEST-READ-END.
           PERFORM 0600-VERIFY-CONTROLS
              THRU 0600-VERIFY-CONTROLS-END.
           PERFORM 0700-RESTART THRU 0700-RESTART-END.

      *    EN REPRISE, LE RAPPORT DEJA ECRIT EST CONSERVE.
           IF WS-RESTART-ENTRY = ZERO
               PERFORM 4000-HEADER-REPORT THRU 4000-HEADER-REPORT-END
           END-IF.

           SET WS-PART-IDX TO WS-RESTART-ENTRY.
           SET WS-PART-IDX UP BY 1.
           PERFORM UNTIL WS-PART-IDX > WS-MANIFEST-CNT
               MOVE "E" TO WS-CKP-FUNCTION
               PERFORM 0790-CHECKPOINT THRU 0790-CHECKPOINT-END

               PERFORM 1000-PART-HEADER THRU 1000-PART-HEADER-END
               PERFORM 1000-PART-READ   THRU 1000-PART-READ-END
               PERFORM 1000-PART-WRITE  THRU 1000-PART-WRITE-END

               PERFORM 0800-SAVE-STATE THRU 0800-SAVE-STATE-END
               MOVE "T" TO WS-CKP-FUNCTION
               PERFORM 0790-CHECKPOINT THRU 0790-CHECKPOINT-END

               SET WS-PART-IDX UP BY 1
           END-PERFORM.

           PERFORM 4000-FOOTER-REPORT THRU 4000-FOOTER-REPORT-END.

           PERFORM 5000-HISTO-APPEND THRU 5000-HISTO-APPEND-END.

           MOVE "F" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           MOVE WS-COUNT-TOTAL TO WS-CKP-RECORDS.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
       0000-MAIN-END.

      *    ECRIS LE HEADER (TITRE ET DATE DE COMPILATION)
           FROM "INSURANCE CLIENTS SUMMARY REPORT".
           WRITE INSU-REP-RECORD FROM SPACE.

           STRING "Report Generation Date :" DELIMITED BY SIZE,
                  SPACE,
                  WS-COMP-DATE-DMY DELIMITED BY SIZE,
                  INTO WS-STRING
           END-STRING.

           WRITE INSU-REP-RECORD FROM WS-STRING.
           WRITE INSU-REP-RECORD FROM SPACE.

           CLOSE INSU-REP.
       4000-HEADER-REPORT-END.

      *    DATE DU LANCEMENT ET FENETRE D'ECHEANCE.
       0100-INIT-DATES.
           MOVE FUNCTION CURRENT-DATE
           TO WS-COMP-DATE-YMD.

           END-CALL.
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-2).
       0100-INIT-DATES-END.

      *    LIS LE FICHIER MANIFESTE QUI CONTIENT, UNE LIGNE PAR
      *    FICHIER, LA LISTE DES FICHIERS D'ASSURANCES A TRAITER.
           END-PERFORM.
       0600-VERIFY-CONTROLS-END.

      *    POINT DE REPRISE : SI LE LANCEMENT PRECEDENT S'EST ARRETE
      *    EN COURS DE MANIFESTE, RESTAURE L'ETAT SAUVE APRES LE
      *    DERNIER EXTRAIT TERMINE, RAMENE LE RAPPORT A CE POINT ET
      *    REPREND A L'EXTRAIT SUIVANT. MANIFESTE MODIFIE, ETAT OU
      *    RAPPORT ABSENT : LANCEMENT COMPLET.
       0700-RESTART.
           MOVE "O" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           MOVE ZERO TO WS-CKP-RECORDS.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.

           IF WS-CKP-ENTRY = ZERO
               GO TO 0700-RESTART-END
           END-IF.

           IF WS-CKP-ENTRY > WS-MANIFEST-CNT
              OR WS-MANIFEST-FILE(WS-CKP-ENTRY) NOT = WS-CKP-FILENAME
               DISPLAY "MANIFESTE MODIFIE DEPUIS LE LANCEMENT "
                  "INTERROMPU : LANCEMENT COMPLET"
               GO TO 0700-RESTART-FULL
           END-IF.

      *    LE RECORD "C" EN TETE DE L'ETAT DOIT PORTER LE MEME
      *    EXTRAIT QUE LE POINT DE REPRISE.
           MOVE ZERO TO WS-EC-ENTRY.
           OPEN INPUT INSU-ETAT.
           IF FS-INSU-ETAT = "00"
               READ INSU-ETAT
               NOT AT END
                   IF ET-TYPE = "C"
                       MOVE ET-DATA TO WS-ETAT-CTRS
                   END-IF
               END-READ
               CLOSE INSU-ETAT
           END-IF.
           IF WS-EC-ENTRY NOT = WS-CKP-ENTRY
               DISPLAY "ETAT DE REPRISE insucli-etat.dat ABSENT OU "
                  "DECALE : LANCEMENT COMPLET"
               GO TO 0700-RESTART-FULL
           END-IF.

           PERFORM 0720-TRIM-REPORT THRU 0720-TRIM-REPORT-END.
           IF WS-COPY-CNT NOT = WS-EC-REP-LINES
               DISPLAY "RAPPORT rapport-assurances.dat INCOMPLET : "
                  "LANCEMENT COMPLET"
               GO TO 0700-RESTART-FULL
           END-IF.

           PERFORM 0710-LOAD-STATE THRU 0710-LOAD-STATE-END.
           MOVE WS-CKP-ENTRY TO WS-RESTART-ENTRY.
           DISPLAY "REPRISE APRES L'EXTRAIT" SPACE WS-RESTART-ENTRY
              SPACE FUNCTION TRIM(WS-CKP-FILENAME).

           OPEN EXTEND INSU-REP.
           INITIALIZE WS-STRING.
           STRING "REPRISE DU" SPACE WS-COMP-DATE-DMY SPACE
              "APRES L'EXTRAIT" SPACE WS-RESTART-ENTRY
              DELIMITED BY SIZE
              INTO WS-STRING.
           WRITE INSU-REP-RECORD FROM WS-STRING.
           CLOSE INSU-REP.
           GO TO 0700-RESTART-END.

       0700-RESTART-FULL.
           MOVE "N" TO WS-CKP-FUNCTION.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
           MOVE ZERO TO WS-RESTART-ENTRY.
       0700-RESTART-END.

      *    RESTAURE LES COMPTEURS ET LES TABLES DE L'ETAT SAUVE.
       0710-LOAD-STATE.
           MOVE WS-EC-ACTIVE       TO WS-COUNT-ACTIVE.
           MOVE WS-EC-SUSPENDED    TO WS-COUNT-SUSPENDED.
           MOVE WS-EC-CANCELED     TO WS-COUNT-CANCELED.
           MOVE WS-EC-EXPIRY-CNT   TO WS-EXPIRY-CNT.
           MOVE WS-EC-EXPIRY-TOTAL TO WS-EXPIRY-TOTAL.
           MOVE WS-EC-SUSP-CNT     TO WS-SUSPENSE-CNT.
           MOVE WS-EC-SUSP-TOTAL   TO WS-SUSPENSE-TOTAL.
           MOVE WS-EC-GROUP-CNT    TO WS-GROUP-CNT.
           MOVE WS-EC-LS-INDEX     TO WS-LS-INDEX.
           MOVE WS-EC-LS-TOTAL     TO WS-LS-TOTAL.
           MOVE WS-EC-EURO         TO WS-EURO-SYMBOL.

           OPEN INPUT INSU-ETAT.
           SET WS-STOP TO 0.
           PERFORM UNTIL WS-STOP = 1
               READ INSU-ETAT
               AT END
                   SET WS-STOP TO 1
               NOT AT END
                   EVALUATE ET-TYPE
                       WHEN "P"
                           MOVE ET-DATA TO WS-PART-STAT(ET-SEQ)
                       WHEN "G"
                           MOVE ET-DATA TO WS-GROUP-TOTAL(ET-SEQ)
                       WHEN "U"
                           MOVE ET-DATA TO WS-SUSPENSE(ET-SEQ)
                       WHEN "X"
                           MOVE ET-DATA TO WS-EXPIRY(ET-SEQ)
                       WHEN "L"
                           MOVE ET-DATA TO WS-LABEL-STATUS(ET-SEQ)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE INSU-ETAT.
       0710-LOAD-STATE-END.

      *    RAMENE LE RAPPORT AUX LIGNES ECRITES JUSQU'AU DERNIER
      *    EXTRAIT TERMINE (LA PARTIE INTERROMPUE EST RETIREE) ; EN
      *    SORTIE WS-COPY-CNT = LIGNES CONSERVEES.
       0720-TRIM-REPORT.
           MOVE ZERO TO WS-COPY-CNT.
           OPEN INPUT INSU-REP.
           IF FS-INSU-REP NOT = "00"
               GO TO 0720-TRIM-REPORT-END
           END-IF.
           OPEN OUTPUT INSU-REP-TMP.
           SET WS-STOP TO 0.
           PERFORM UNTIL WS-STOP = 1
                      OR WS-COPY-CNT = WS-EC-REP-LINES
               READ INSU-REP
               AT END
                   SET WS-STOP TO 1
               NOT AT END
                   ADD 1 TO WS-COPY-CNT
                   WRITE INSU-REP-TMP-RECORD FROM INSU-REP-RECORD
               END-READ
           END-PERFORM.
           CLOSE INSU-REP.
           CLOSE INSU-REP-TMP.

           IF WS-COPY-CNT NOT = WS-EC-REP-LINES
               GO TO 0720-TRIM-REPORT-END
           END-IF.

           OPEN INPUT INSU-REP-TMP.
           OPEN OUTPUT INSU-REP.
           SET WS-STOP TO 0.
           PERFORM UNTIL WS-STOP = 1
               READ INSU-REP-TMP
               AT END
                   SET WS-STOP TO 1
               NOT AT END
                   WRITE INSU-REP-RECORD FROM INSU-REP-TMP-RECORD
               END-READ
           END-PERFORM.
           CLOSE INSU-REP-TMP.
           CLOSE INSU-REP.
       0720-TRIM-REPORT-END.

      *    TRACE DE PROGRESSION DE L'EXTRAIT COURANT (WS-CKP-FUNCTION
      *    "E" DEBUT, "R" ENREGISTREMENT, "T" EXTRAIT TERMINE).
       0790-CHECKPOINT.
           SET WS-CKP-ENTRY TO WS-PART-IDX.
           MOVE WS-MANIFEST-FILE(WS-PART-IDX) TO WS-CKP-FILENAME.
           MOVE WS-PART-COUNT(WS-PART-IDX) TO WS-CKP-RECORDS.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
       0790-CHECKPOINT-END.

      *    SAUVE L'ETAT CUMULE APRES L'EXTRAIT COURANT (RAPPORT FERME,
      *    SES LIGNES SONT RECOMPTEES POUR UNE REPRISE EVENTUELLE).
       0800-SAVE-STATE.
           MOVE ZERO TO WS-REP-LINES.
           OPEN INPUT INSU-REP.
           SET WS-STOP TO 0.
           PERFORM UNTIL WS-STOP = 1
               READ INSU-REP
               AT END
                   SET WS-STOP TO 1
               NOT AT END
                   ADD 1 TO WS-REP-LINES
               END-READ
           END-PERFORM.
           CLOSE INSU-REP.

           SET WS-EC-ENTRY TO WS-PART-IDX.
           MOVE WS-REP-LINES       TO WS-EC-REP-LINES.
           MOVE WS-COUNT-ACTIVE    TO WS-EC-ACTIVE.
           MOVE WS-COUNT-SUSPENDED TO WS-EC-SUSPENDED.
           MOVE WS-COUNT-CANCELED  TO WS-EC-CANCELED.
           MOVE WS-EXPIRY-CNT      TO WS-EC-EXPIRY-CNT.
           MOVE WS-EXPIRY-TOTAL    TO WS-EC-EXPIRY-TOTAL.
           MOVE WS-SUSPENSE-CNT    TO WS-EC-SUSP-CNT.
           MOVE WS-SUSPENSE-TOTAL  TO WS-EC-SUSP-TOTAL.
           MOVE WS-GROUP-CNT       TO WS-EC-GROUP-CNT.
           MOVE WS-LS-INDEX        TO WS-EC-LS-INDEX.
           MOVE WS-LS-TOTAL        TO WS-EC-LS-TOTAL.
           MOVE WS-EURO-SYMBOL     TO WS-EC-EURO.

           OPEN OUTPUT INSU-ETAT.
           MOVE SPACES TO R-ETAT.
           MOVE "C" TO ET-TYPE.
           MOVE ZERO TO ET-SEQ.
           MOVE WS-ETAT-CTRS TO ET-DATA.
           WRITE R-ETAT.

           PERFORM VARYING WS-ETAT-SEQ FROM 1 BY 1
                   UNTIL WS-ETAT-SEQ > WS-MANIFEST-CNT
               MOVE SPACES TO R-ETAT
               MOVE "P" TO ET-TYPE
               MOVE WS-ETAT-SEQ TO ET-SEQ
               MOVE WS-PART-STAT(WS-ETAT-SEQ) TO ET-DATA
               WRITE R-ETAT
           END-PERFORM.
           PERFORM VARYING WS-ETAT-SEQ FROM 1 BY 1
                   UNTIL WS-ETAT-SEQ NOT < WS-GROUP-CNT
               MOVE SPACES TO R-ETAT
               MOVE "G" TO ET-TYPE
               MOVE WS-ETAT-SEQ TO ET-SEQ
               MOVE WS-GROUP-TOTAL(WS-ETAT-SEQ) TO ET-DATA
               WRITE R-ETAT
           END-PERFORM.
           PERFORM VARYING WS-ETAT-SEQ FROM 1 BY 1
                   UNTIL WS-ETAT-SEQ NOT < WS-SUSPENSE-CNT
               MOVE SPACES TO R-ETAT
               MOVE "U" TO ET-TYPE
               MOVE WS-ETAT-SEQ TO ET-SEQ
               MOVE WS-SUSPENSE(WS-ETAT-SEQ) TO ET-DATA
               WRITE R-ETAT
           END-PERFORM.
           PERFORM VARYING WS-ETAT-SEQ FROM 1 BY 1
                   UNTIL WS-ETAT-SEQ NOT < WS-EXPIRY-CNT
               MOVE SPACES TO R-ETAT
               MOVE "X" TO ET-TYPE
               MOVE WS-ETAT-SEQ TO ET-SEQ
               MOVE WS-EXPIRY(WS-ETAT-SEQ) TO ET-DATA
               WRITE R-ETAT
           END-PERFORM.
           PERFORM VARYING WS-ETAT-SEQ FROM 1 BY 1
                   UNTIL WS-ETAT-SEQ > WS-LS-TOTAL
               MOVE SPACES TO R-ETAT
               MOVE "L" TO ET-TYPE
               MOVE WS-ETAT-SEQ TO ET-SEQ
               MOVE WS-LABEL-STATUS(WS-ETAT-SEQ) TO ET-DATA
               WRITE R-ETAT
           END-PERFORM.
           CLOSE INSU-ETAT.
       0800-SAVE-STATE-END.

      *    ECRIS LE HEADER (NOM DES COLONNES) DU FICHIER COURANT
      *    DU MANIFESTE.
       1000-PART-HEADER.
                   ADD 1 TO WS-LS-INDEX
                   ADD 1 TO WS-LS-TOTAL
                   ADD 1 TO WS-PART-COUNT(WS-PART-IDX)

                   MOVE "R" TO WS-CKP-FUNCTION
                   PERFORM 0790-CHECKPOINT THRU 0790-CHECKPOINT-END
               END-IF
               END-IF
               END-READ
      *    PUIS UN RECORD "G" PAR GROUPE), POUR QUE LE RAPPORT DE
      *    TENDANCE (insutrnd) PUISSE COMPARER LES DOUZE DERNIERS
      *    MOIS AU LIEU DE RECONSTRUIRE DEPUIS DE VIEUX LISTINGS.
      *    UNE SEULE GENERATION PAR MOIS : SI LE MOIS DU LANCEMENT Y
      *    EST DEJA, L'HISTORIQUE N'EST PAS ALIMENTE UNE SECONDE FOIS.
       5000-HISTO-APPEND.
           MOVE "N" TO WS-HISTO-FOUND.
           OPEN INPUT INSU-HISTO.
           IF FS-INSU-HISTO = "00"
               SET WS-STOP TO 0
               PERFORM UNTIL WS-STOP = 1
                   READ INSU-HISTO
                   AT END
                       SET WS-STOP TO 1
                   NOT AT END
                       IF H-TYPE = "T"
                          AND H-DATE(1:6) = WS-TODAY-YYYYMMDD(1:6)
                           MOVE "Y" TO WS-HISTO-FOUND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE INSU-HISTO
           END-IF.
           IF WS-HISTO-FOUND = "Y"
               DISPLAY "GENERATION" SPACE WS-TODAY-YYYYMMDD(1:6)
                  SPACE "DEJA PRESENTE DANS portefeuille-histo.dat :"
                  SPACE "HISTORIQUE NON ALIMENTE"
               GO TO 5000-HISTO-APPEND-END
           END-IF.

           OPEN EXTEND INSU-HISTO.
           IF FS-INSU-HISTO NOT = "00"
               OPEN OUTPUT INSU-HISTO
