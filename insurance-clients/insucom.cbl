      *    BAREME) PUIS LE TOTAL DE CONTROLE POUR LA COMPTABILITE.     *
      *    LES POLICES SANS CODE AGENT SONT REGROUPEES SOUS "SANS      *
      *    CODE" - PLUS DE TABLEUR QUE PERSONNE N'AUDITE.              *
      *    LA COMMISSION DE CHAQUE POLICE EST HISTORISEE UNE FOIS PAR  *
      *    TERME (DATE "FROM" DE L'EXTRAIT) DANS                       *
      *    "commissions-histo.dat", BASE DES REPRISES DE insurpr. LES  *
      *    REPRISES A IMPUTER DE "reprises-commissions.dat" SONT       *
      *    PASSEES EN LIGNES NEGATIVES SUR LE RELEVE DE                *
      *    L'INTERMEDIAIRE, MARQUEES IMPUTEES AVEC LE MOIS DU RELEVE   *
      *    ET TRACEES DANS "reprises-audit.dat".                       *
      *    LA PROGRESSION PAR EXTRAIT EST TRACEE DANS                  *
      *    "insucom-reprise.dat" (SOUS PROGRAMME insuckp) ; LE RELEVE  *
      *    ETANT RECONSTRUIT EN ENTIER ET L'HISTORIQUE TENU PAR TERME, *
      *    UN LANCEMENT INTERROMPU EST SIMPLEMENT RELANCE.             *
      *                                                                *
      ******************************************************************

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELEVE.

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
       FD  INSU-MANIFEST.
       FD  F-RELEVE.
       01  R-RELEVE PIC X(160).

      *    COMMISSION VERSEE PAR POLICE ET PAR TERME.
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

      *    REPRISE DE COMMISSION CALCULEE PAR insurpr, A IMPUTER ("A")
      *    PUIS IMPUTEE ("I") SUR LE RELEVE DU MOIS RP-POSTED.
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
           03 FS-INSU-MANIFEST PIC X(02).
              88 FS-TAUX-OK  VALUE "00".
              88 FS-TAUX-EOF VALUE "10".
           03 FS-RELEVE PIC X(02).
           03 FS-CHISTO PIC X(02).
              88 FS-CHISTO-OK  VALUE "00".
              88 FS-CHISTO-EOF VALUE "10".
           03 FS-REPRISE PIC X(02).
              88 FS-REPRISE-OK  VALUE "00".
              88 FS-REPRISE-EOF VALUE "10".
           03 FS-AUDIT PIC X(02).
              88 FS-AUDIT-OK  VALUE "00".

       01  WS-TODAY PIC 9(08).
       01  WS-CURRENT-FILENAME PIC X(123) VALUE SPACES.
       01  WS-STOP  PIC 9(01) VALUE 0.

           03 WS-AMOUNT    PIC X(09).
           03 WS-EURO      PIC X(05).
           03 WS-INTERM    PIC X(04).
           03 WS-POLNO     PIC X(08).

       01  WS-FROM-PARTS.
           03 WS-FROM-DAY   PIC 9(02).
           03 WS-FROM-MONTH PIC 9(02).
           03 WS-FROM-YEAR  PIC 9(04).
       01  WS-FROM-DATE PIC 9(08).
       01  WS-POL-COMMIS PIC 9(08)V9(02).

      *    TERMES DEJA HISTORISES (CLIENT + INTITULE + DEBUT).
       01  WS-HKEY-TABLE.
           03 WS-HK-CNT PIC 9(05) VALUE 0.
           03 WS-HK OCCURS 5000 TIMES
                    INDEXED BY WS-HK-IDX.
               05 WS-HK-CLIENT PIC X(12).
               05 WS-HK-LABEL  PIC X(41).
               05 WS-HK-FROM   PIC 9(08).

      *    REPRISES RELUES, REECRITES AVEC LEUR ETAT APRES IMPUTATION.
       01  WS-REPRISE-TABLE.
           03 WS-RP-CNT PIC 9(04) VALUE 0.
           03 WS-RP OCCURS 2000 TIMES
                    INDEXED BY WS-RP-IDX.
               05 WS-RP-NUMBER  PIC 9(06).
               05 WS-RP-INTERM  PIC X(04).
               05 WS-RP-CLIENT  PIC X(12).
               05 WS-RP-POLNO   PIC X(08).
               05 WS-RP-LABEL   PIC X(41).
               05 WS-RP-FROM    PIC 9(08).
               05 WS-RP-CANCEL  PIC 9(08).
               05 WS-RP-AMOUNT  PIC 9(08)V9(02).
               05 WS-RP-STATE   PIC X(01).
               05 WS-RP-POSTED  PIC 9(06).
               05 WS-RP-NOW     PIC X(01).

      *    BAREME DES TAUX PAR INTERMEDIAIRE.
       01  WS-TAUX-TABLE.
               05 WS-IN-PREMIUM  PIC 9(10).
               05 WS-IN-RATE     PIC 9(02)V9(02).
               05 WS-IN-COMMIS   PIC 9(10)V9(02).
               05 WS-IN-REPRISE  PIC 9(10)V9(02).

       01  WS-NUM          PIC 9(09).
       01  WS-LINE         PIC X(160).
       01  WS-NUM-CLEAN    PIC ZZZZZZZZZ9.
       01  WS-COM-CLEAN    PIC ZZZZZZZZZ9.99.
       01  WS-RATE-CLEAN   PIC Z9.99.
       01  WS-TOTAL-COMMIS PIC 9(11)V9(02) VALUE 0.
       01  WS-TOTAL-REPRISE PIC 9(11)V9(02) VALUE 0.
       01  WS-NET          PIC S9(11)V9(02).
       01  WS-NET-CLEAN    PIC -(11)9.99.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      *    ZONES D'APPEL DU POINT DE REPRISE (INSUCKP) : LE FICHIER
      *    PRODUIT EST RECONSTRUIT EN ENTIER A CHAQUE LANCEMENT, UN
      *    LANCEMENT INTERROMPU EST DONC SIGNALE PUIS REPRIS AU DEBUT.
       01  WS-CKP-FUNCTION PIC X(01).
       01  WS-CKP-ENTRY    PIC 9(02).
       01  WS-CKP-FILENAME PIC X(123).
       01  WS-CKP-RECORDS  PIC 9(08).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0300-LOAD-TAUX THRU 0300-LOAD-TAUX-END.
           PERFORM 0400-LOAD-CHISTO THRU 0400-LOAD-CHISTO-END.
           PERFORM 0500-MANIFEST-READ THRU 0500-MANIFEST-READ-END.

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

           CLOSE F-CHISTO.

           PERFORM 2000-POST-REPRISES THRU 2000-POST-REPRISES-END.
           PERFORM 3000-WRITE-RELEVE THRU 3000-WRITE-RELEVE-END.
           PERFORM 4000-WRITE-REPRISES THRU 4000-WRITE-REPRISES-END.

           MOVE WS-IN-CNT TO WS-RUN-WRITTEN.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           MOVE "F" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
           STOP RUN.

      *    CHARGE LE BAREME DES TAUX DE COMMISSION.
           CLOSE F-TAUX.
       0300-LOAD-TAUX-END.

      *    RELIT LES TERMES DEJA HISTORISES PUIS OUVRE L'HISTORIQUE
      *    EN AJOUT POUR LES NOUVEAUX.
       0400-LOAD-CHISTO.
           OPEN INPUT F-CHISTO.
           IF FS-CHISTO-OK
               PERFORM UNTIL FS-CHISTO-EOF
                   READ F-CHISTO
                   AT END
                       SET FS-CHISTO-EOF TO TRUE
                   NOT AT END
                       IF WS-HK-CNT < 5000
                           ADD 1 TO WS-HK-CNT
                           MOVE CH-CLIENT TO WS-HK-CLIENT(WS-HK-CNT)
                           MOVE CH-LABEL  TO WS-HK-LABEL(WS-HK-CNT)
                           MOVE CH-FROM   TO WS-HK-FROM(WS-HK-CNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CHISTO
           END-IF.

           OPEN EXTEND F-CHISTO.
           IF NOT FS-CHISTO-OK
               OPEN OUTPUT F-CHISTO
           END-IF.
       0400-LOAD-CHISTO-END.

      *    LIS LE FICHIER MANIFESTE (UNE LIGNE PAR EXTRAIT A TRAITER).
       0500-MANIFEST-READ.
           OPEN INPUT INSU-MANIFEST.
           CLOSE INSU-MANIFEST.
       0500-MANIFEST-READ-END.

      *    POINT DE REPRISE : UN LANCEMENT PRECEDENT INTERROMPU EST
      *    SIGNALE ; LE FICHIER PRODUIT ETANT RECONSTRUIT EN ENTIER,
      *    TOUS LES EXTRAITS SONT RELUS.
       0790-CHECKPOINT-OPEN.
           MOVE "O" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           MOVE ZERO TO WS-CKP-RECORDS.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.

           IF WS-CKP-ENTRY > ZERO
               DISPLAY "REPRISE : TOUS LES EXTRAITS SONT RELUS"
               MOVE "N" TO WS-CKP-FUNCTION
               CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
                  WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
               END-CALL
           END-IF.
       0790-CHECKPOINT-OPEN-END.

      *    TRACE DE PROGRESSION DE L'EXTRAIT COURANT (WS-CKP-FUNCTION
      *    "E" DEBUT, "R" ENREGISTREMENT, "T" EXTRAIT TERMINE).
       0795-CHECKPOINT.
           SET WS-CKP-ENTRY TO WS-MANIFEST-IDX.
           MOVE WS-MANIFEST-FILE(WS-MANIFEST-IDX) TO WS-CKP-FILENAME.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-PROGRAM-NAME,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
       0795-CHECKPOINT-END.

      *    LIS L'EXTRAIT COURANT ET CUMULE CHAQUE POLICE CHEZ SON
      *    INTERMEDIAIRE.
       1000-PART-READ.
               NOT AT END
                   PERFORM 1100-HANDLE-POLICY
                      THRU 1100-HANDLE-POLICY-END
                   ADD 1 TO WS-CKP-RECORDS
                   MOVE "R" TO WS-CKP-FUNCTION
                   PERFORM 0795-CHECKPOINT THRU 0795-CHECKPOINT-END
           END-PERFORM.

           CLOSE INSU-GENERIC.
           DELIMITED BY "*"
           INTO WS-ID-CLIENT WS-GROUP WS-NAME WS-LABEL
                WS-STATUS WS-FROM WS-TO WS-AMOUNT WS-EURO
                WS-INTERM WS-POLNO.

           IF WS-ID-CLIENT EQUAL SPACES
               GO TO 1100-HANDLE-POLICY-END
                       MOVE ZERO TO WS-IN-PREMIUM(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-RATE(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-COMMIS(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-REPRISE(WS-IN-IDX)
                       PERFORM 1200-FIND-RATE
                          THRU 1200-FIND-RATE-END
                       ADD 1 TO WS-IN-POLICIES(WS-IN-IDX)
                   ADD 1 TO WS-IN-POLICIES(WS-IN-IDX)
                   ADD WS-NUM TO WS-IN-PREMIUM(WS-IN-IDX)
           END-SEARCH.

           IF WS-IN-IDX NOT > WS-IN-CNT
               PERFORM 1300-HISTO-POLICY THRU 1300-HISTO-POLICY-END
           END-IF.
       1100-HANDLE-POLICY-END.

      *    TAUX DU BAREME POUR L'INTERMEDIAIRE COURANT ; SANS LIGNE
           END-SEARCH.
       1200-FIND-RATE-END.

      *    HISTORISE LA COMMISSION DE LA POLICE COURANTE POUR SON
      *    TERME, UNE SEULE FOIS (LES RELEVES SUIVANTS DU MEME TERME
      *    NE LA REPETENT PAS DANS L'HISTORIQUE).
       1300-HISTO-POLICY.
           MOVE ZERO TO WS-FROM-DATE.
           UNSTRING WS-FROM DELIMITED BY "/"
           INTO WS-FROM-DAY WS-FROM-MONTH WS-FROM-YEAR.
           IF WS-FROM-DAY IS NUMERIC AND WS-FROM-MONTH IS NUMERIC
              AND WS-FROM-YEAR IS NUMERIC
               COMPUTE WS-FROM-DATE = WS-FROM-YEAR * 10000
                                    + WS-FROM-MONTH * 100
                                    + WS-FROM-DAY
           END-IF.

           PERFORM VARYING WS-HK-IDX FROM 1 BY 1
                   UNTIL WS-HK-IDX > WS-HK-CNT
               IF WS-HK-CLIENT(WS-HK-IDX) = WS-ID-CLIENT
                  AND WS-HK-LABEL(WS-HK-IDX) = WS-LABEL
                  AND WS-HK-FROM(WS-HK-IDX) = WS-FROM-DATE
                   GO TO 1300-HISTO-POLICY-END
               END-IF
           END-PERFORM.

           COMPUTE WS-POL-COMMIS ROUNDED =
              WS-NUM * WS-IN-RATE(WS-IN-IDX) / 100.

           MOVE WS-TODAY(1:6)         TO CH-MONTH.
           MOVE WS-INTERM             TO CH-INTERM.
           MOVE WS-ID-CLIENT          TO CH-CLIENT.
           MOVE WS-POLNO              TO CH-POLNO.
           MOVE WS-LABEL              TO CH-LABEL.
           MOVE WS-FROM-DATE          TO CH-FROM.
           MOVE WS-NUM                TO CH-PREMIUM.
           MOVE WS-IN-RATE(WS-IN-IDX) TO CH-RATE.
           MOVE WS-POL-COMMIS         TO CH-COMMIS.
           WRITE R-CHISTO.

           IF WS-HK-CNT < 5000
               ADD 1 TO WS-HK-CNT
               MOVE WS-ID-CLIENT TO WS-HK-CLIENT(WS-HK-CNT)
               MOVE WS-LABEL     TO WS-HK-LABEL(WS-HK-CNT)
               MOVE WS-FROM-DATE TO WS-HK-FROM(WS-HK-CNT)
           END-IF.
       1300-HISTO-POLICY-END.

      *    RELIT LES REPRISES ET IMPUTE CELLES A IMPUTER SUR LEUR
      *    INTERMEDIAIRE (CREE S'IL N'A PAS DE POLICE CE MOIS-CI).
       2000-POST-REPRISES.
           OPEN INPUT F-REPRISE.
           IF NOT FS-REPRISE-OK
               GO TO 2000-POST-REPRISES-END
           END-IF.

           PERFORM UNTIL FS-REPRISE-EOF
               READ F-REPRISE
               AT END
                   SET FS-REPRISE-EOF TO TRUE
               NOT AT END
                   IF WS-RP-CNT < 2000
                       ADD 1 TO WS-RP-CNT
                       SET WS-RP-IDX TO WS-RP-CNT
                       MOVE RP-NUMBER TO WS-RP-NUMBER(WS-RP-IDX)
                       MOVE RP-INTERM TO WS-RP-INTERM(WS-RP-IDX)
                       MOVE RP-CLIENT TO WS-RP-CLIENT(WS-RP-IDX)
                       MOVE RP-POLNO  TO WS-RP-POLNO(WS-RP-IDX)
                       MOVE RP-LABEL  TO WS-RP-LABEL(WS-RP-IDX)
                       MOVE RP-FROM   TO WS-RP-FROM(WS-RP-IDX)
                       MOVE RP-CANCEL TO WS-RP-CANCEL(WS-RP-IDX)
                       MOVE RP-AMOUNT TO WS-RP-AMOUNT(WS-RP-IDX)
                       MOVE RP-STATE  TO WS-RP-STATE(WS-RP-IDX)
                       MOVE RP-POSTED TO WS-RP-POSTED(WS-RP-IDX)
                       MOVE "N"       TO WS-RP-NOW(WS-RP-IDX)
                       IF RP-STATE = "A"
                           PERFORM 2100-POST-ONE THRU 2100-POST-ONE-END
                       END-IF
                   ELSE
                       DISPLAY "TABLE DES REPRISES PLEINE, REPRISE "
                          "NON IMPUTEE :" SPACE RP-NUMBER
                       MOVE "KO" TO WS-RUN-STATUS
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-REPRISE.
       2000-POST-REPRISES-END.

       2100-POST-ONE.
           SET WS-IN-IDX TO 1.
           SEARCH WS-IN
               AT END
                   IF WS-IN-CNT < 50
                       ADD 1 TO WS-IN-CNT
                       SET WS-IN-IDX TO WS-IN-CNT
                       MOVE RP-INTERM TO WS-IN-CODE(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-POLICIES(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-PREMIUM(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-RATE(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-COMMIS(WS-IN-IDX)
                       MOVE ZERO TO WS-IN-REPRISE(WS-IN-IDX)
                       PERFORM 1200-FIND-RATE
                          THRU 1200-FIND-RATE-END
                   ELSE
      *                PLUS DE PLACE : LA REPRISE RESTE A IMPUTER.
                       GO TO 2100-POST-ONE-END
                   END-IF
               WHEN WS-IN-CODE(WS-IN-IDX) EQUAL RP-INTERM
                   CONTINUE
           END-SEARCH.

           ADD RP-AMOUNT TO WS-IN-REPRISE(WS-IN-IDX).
           ADD RP-AMOUNT TO WS-TOTAL-REPRISE.
           MOVE "I"           TO WS-RP-STATE(WS-RP-IDX).
           MOVE WS-TODAY(1:6) TO WS-RP-POSTED(WS-RP-IDX).
           MOVE "Y"           TO WS-RP-NOW(WS-RP-IDX).
       2100-POST-ONE-END.

      *    ECRIT LE RELEVE : UNE LIGNE PAR INTERMEDIAIRE PUIS LE
      *    TOTAL DE CONTROLE POUR LA COMPTABILITE.
       3000-WRITE-RELEVE.
                      INTO WS-LINE
               END-IF
               WRITE R-RELEVE FROM WS-LINE
               IF WS-IN-REPRISE(WS-IN-IDX) > ZERO
                   PERFORM 3100-WRITE-REPRISES
                      THRU 3100-WRITE-REPRISES-END
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO WS-LINE.
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.

           IF WS-TOTAL-REPRISE > ZERO
               COMPUTE WS-NET = ZERO - WS-TOTAL-REPRISE
               INITIALIZE WS-NET-CLEAN
               MOVE WS-NET TO WS-NET-CLEAN
               MOVE SPACES TO WS-LINE
               STRING "TOTAL DES REPRISES            :" SPACE
                  FUNCTION TRIM(WS-NET-CLEAN)
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-RELEVE FROM WS-LINE
               COMPUTE WS-NET = WS-TOTAL-COMMIS - WS-TOTAL-REPRISE
               INITIALIZE WS-NET-CLEAN
               MOVE WS-NET TO WS-NET-CLEAN
               MOVE SPACES TO WS-LINE
               STRING "NET A PAYER                   :" SPACE
                  FUNCTION TRIM(WS-NET-CLEAN)
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-RELEVE FROM WS-LINE
           END-IF.

           CLOSE F-RELEVE.
       3000-WRITE-RELEVE-END.

      *    LIGNES NEGATIVES DES REPRISES IMPUTEES A L'INTERMEDIAIRE
      *    COURANT, PUIS SON NET.
       3100-WRITE-REPRISES.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-CNT
               IF WS-RP-NOW(WS-RP-IDX) = "Y"
                  AND WS-RP-INTERM(WS-RP-IDX) = WS-IN-CODE(WS-IN-IDX)
                   COMPUTE WS-NET = ZERO - WS-RP-AMOUNT(WS-RP-IDX)
                   INITIALIZE WS-NET-CLEAN
                   MOVE WS-NET TO WS-NET-CLEAN
                   MOVE SPACES TO WS-LINE
                   STRING "    REPRISE" SPACE WS-RP-NUMBER(WS-RP-IDX)
                      SPACE "CLIENT" SPACE WS-RP-CLIENT(WS-RP-IDX)
                      SPACE FUNCTION TRIM(WS-RP-LABEL(WS-RP-IDX))
                      SPACE "RESILIEE LE" SPACE
                      WS-RP-CANCEL(WS-RP-IDX) SPACE
                      "COMMISSION :" SPACE FUNCTION TRIM(WS-NET-CLEAN)
                      DELIMITED BY SIZE
                      INTO WS-LINE
                   WRITE R-RELEVE FROM WS-LINE
               END-IF
           END-PERFORM.

           COMPUTE WS-NET = WS-IN-COMMIS(WS-IN-IDX)
                          - WS-IN-REPRISE(WS-IN-IDX).
           INITIALIZE WS-NET-CLEAN.
           MOVE WS-NET TO WS-NET-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING "    NET A PAYER A L'AGENT" SPACE
              WS-IN-CODE(WS-IN-IDX) SPACE ":" SPACE
              FUNCTION TRIM(WS-NET-CLEAN)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.
       3100-WRITE-REPRISES-END.

      *    REECRIT LES REPRISES AVEC LEUR ETAT ET TRACE CHAQUE
      *    IMPUTATION DU JOUR DANS LA PISTE D'AUDIT.
       4000-WRITE-REPRISES.
           IF WS-RP-CNT = ZERO
               GO TO 4000-WRITE-REPRISES-END
           END-IF.

           OPEN OUTPUT F-REPRISE.
           OPEN EXTEND F-AUDIT.
           IF NOT FS-AUDIT-OK
               OPEN OUTPUT F-AUDIT
           END-IF.

           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-CNT
               MOVE WS-RP-NUMBER(WS-RP-IDX) TO RP-NUMBER
               MOVE WS-RP-INTERM(WS-RP-IDX) TO RP-INTERM
               MOVE WS-RP-CLIENT(WS-RP-IDX) TO RP-CLIENT
               MOVE WS-RP-POLNO(WS-RP-IDX)  TO RP-POLNO
               MOVE WS-RP-LABEL(WS-RP-IDX)  TO RP-LABEL
               MOVE WS-RP-FROM(WS-RP-IDX)   TO RP-FROM
               MOVE WS-RP-CANCEL(WS-RP-IDX) TO RP-CANCEL
               MOVE WS-RP-AMOUNT(WS-RP-IDX) TO RP-AMOUNT
               MOVE WS-RP-STATE(WS-RP-IDX)  TO RP-STATE
               MOVE WS-RP-POSTED(WS-RP-IDX) TO RP-POSTED
               WRITE R-REPRISE
               IF WS-RP-NOW(WS-RP-IDX) = "Y"
                   INITIALIZE WS-COM-CLEAN
                   MOVE WS-RP-AMOUNT(WS-RP-IDX) TO WS-COM-CLEAN
                   MOVE SPACES TO WS-LINE
                   STRING WS-TODAY SPACE "REPRISE" SPACE RP-NUMBER
                      SPACE "IMPUTEE SUR LE RELEVE" SPACE RP-POSTED
                      SPACE "AGENT" SPACE RP-INTERM SPACE
                      "MONTANT :" SPACE FUNCTION TRIM(WS-COM-CLEAN)
                      DELIMITED BY SIZE
                      INTO WS-LINE
                   WRITE R-AUDIT FROM WS-LINE
               END-IF
           END-PERFORM.

           CLOSE F-REPRISE.
           CLOSE F-AUDIT.
       4000-WRITE-REPRISES-END.
