      ******************************************************************
      *    Suivi des règlements des factures du registre : userfact    *
      *    émet les factures mais personne ne savait lesquelles        *
      *    étaient payées, et les impayés se relançaient sur une       *
      *    copie papier. Le programme tient le grand livre des         *
      *    factures ouvertes "encours-factures.dat" :                  *
      *    - les factures nouvellement émises sont reprises du journal *
      *      "factures-emises.dat" (userfact), une seule fois par      *
      *      numéro de facture ;                                       *
      *    - les règlements du jour "paiements.dat" sont imputés à     *
      *      leur facture par son numéro ; un numéro inconnu, une      *
      *      facture déjà soldée ou un montant illisible partent dans  *
      *      "paiements-rejetes.dat", un trop perçu y est signalé à    *
      *      rembourser ;                                              *
      *    - une facture ouverte depuis 30 jours reçoit une première   *
      *      relance, depuis 60 jours une seconde, dans                *
      *      "lettres-relances.txt" ;                                  *
      *    - un propriétaire qui laisse une facture impayée plus de    *
      *      90 jours est inscrit dans "comptes-bloques.dat" :         *
      *      user.cbl met alors en attente ses nouvelles transactions  *
      *      payantes jusqu'à ce que le compte soit apuré ;            *
      *    - le relevé "releve-comptes.txt" donne, propriétaire par    *
      *      propriétaire, les factures restant dues.                  *
      *    Les factures soldées restent au grand livre avec leur date  *
      *    de solde, pour qu'une réédition de userfact ne les rouvre   *
      *    pas. Jour de traitement : USERPAIE-DATE (AAAAMMJJ), la date *
      *    du jour à défaut.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userpaie.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-EMISES ASSIGN TO "factures-emises.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMISES.

           SELECT F-ENCOURS ASSIGN TO "encours-factures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENCOURS.

           SELECT F-PAIEMENTS ASSIGN TO "paiements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PAIEMENTS.

           SELECT F-REJETS ASSIGN TO "paiements-rejetes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJETS.

           SELECT F-RELANCES ASSIGN TO "lettres-relances.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELANCES.

           SELECT F-RELEVE ASSIGN TO "releve-comptes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELEVE.

           SELECT F-BLOQUES ASSIGN TO "comptes-bloques.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BLOQUES.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-USERS.
       01  R-USERS.
           05 RU-ID                   PIC X(5).
           05 RU-CITY                 PIC A(20).
           05 RU-STREET               PIC X(20).
           05 RU-GSM-NUMBER           PIC 9(10).
           05 RU-LASTNAME             PIC X(20).
           05 RU-FIRSTNAME            PIC X(20).

       FD  F-EMISES.
       01  R-EMISES.
           05 FE-NUM                  PIC 9(11).
           05 FE-OWNER                PIC X(5).
           05 FE-DATE                 PIC 9(8).
           05 FE-AMOUNT               PIC 9(7)V99.

      *    Grand livre : une ligne par facture, ouverte ("O") ou
      *    soldée ("S"), avec le cumul des règlements et le niveau
      *    de la dernière relance envoyée (0, 1 ou 2).
       FD  F-ENCOURS.
       01  R-ENCOURS.
           05 EF-NUM                  PIC 9(11).
           05 EF-OWNER                PIC X(5).
           05 EF-DATE                 PIC 9(8).
           05 EF-AMOUNT               PIC 9(7)V99.
           05 EF-PAID                 PIC 9(7)V99.
           05 EF-RELANCE              PIC 9(1).
           05 EF-STATUS               PIC X(1).
           05 EF-SOLDE-DATE           PIC 9(8).

      *    Règlement reçu : numéro de facture, date, montant et
      *    référence du moyen de paiement (chèque, virement).
       FD  F-PAIEMENTS.
       01  R-PAIEMENTS.
           05 PA-NUM                  PIC X(11).
           05 PA-NUM-9 REDEFINES PA-NUM PIC 9(11).
           05 PA-DATE                 PIC X(8).
           05 PA-AMOUNT               PIC X(9).
           05 PA-AMOUNT-9 REDEFINES PA-AMOUNT PIC 9(7)V99.
           05 PA-REF                  PIC X(20).

       FD  F-REJETS.
       01  R-REJETS                   PIC X(120).

       FD  F-RELANCES.
       01  R-RELANCES                 PIC X(120).

       FD  F-RELEVE.
       01  R-RELEVE                   PIC X(120).

      *    Propriétaire bloqué : sa plus ancienne facture impayée de
      *    plus de 90 jours et le solde total qu'il doit.
       FD  F-BLOQUES.
       01  R-BLOQUES.
           05 CB-OWNER                PIC X(5).
           05 CB-NUM                  PIC 9(11).
           05 CB-DATE                 PIC 9(8).
           05 CB-SOLDE                PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  FS-USERS     PIC X(02).
           88 FS-USERS-OK VALUE "00".
       01  FS-EMISES    PIC X(02).
           88 FS-EMISES-EOF VALUE "10".
       01  FS-ENCOURS   PIC X(02).
           88 FS-ENCOURS-EOF VALUE "10".
       01  FS-PAIEMENTS PIC X(02).
           88 FS-PAIEMENTS-EOF VALUE "10".
       01  FS-REJETS    PIC X(02).
       01  FS-RELANCES  PIC X(02).
       01  FS-RELEVE    PIC X(02).
       01  FS-BLOQUES   PIC X(02).

      *    Propriétaires (adresse des relances) lus par clé.
       01  WS-USERS-FLAG   PIC X(01) VALUE "N".
           88 WS-USERS-OPEN            VALUE "Y".

      *    Grand livre chargé en mémoire puis réécrit.
       01  WS-LEDGER-TABLE.
           03 WS-EF-CNT PIC 9(04) VALUE 0.
           03 WS-EF OCCURS 5000 TIMES
                    INDEXED BY WS-EF-IDX.
               05 WS-EF-NUM        PIC 9(11).
               05 WS-EF-OWNER      PIC X(5).
               05 WS-EF-DATE       PIC 9(8).
               05 WS-EF-AMOUNT     PIC 9(7)V99.
               05 WS-EF-PAID       PIC 9(7)V99.
               05 WS-EF-RELANCE    PIC 9(1).
               05 WS-EF-STATUS     PIC X(1).
                  88 WS-EF-OPEN            VALUE "O".
                  88 WS-EF-SETTLED         VALUE "S".
               05 WS-EF-SOLDE-DATE PIC 9(8).
               05 WS-EF-AGE        PIC S9(05).
               05 WS-EF-DONE       PIC X(1).
                  88 WS-EF-IS-DONE         VALUE "Y".

       01  WS-DATE-ENV     PIC X(08) VALUE SPACES.
       01  WS-TODAY        PIC 9(08).
       01  WS-TODAY-INT    PIC 9(08) COMP.

       01  WS-EF-POS       PIC 9(04).
       01  WS-SEARCH-NUM   PIC 9(11).
       01  WS-OWNER-FLAG   PIC X(01).
           88 WS-OWNER-FOUND           VALUE "Y".
           88 WS-OWNER-NOT-FOUND       VALUE "N".
       01  WS-CUR-OWNER    PIC X(05).
       01  WS-BALANCE      PIC 9(07)V99.
       01  WS-OWNER-DUE    PIC 9(09)V99.
       01  WS-TOTAL-DUE    PIC 9(09)V99 VALUE 0.
       01  WS-TROP-PERCU   PIC 9(07)V99.
       01  WS-RELANCE-LVL  PIC 9(01).
       01  WS-BLOCK-POS    PIC 9(04).
       01  WS-REJET-MOTIF  PIC X(40).

       01  WS-PNT-AMOUNT   PIC Z(6)9,99.
       01  WS-PNT-PAID     PIC Z(6)9,99.
       01  WS-PNT-BALANCE  PIC Z(6)9,99.
       01  WS-PNT-DUE      PIC Z(8)9,99.
       01  WS-PNT-AGE      PIC ZZZZ9.

       01  WS-DATE-EDIT.
           03 WS-DE-JJ    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-DE-MM    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-DE-AAAA  PIC 9(04).
       01  WS-DATE-IN     PIC 9(08).
       01  WS-DATE-IN-G REDEFINES WS-DATE-IN.
           03 WS-DI-AAAA  PIC 9(04).
           03 WS-DI-MM    PIC 9(02).
           03 WS-DI-JJ    PIC 9(02).

       01  WS-LINE         PIC X(120).

       01  WS-NEW-CNT      PIC 9(05) VALUE 0.
       01  WS-PAY-CNT      PIC 9(05) VALUE 0.
       01  WS-PAY-OK-CNT   PIC 9(05) VALUE 0.
       01  WS-SOLDE-CNT    PIC 9(05) VALUE 0.
       01  WS-REJET-CNT    PIC 9(05) VALUE 0.
       01  WS-RELANCE-CNT  PIC 9(05) VALUE 0.
       01  WS-BLOQUE-CNT   PIC 9(05) VALUE 0.
       01  WS-OPEN-CNT     PIC 9(05) VALUE 0.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "userpaie".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-PAY-CNT     TO WS-RUN-READ.
           MOVE WS-RELANCE-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJET-CNT   TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : reprise des factures émises, imputation des          *
      *    règlements, relances et blocages, relevé, puis réécriture   *
      *    du grand livre.                                             *
      ******************************************************************
       START-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "USERPAIE-DATE".
           IF WS-DATE-ENV IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-DATE-ENV)) = ZERO
                 MOVE WS-DATE-ENV TO WS-TODAY
              END-IF
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM START-OPEN-USERS THRU END-OPEN-USERS.
           PERFORM START-LOAD-LEDGER THRU END-LOAD-LEDGER.
           PERFORM START-LOAD-EMISES THRU END-LOAD-EMISES.

           OPEN OUTPUT F-REJETS.
           PERFORM START-R-PAIEMENTS THRU END-R-PAIEMENTS.
           CLOSE F-REJETS.

           OPEN OUTPUT F-RELANCES.
           PERFORM VARYING WS-EF-IDX FROM 1 BY 1
                   UNTIL WS-EF-IDX > WS-EF-CNT
              IF WS-EF-OPEN(WS-EF-IDX)
                 PERFORM START-AGE-ONE THRU END-AGE-ONE
              END-IF
           END-PERFORM.
           CLOSE F-RELANCES.

           OPEN OUTPUT F-RELEVE.
           OPEN OUTPUT F-BLOQUES.
           PERFORM START-W-RELEVE THRU END-W-RELEVE.
           CLOSE F-RELEVE.
           CLOSE F-BLOQUES.
           IF WS-USERS-OPEN
              CLOSE F-USERS
           END-IF.

           PERFORM START-SAVE-LEDGER THRU END-SAVE-LEDGER.

           DISPLAY "FACTURES REPRISES :" SPACE WS-NEW-CNT
              SPACE "REGLEMENTS :" SPACE WS-PAY-OK-CNT
              SPACE "SOLDEES :" SPACE WS-SOLDE-CNT
              SPACE "REJETS :" SPACE WS-REJET-CNT.
           DISPLAY "RELANCES :" SPACE WS-RELANCE-CNT
              SPACE "COMPTES BLOQUES :" SPACE WS-BLOQUE-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Ouvre le registre des propriétaires (adresse des relances). *
      ******************************************************************
       START-OPEN-USERS.
           OPEN INPUT F-USERS.
           IF NOT FS-USERS-OK
              DISPLAY "AVERTISSEMENT : proprietaires.idx ABSENT, "
                 "RELANCES SANS ADRESSE"
              GO TO END-OPEN-USERS
           END-IF.
           SET WS-USERS-OPEN TO TRUE.
       END-OPEN-USERS.
           EXIT.

      ******************************************************************
      *    Charge le grand livre (absent au premier passage).          *
      ******************************************************************
       START-LOAD-LEDGER.
           OPEN INPUT F-ENCOURS.
           IF FS-ENCOURS NOT = "00"
              GO TO END-LOAD-LEDGER
           END-IF.

           PERFORM UNTIL FS-ENCOURS-EOF
              READ F-ENCOURS
              AT END
                 SET FS-ENCOURS-EOF TO TRUE
              NOT AT END
                 IF WS-EF-CNT < 5000
                    ADD 1 TO WS-EF-CNT
                    MOVE EF-NUM        TO WS-EF-NUM(WS-EF-CNT)
                    MOVE EF-OWNER      TO WS-EF-OWNER(WS-EF-CNT)
                    MOVE EF-DATE       TO WS-EF-DATE(WS-EF-CNT)
                    MOVE EF-AMOUNT     TO WS-EF-AMOUNT(WS-EF-CNT)
                    MOVE EF-PAID       TO WS-EF-PAID(WS-EF-CNT)
                    MOVE EF-RELANCE    TO WS-EF-RELANCE(WS-EF-CNT)
                    MOVE EF-STATUS     TO WS-EF-STATUS(WS-EF-CNT)
                    MOVE EF-SOLDE-DATE TO WS-EF-SOLDE-DATE(WS-EF-CNT)
                    MOVE SPACE         TO WS-EF-DONE(WS-EF-CNT)
                 ELSE
                    DISPLAY "GRAND LIVRE PLEIN (5000 FACTURES)"
                    MOVE "KO" TO WS-RUN-STATUS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-ENCOURS.
       END-LOAD-LEDGER.
           EXIT.

      ******************************************************************
      *    Reprend au grand livre les factures émises dont le numéro   *
      *    n'y figure pas encore.                                      *
      ******************************************************************
       START-LOAD-EMISES.
           OPEN INPUT F-EMISES.
           IF FS-EMISES NOT = "00"
              DISPLAY "AVERTISSEMENT : factures-emises.dat ABSENT, "
                 "AUCUNE FACTURE NOUVELLE"
              GO TO END-LOAD-EMISES
           END-IF.

           PERFORM UNTIL FS-EMISES-EOF
              READ F-EMISES
              AT END
                 SET FS-EMISES-EOF TO TRUE
              NOT AT END
                 MOVE FE-NUM TO WS-SEARCH-NUM
                 PERFORM START-FIND-FACTURE THRU END-FIND-FACTURE
                 IF WS-EF-POS EQUAL 0 AND WS-EF-CNT < 5000
                    ADD 1 TO WS-EF-CNT
                    ADD 1 TO WS-NEW-CNT
                    MOVE FE-NUM    TO WS-EF-NUM(WS-EF-CNT)
                    MOVE FE-OWNER  TO WS-EF-OWNER(WS-EF-CNT)
                    MOVE FE-DATE   TO WS-EF-DATE(WS-EF-CNT)
                    MOVE FE-AMOUNT TO WS-EF-AMOUNT(WS-EF-CNT)
                    MOVE ZERO      TO WS-EF-PAID(WS-EF-CNT)
                    MOVE ZERO      TO WS-EF-RELANCE(WS-EF-CNT)
                    SET WS-EF-OPEN(WS-EF-CNT) TO TRUE
                    MOVE ZERO      TO WS-EF-SOLDE-DATE(WS-EF-CNT)
                    MOVE SPACE     TO WS-EF-DONE(WS-EF-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-EMISES.
       END-LOAD-EMISES.
           EXIT.

      ******************************************************************
      *    Recherche au grand livre la facture de numéro WS-SEARCH-NUM *
      *    (position dans WS-EF-POS, zéro si absente).                 *
      ******************************************************************
       START-FIND-FACTURE.
           MOVE 0 TO WS-EF-POS.
           PERFORM VARYING WS-EF-IDX FROM 1 BY 1
                   UNTIL WS-EF-IDX > WS-EF-CNT
              IF WS-EF-NUM(WS-EF-IDX) EQUAL WS-SEARCH-NUM
                 SET WS-EF-POS TO WS-EF-IDX
              END-IF
           END-PERFORM.
       END-FIND-FACTURE.
           EXIT.

      ******************************************************************
      *    Lis les règlements du jour et les impute (fichier           *
      *    facultatif : sans règlement, seules les relances tournent). *
      ******************************************************************
       START-R-PAIEMENTS.
           OPEN INPUT F-PAIEMENTS.
           IF FS-PAIEMENTS NOT = "00"
              GO TO END-R-PAIEMENTS
           END-IF.

           PERFORM UNTIL FS-PAIEMENTS-EOF
              READ F-PAIEMENTS
              AT END
                 SET FS-PAIEMENTS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-PAY-CNT
                 PERFORM START-APPLY-PAIEMENT THRU END-APPLY-PAIEMENT
              END-READ
           END-PERFORM.

           CLOSE F-PAIEMENTS.
       END-R-PAIEMENTS.
           EXIT.

      ******************************************************************
      *    Impute un règlement à sa facture ; la facture est soldée    *
      *    quand le cumul des règlements atteint son montant.          *
      ******************************************************************
       START-APPLY-PAIEMENT.
           MOVE SPACES TO WS-REJET-MOTIF.
           MOVE 0 TO WS-EF-POS.

           EVALUATE TRUE
              WHEN PA-NUM NOT NUMERIC
                 MOVE "NUMERO DE FACTURE ILLISIBLE" TO WS-REJET-MOTIF
              WHEN PA-AMOUNT NOT NUMERIC
                 MOVE "MONTANT ILLISIBLE" TO WS-REJET-MOTIF
              WHEN PA-AMOUNT-9 EQUAL ZERO
                 MOVE "MONTANT NUL" TO WS-REJET-MOTIF
              WHEN OTHER
                 MOVE PA-NUM-9 TO WS-SEARCH-NUM
                 PERFORM START-FIND-FACTURE THRU END-FIND-FACTURE
                 IF WS-EF-POS EQUAL 0
                    MOVE "FACTURE INCONNUE" TO WS-REJET-MOTIF
                 ELSE
                    IF WS-EF-SETTLED(WS-EF-POS)
                       MOVE "FACTURE DEJA SOLDEE - A REMBOURSER"
                          TO WS-REJET-MOTIF
                    END-IF
                 END-IF
           END-EVALUATE.

           IF WS-REJET-MOTIF NOT = SPACES
              ADD 1 TO WS-REJET-CNT
              MOVE SPACES TO WS-LINE
              STRING R-PAIEMENTS SPACE "-" SPACE WS-REJET-MOTIF
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-REJETS FROM WS-LINE
              GO TO END-APPLY-PAIEMENT
           END-IF.

           ADD 1 TO WS-PAY-OK-CNT.
           ADD PA-AMOUNT-9 TO WS-EF-PAID(WS-EF-POS).
           IF WS-EF-PAID(WS-EF-POS) NOT < WS-EF-AMOUNT(WS-EF-POS)
              SET WS-EF-SETTLED(WS-EF-POS) TO TRUE
              MOVE WS-TODAY TO WS-EF-SOLDE-DATE(WS-EF-POS)
              ADD 1 TO WS-SOLDE-CNT
      *       Le trop perçu est signalé pour remboursement.
              IF WS-EF-PAID(WS-EF-POS) > WS-EF-AMOUNT(WS-EF-POS)
                 COMPUTE WS-TROP-PERCU = WS-EF-PAID(WS-EF-POS)
                    - WS-EF-AMOUNT(WS-EF-POS)
                 MOVE WS-TROP-PERCU TO WS-PNT-AMOUNT
                 MOVE SPACES TO WS-LINE
                 STRING R-PAIEMENTS SPACE "- TROP PERCU A REMBOURSER :"
                    SPACE WS-PNT-AMOUNT
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-REJETS FROM WS-LINE
              END-IF
           END-IF.
       END-APPLY-PAIEMENT.
           EXIT.

      ******************************************************************
      *    Âge de la facture ouverte courante (WS-EF-IDX) et relance   *
      *    à 30 puis 60 jours ; une facture déjà à 60 jours sans       *
      *    relance reçoit directement la seconde.                      *
      ******************************************************************
       START-AGE-ONE.
           COMPUTE WS-EF-AGE(WS-EF-IDX) = WS-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(WS-EF-DATE(WS-EF-IDX)).

           MOVE ZERO TO WS-RELANCE-LVL.
           IF WS-EF-AGE(WS-EF-IDX) NOT < 60
              AND WS-EF-RELANCE(WS-EF-IDX) < 2
              MOVE 2 TO WS-RELANCE-LVL
           ELSE
              IF WS-EF-AGE(WS-EF-IDX) NOT < 30
                 AND WS-EF-RELANCE(WS-EF-IDX) < 1
                 MOVE 1 TO WS-RELANCE-LVL
              END-IF
           END-IF.

           IF WS-RELANCE-LVL NOT = ZERO
              MOVE WS-RELANCE-LVL TO WS-EF-RELANCE(WS-EF-IDX)
              PERFORM START-W-RELANCE THRU END-W-RELANCE
           END-IF.
       END-AGE-ONE.
           EXIT.

      ******************************************************************
      *    Lettre de relance de la facture courante, adressée au       *
      *    propriétaire tel qu'il figure au registre.                  *
      ******************************************************************
       START-W-RELANCE.
           ADD 1 TO WS-RELANCE-CNT.
           MOVE WS-EF-OWNER(WS-EF-IDX) TO WS-CUR-OWNER.
           PERFORM START-FIND-OWNER THRU END-FIND-OWNER.

           MOVE ALL "-" TO WS-LINE.
           WRITE R-RELANCES FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "RELANCE" SPACE WS-RELANCE-LVL SPACE
              "- FACTURE" SPACE WS-EF-NUM(WS-EF-IDX) SPACE
              "- PROPRIETAIRE" SPACE WS-CUR-OWNER
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELANCES FROM WS-LINE.

           IF WS-OWNER-FOUND
              MOVE SPACES TO WS-LINE
              STRING FUNCTION TRIM(RU-FIRSTNAME)
                 SPACE FUNCTION TRIM(RU-LASTNAME)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RELANCES FROM WS-LINE
              MOVE RU-STREET TO WS-LINE
              WRITE R-RELANCES FROM WS-LINE
              MOVE RU-CITY TO WS-LINE
              WRITE R-RELANCES FROM WS-LINE
           ELSE
              MOVE "(PROPRIETAIRE ABSENT DE proprietaires.idx)"
                 TO WS-LINE
              WRITE R-RELANCES FROM WS-LINE
           END-IF.

           MOVE SPACES TO WS-LINE.
           WRITE R-RELANCES FROM WS-LINE.
           MOVE "MADAME, MONSIEUR," TO WS-LINE.
           WRITE R-RELANCES FROM WS-LINE.

           MOVE WS-EF-DATE(WS-EF-IDX) TO WS-DATE-IN.
           PERFORM START-EDIT-DATE THRU END-EDIT-DATE.
           COMPUTE WS-BALANCE = WS-EF-AMOUNT(WS-EF-IDX)
              - WS-EF-PAID(WS-EF-IDX).
           MOVE WS-BALANCE TO WS-PNT-BALANCE.
           MOVE SPACES TO WS-LINE.
           STRING "SAUF ERREUR DE NOTRE PART, LA FACTURE" SPACE
              WS-EF-NUM(WS-EF-IDX) SPACE "DU" SPACE WS-DATE-EDIT
              SPACE "RESTE DUE POUR" SPACE
              FUNCTION TRIM(WS-PNT-BALANCE) SPACE "EUROS."
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELANCES FROM WS-LINE.

           IF WS-RELANCE-LVL EQUAL 1
              MOVE "MERCI DE LA REGLER EN RAPPELANT SON NUMERO."
                 TO WS-LINE
              WRITE R-RELANCES FROM WS-LINE
           ELSE
              MOVE SPACES TO WS-LINE
              STRING "SECONDE RELANCE : SANS REGLEMENT A 90 JOURS,"
                 SPACE "VOS NOUVELLES DEMARCHES AUPRES DU REGISTRE"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RELANCES FROM WS-LINE
              MOVE "SERONT SUSPENDUES JUSQU'AU REGLEMENT DU COMPTE."
                 TO WS-LINE
              WRITE R-RELANCES FROM WS-LINE
           END-IF.
       END-W-RELANCE.
           EXIT.

      ******************************************************************
      *    Lit le propriétaire WS-CUR-OWNER dans R-USERS               *
      *    (WS-OWNER-NOT-FOUND si absent du registre).                 *
      ******************************************************************
       START-FIND-OWNER.
           SET WS-OWNER-NOT-FOUND TO TRUE.
           IF NOT WS-USERS-OPEN
              GO TO END-FIND-OWNER
           END-IF.

           MOVE WS-CUR-OWNER TO RU-ID.
           READ F-USERS RECORD KEY IS RU-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-OWNER-FOUND TO TRUE
           END-READ.
       END-FIND-OWNER.
           EXIT.

      ******************************************************************
      *    Relevé des comptes : les factures ouvertes regroupées par   *
      *    propriétaire, son solde dû, et son blocage s'il laisse une  *
      *    facture impayée plus de 90 jours.                           *
      ******************************************************************
       START-W-RELEVE.
           MOVE WS-TODAY TO WS-DATE-IN.
           PERFORM START-EDIT-DATE THRU END-EDIT-DATE.
           MOVE SPACES TO WS-LINE.
           STRING "RELEVE DES COMPTES DU REGISTRE AU" SPACE
              WS-DATE-EDIT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.

           PERFORM VARYING WS-EF-IDX FROM 1 BY 1
                   UNTIL WS-EF-IDX > WS-EF-CNT
              IF WS-EF-OPEN(WS-EF-IDX)
                 AND NOT WS-EF-IS-DONE(WS-EF-IDX)
                 MOVE WS-EF-OWNER(WS-EF-IDX) TO WS-CUR-OWNER
                 PERFORM START-W-ONE-COMPTE THRU END-W-ONE-COMPTE
              END-IF
           END-PERFORM.

           MOVE WS-TOTAL-DUE TO WS-PNT-DUE.
           MOVE SPACES TO WS-LINE.
           STRING "FACTURES OUVERTES :" SPACE WS-OPEN-CNT SPACE
              "- TOTAL DU :" SPACE FUNCTION TRIM(WS-PNT-DUE) SPACE
              "- COMPTES BLOQUES :" SPACE WS-BLOQUE-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.
       END-W-RELEVE.
           EXIT.

      ******************************************************************
      *    Compte du propriétaire courant : une ligne par facture      *
      *    ouverte, le solde, la plus ancienne facture de plus de 90   *
      *    jours faisant bloquer le compte.                            *
      ******************************************************************
       START-W-ONE-COMPTE.
           MOVE ZERO TO WS-OWNER-DUE.
           MOVE 0 TO WS-BLOCK-POS.
           PERFORM START-FIND-OWNER THRU END-FIND-OWNER.

           MOVE ALL "-" TO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           IF WS-OWNER-FOUND
              STRING "PROPRIETAIRE :" SPACE WS-CUR-OWNER SPACE
                 RU-LASTNAME SPACE
                 RU-FIRSTNAME
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              STRING "PROPRIETAIRE :" SPACE WS-CUR-OWNER SPACE
                 "(ABSENT DE proprietaires.idx)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           END-IF.
           WRITE R-RELEVE FROM WS-LINE.

           PERFORM VARYING WS-EF-POS FROM 1 BY 1
                   UNTIL WS-EF-POS > WS-EF-CNT
              IF WS-EF-OPEN(WS-EF-POS)
                 AND WS-EF-OWNER(WS-EF-POS) EQUAL WS-CUR-OWNER
                 MOVE "Y" TO WS-EF-DONE(WS-EF-POS)
                 PERFORM START-W-COMPTE-LINE THRU END-W-COMPTE-LINE
              END-IF
           END-PERFORM.

           MOVE WS-OWNER-DUE TO WS-PNT-DUE.
           MOVE SPACES TO WS-LINE.
           STRING "   SOLDE DU :" SPACE FUNCTION TRIM(WS-PNT-DUE)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.

           IF WS-BLOCK-POS NOT = 0
              ADD 1 TO WS-BLOQUE-CNT
              MOVE SPACES TO WS-LINE
              STRING "   COMPTE BLOQUE : FACTURE IMPAYEE A PLUS DE"
                 SPACE "90 JOURS"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-RELEVE FROM WS-LINE
              MOVE WS-CUR-OWNER            TO CB-OWNER
              MOVE WS-EF-NUM(WS-BLOCK-POS)  TO CB-NUM
              MOVE WS-EF-DATE(WS-BLOCK-POS) TO CB-DATE
              MOVE WS-OWNER-DUE            TO CB-SOLDE
              WRITE R-BLOQUES
           END-IF.

           ADD WS-OWNER-DUE TO WS-TOTAL-DUE.
       END-W-ONE-COMPTE.
           EXIT.

      ******************************************************************
      *    Ligne du relevé pour la facture WS-EF-POS.                  *
      ******************************************************************
       START-W-COMPTE-LINE.
           ADD 1 TO WS-OPEN-CNT.
           COMPUTE WS-BALANCE = WS-EF-AMOUNT(WS-EF-POS)
              - WS-EF-PAID(WS-EF-POS).
           ADD WS-BALANCE TO WS-OWNER-DUE.

           IF WS-EF-AGE(WS-EF-POS) > 90
              IF WS-BLOCK-POS EQUAL 0
                 MOVE WS-EF-POS TO WS-BLOCK-POS
              ELSE
                 IF WS-EF-DATE(WS-EF-POS) < WS-EF-DATE(WS-BLOCK-POS)
                    MOVE WS-EF-POS TO WS-BLOCK-POS
                 END-IF
              END-IF
           END-IF.

           MOVE WS-EF-DATE(WS-EF-POS) TO WS-DATE-IN.
           PERFORM START-EDIT-DATE THRU END-EDIT-DATE.
           MOVE WS-EF-AMOUNT(WS-EF-POS) TO WS-PNT-AMOUNT.
           MOVE WS-EF-PAID(WS-EF-POS)   TO WS-PNT-PAID.
           MOVE WS-BALANCE              TO WS-PNT-BALANCE.
           MOVE WS-EF-AGE(WS-EF-POS)    TO WS-PNT-AGE.
           MOVE SPACES TO WS-LINE.
           STRING "   FACTURE" SPACE WS-EF-NUM(WS-EF-POS) SPACE
              "DU" SPACE WS-DATE-EDIT SPACE
              "MONTANT" SPACE WS-PNT-AMOUNT SPACE
              "REGLE" SPACE WS-PNT-PAID SPACE
              "RESTE" SPACE WS-PNT-BALANCE SPACE
              WS-PNT-AGE SPACE "J - RELANCE" SPACE
              WS-EF-RELANCE(WS-EF-POS)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.
       END-W-COMPTE-LINE.
           EXIT.

      ******************************************************************
      *    Réécris le grand livre, factures soldées comprises.         *
      ******************************************************************
       START-SAVE-LEDGER.
           OPEN OUTPUT F-ENCOURS.
           PERFORM VARYING WS-EF-IDX FROM 1 BY 1
                   UNTIL WS-EF-IDX > WS-EF-CNT
              MOVE WS-EF-NUM(WS-EF-IDX)        TO EF-NUM
              MOVE WS-EF-OWNER(WS-EF-IDX)      TO EF-OWNER
              MOVE WS-EF-DATE(WS-EF-IDX)       TO EF-DATE
              MOVE WS-EF-AMOUNT(WS-EF-IDX)     TO EF-AMOUNT
              MOVE WS-EF-PAID(WS-EF-IDX)       TO EF-PAID
              MOVE WS-EF-RELANCE(WS-EF-IDX)    TO EF-RELANCE
              MOVE WS-EF-STATUS(WS-EF-IDX)     TO EF-STATUS
              MOVE WS-EF-SOLDE-DATE(WS-EF-IDX) TO EF-SOLDE-DATE
              WRITE R-ENCOURS
           END-PERFORM.
           CLOSE F-ENCOURS.
       END-SAVE-LEDGER.
           EXIT.

      ******************************************************************
      *    Met la date WS-DATE-IN (AAAAMMJJ) au format JJ/MM/AAAA.     *
      ******************************************************************
       START-EDIT-DATE.
           MOVE WS-DI-JJ   TO WS-DE-JJ.
           MOVE WS-DI-MM   TO WS-DE-MM.
           MOVE WS-DI-AAAA TO WS-DE-AAAA.
       END-EDIT-DATE.
           EXIT.
