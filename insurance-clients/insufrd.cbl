      ******************************************************************
      *                                                                *
      *    DETECTION DES SINISTRES SUSPECTS : insuclm VALIDE LA POLICE *
      *    ET CALCULE LE S/P, MAIS NE SIGNALE RIEN. LE PROGRAMME       *
      *    RELIT "sinistres.dat" ET NOTE CHAQUE SINISTRE OUVERT SUR    *
      *    LES INDICES CONNUS :                                        *
      *       - SINISTRE PEU APRES LE DEBUT DE LA POLICE (DATE "FROM"  *
      *         DES EXTRAITS DU MANIFESTE "insucli-manifest.dat") ;    *
      *       - SINISTRE PEU APRES UN AVENANT ("avenants-histo.dat",   *
      *         ECRIT PAR insuavn) ;                                   *
      *       - PLUSIEURS SINISTRES DU MEME CLIENT SUR UNE COURTE      *
      *         PERIODE ;                                              *
      *       - POLICE "Suspendu" DANS "polices.idx" ;                 *
      *       - PRIMES IMPAYEES : CLIENT EN SOLDE DANS                 *
      *         "encours-clients.dat" (insupay) OU IMPAYE DE           *
      *         PRELEVEMENT OUVERT SUR LA POLICE ("impayes-suivi.dat", *
      *         insuimp) ;                                             *
      *       - MONTANT PROCHE OU AU-DELA D'UN MULTIPLE DE LA PRIME    *
      *         ANNUELLE.                                              *
      *    LES SINISTRES DONT LA NOTE ATTEINT LE SEUIL (30 PAR         *
      *    DEFAUT, PARAMETRE INSUFRD-SEUIL DU REGISTRE) SONT           *
      *    ECRITS DANS "sinistres-signalements.dat" DU PLUS SUSPECT    *
      *    AU MOINS SUSPECT, CHAQUE INDICE RETENU EN CLAIR SOUS LA     *
      *    LIGNE DU SINISTRE - C'EST LA LISTE DE L'INSPECTEUR.         *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insufrd.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLAIMS ASSIGN TO "sinistres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLAIMS.

           SELECT F-MASTER ASSIGN TO "polices.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POL-ID
           ALTERNATE RECORD KEY IS POL-CLIENT WITH DUPLICATES
           FILE STATUS IS FS-MASTER.

           SELECT INSU-MANIFEST ASSIGN TO "insucli-manifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INSU-MANIFEST.

           SELECT INSU-GENERIC ASSIGN TO DYNAMIC WS-CURRENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INSU-GENERIC.

           SELECT F-AVN-HISTO ASSIGN TO "avenants-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AVN-HISTO.

           SELECT F-ENCOURS ASSIGN TO "encours-clients.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENCOURS.

           SELECT F-FOLLOW ASSIGN TO "impayes-suivi.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FOLLOW.

           SELECT F-REFER ASSIGN TO "sinistres-signalements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REFER.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLAIMS.
       01  R-CLAIMS.
           03 CLM-ID       PIC X(08).
           03 CLM-POL-ID   PIC X(08).
           03 CLM-DATE     PIC 9(08).
           03 CLM-STATUS   PIC X(10).
           03 CLM-RESERVED PIC 9(09).
           03 CLM-PAID     PIC 9(09).
      *    INDICATEUR DE RESPONSABILITE (insunot), SANS EFFET ICI.
           03 CLM-RESP     PIC X(01).

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

       FD  INSU-MANIFEST.
       01  INSU-MANIFEST-RECORD PIC X(123).

       FD  INSU-GENERIC.
       01  INSU-GENERIC-RECORD PIC X(123).

      *    LIGNE D'HISTORIQUE insuavn : POLICE, BLANC, DATE D'EFFET.
       FD  F-AVN-HISTO.
       01  R-AVN-HISTO.
           03 AH-POL-ID PIC X(08).
           03 FILLER    PIC X(01).
           03 AH-EFFECT PIC X(08).
           03 FILLER    PIC X(143).

       FD  F-ENCOURS.
       01  R-ENCOURS PIC X(200).

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

       FD  F-REFER.
       01  R-REFER PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-CLAIMS PIC X(02).
              88 FS-CLAIMS-OK  VALUE "00".
              88 FS-CLAIMS-EOF VALUE "10".
           03 FS-MASTER PIC X(02).
              88 FS-MASTER-OK VALUE "00".
           03 FS-INSU-MANIFEST PIC X(02).
           03 FS-INSU-GENERIC  PIC X(02).
           03 FS-AVN-HISTO PIC X(02).
              88 FS-AVN-HISTO-OK  VALUE "00".
              88 FS-AVN-HISTO-EOF VALUE "10".
           03 FS-ENCOURS PIC X(02).
              88 FS-ENCOURS-OK  VALUE "00".
              88 FS-ENCOURS-EOF VALUE "10".
           03 FS-FOLLOW PIC X(02).
              88 FS-FOLLOW-OK  VALUE "00".
              88 FS-FOLLOW-EOF VALUE "10".
           03 FS-REFER PIC X(02).

      *    REGLES DE NOTATION : FENETRES EN JOURS ET POIDS DE CHAQUE
      *    INDICE. LE MULTIPLE DE PRIME EST "PROCHE" A PARTIR DE 80 %.
       01  WS-RULES.
           03 WS-DAYS-START     PIC 9(03) VALUE 60.
           03 WS-DAYS-AVENANT   PIC 9(03) VALUE 30.
           03 WS-DAYS-FREQUENCY PIC 9(03) VALUE 180.
           03 WS-FREQUENCY-MIN  PIC 9(02) VALUE 3.
           03 WS-PREMIUM-MULT   PIC 9(02) VALUE 5.
           03 WS-PREMIUM-NEAR   PIC 9(03) VALUE 80.
           03 WS-PTS-START      PIC 9(03) VALUE 30.
           03 WS-PTS-AVENANT    PIC 9(03) VALUE 20.
           03 WS-PTS-FREQUENCY  PIC 9(03) VALUE 25.
           03 WS-PTS-SUSPENDED  PIC 9(03) VALUE 40.
           03 WS-PTS-UNPAID     PIC 9(03) VALUE 20.
           03 WS-PTS-OVER       PIC 9(03) VALUE 30.
           03 WS-PTS-NEAR       PIC 9(03) VALUE 15.

       01  WS-THRESHOLD     PIC 9(03) VALUE 30.
       01  WS-THRESHOLD-ENV PIC X(03).

       01  WS-CURRENT-FILENAME PIC X(123) VALUE SPACES.
       01  WS-STOP PIC 9(01) VALUE 0.

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

       01  WS-FROM-PARTS.
           03 WS-FROM-DAY   PIC 9(02).
           03 WS-FROM-MONTH PIC 9(02).
           03 WS-FROM-YEAR  PIC 9(04).

      *    DATE DE DEBUT DE CHAQUE POLICE (EXTRAITS DU MANIFESTE).
       01  WS-START-TABLE.
           03 WS-ST-CNT PIC 9(04) VALUE 0.
           03 WS-ST OCCURS 2000 TIMES
                    INDEXED BY WS-ST-IDX.
               05 WS-ST-POL-ID PIC X(08).
               05 WS-ST-DATE   PIC 9(08).

      *    DATES D'EFFET DES AVENANTS PAR POLICE.
       01  WS-AVN-TABLE.
           03 WS-AV-CNT PIC 9(04) VALUE 0.
           03 WS-AV OCCURS 2000 TIMES
                    INDEXED BY WS-AV-IDX.
               05 WS-AV-POL-ID PIC X(08).
               05 WS-AV-DATE   PIC 9(08).

      *    CLIENTS EN SOLDE DANS L'ENCOURS insupay.
       01  WS-UNPAID-TABLE.
           03 WS-UP-CNT PIC 9(04) VALUE 0.
           03 WS-UP OCCURS 1000 TIMES
                    INDEXED BY WS-UP-IDX
                    PIC X(12).

      *    POLICES AVEC UN IMPAYE DE PRELEVEMENT ENCORE OUVERT.
       01  WS-BOUNCE-TABLE.
           03 WS-BC-CNT PIC 9(04) VALUE 0.
           03 WS-BC OCCURS 2000 TIMES
                    INDEXED BY WS-BC-IDX
                    PIC X(08).

      *    SINISTRES VALIDES (POLICE CONNUE) ET LEUR NOTE.
       01  WS-CLAIM-TABLE.
           03 WS-CL-CNT PIC 9(04) VALUE 0.
           03 WS-CL OCCURS 3000 TIMES
                    INDEXED BY WS-CL-IDX WS-CL-IDX2.
               05 WS-CL-ID        PIC X(08).
               05 WS-CL-POL-ID    PIC X(08).
               05 WS-CL-CLIENT    PIC X(12).
               05 WS-CL-DATE      PIC 9(08).
               05 WS-CL-OPEN      PIC X(01).
               05 WS-CL-AMOUNT    PIC 9(09).
               05 WS-CL-POLSTAT   PIC X(08).
               05 WS-CL-PREMIUM   PIC 9(06)V9(02).
               05 WS-CL-SCORE     PIC 9(03).
               05 WS-CL-FLAGS.
                  07 WS-CL-F-START PIC X(01).
                  07 WS-CL-F-AVN   PIC X(01).
                  07 WS-CL-F-FREQ  PIC X(01).
                  07 WS-CL-F-SUSP  PIC X(01).
                  07 WS-CL-F-UNPD  PIC X(01).
                  07 WS-CL-F-AMT   PIC X(01).
               05 WS-CL-START     PIC 9(08).
               05 WS-CL-AVN-DATE  PIC 9(08).
               05 WS-CL-SAME-CNT  PIC 9(03).

      *    ENTREE DE TABLE EN COURS D'ECHANGE PENDANT LE TRI.
       01  WS-CL-SWAP PIC X(103).

      *    ORDRE DE SORTIE : INDICES DES SINISTRES SIGNALES, TRIES
      *    PAR NOTE DECROISSANTE.
       01  WS-RANK-TABLE.
           03 WS-RK-CNT PIC 9(04) VALUE 0.
           03 WS-RK OCCURS 3000 TIMES
                    INDEXED BY WS-RK-IDX WS-RK-IDX2
                    PIC 9(04).
       01  WS-RK-SWAP PIC 9(04).

       01  WS-DATE-INT   PIC 9(08) COMP.
       01  WS-OTHER-INT  PIC 9(08) COMP.
       01  WS-GAP-DAYS   PIC S9(07).
       01  WS-CEILING    PIC 9(09)V9(02).
       01  WS-NEAR-LIMIT PIC 9(09)V9(02).
       01  WS-TALLY      PIC 9(02).

       01  WS-LINE       PIC X(160).
       01  WS-NUM-CLEAN  PIC ZZZZZZZZZ9.
       01  WS-NUM-PREM   PIC ZZZZZ9.99.
       01  WS-NUM-SCORE  PIC ZZ9.
       01  WS-NUM-RANK   PIC ZZZ9.

       01  WS-COUNTERS.
           03 WS-READ-CNT   PIC 9(05) VALUE 0.
           03 WS-OPEN-CNT   PIC 9(05) VALUE 0.
           03 WS-REJECT-CNT PIC 9(05) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "insufrd".

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
           MOVE "INSUFRD-SEUIL" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-THRESHOLD-ENV.
           IF FUNCTION TRIM(WS-THRESHOLD-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-ENV) TO WS-THRESHOLD
           END-IF.

           PERFORM 0100-LOAD-STARTS THRU 0100-LOAD-STARTS-END.
           PERFORM 0200-LOAD-AVENANTS THRU 0200-LOAD-AVENANTS-END.
           PERFORM 0300-LOAD-UNPAID THRU 0300-LOAD-UNPAID-END.
           PERFORM 0400-LOAD-BOUNCES THRU 0400-LOAD-BOUNCES-END.
           PERFORM 1000-LOAD-CLAIMS THRU 1000-LOAD-CLAIMS-END.
           IF WS-RUN-STATUS = "KO"
               GO TO 9000-FIN
           END-IF.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
               IF WS-CL-OPEN(WS-CL-IDX) = "Y"
                   PERFORM 2000-SCORE-ONE THRU 2000-SCORE-ONE-END
               END-IF
           END-PERFORM.

           PERFORM 3000-RANK THRU 3000-RANK-END.
           PERFORM 4000-WRITE-REFERRALS THRU 4000-WRITE-REFERRALS-END.

       9000-FIN.
           DISPLAY "SINISTRES LUS :" SPACE WS-READ-CNT SPACE
              "OUVERTS NOTES :" SPACE WS-OPEN-CNT SPACE
              "SIGNALES :" SPACE WS-RK-CNT.

           MOVE WS-READ-CNT   TO WS-RUN-READ.
           MOVE WS-RK-CNT     TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      *    DATES DE DEBUT DES POLICES : LES EXTRAITS DU MANIFESTE
      *    PORTENT LA DATE "FROM" (JJ/MM/AAAA) ET LE NUMERO DE POLICE.
       0100-LOAD-STARTS.
           OPEN INPUT INSU-MANIFEST.
           IF FS-INSU-MANIFEST NOT = "00"
               DISPLAY "AVERTISSEMENT : insucli-manifest.dat ABSENT,"
                  SPACE "INDICE DEBUT DE POLICE NON EVALUE"
               GO TO 0100-LOAD-STARTS-END
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

           PERFORM VARYING WS-MANIFEST-IDX FROM 1 BY 1
                   UNTIL WS-MANIFEST-IDX > WS-MANIFEST-CNT
               PERFORM 0110-PART-READ THRU 0110-PART-READ-END
           END-PERFORM.
       0100-LOAD-STARTS-END.

       0110-PART-READ.
           MOVE WS-MANIFEST-FILE(WS-MANIFEST-IDX)
              TO WS-CURRENT-FILENAME.
           OPEN INPUT INSU-GENERIC.
           IF FS-INSU-GENERIC NOT = "00"
               DISPLAY "ERREUR OUVERTURE" SPACE
                  FUNCTION TRIM(WS-CURRENT-FILENAME) SPACE ":"
                  SPACE FS-INSU-GENERIC
               GO TO 0110-PART-READ-END
           END-IF.

           SET WS-STOP TO 0.
           PERFORM UNTIL WS-STOP = 1
               READ INSU-GENERIC
               AT END
                   SET WS-STOP TO 1
               NOT AT END
      *            RECORDS DE CONTROLE HDR/TRL : PASSES.
                   IF INSU-GENERIC-RECORD(1:4) = "HDR*"
                      OR INSU-GENERIC-RECORD(1:4) = "TRL*"
                       CONTINUE
                   ELSE
                       PERFORM 0120-KEEP-START THRU 0120-KEEP-START-END
                   END-IF
           END-PERFORM.

           CLOSE INSU-GENERIC.
       0110-PART-READ-END.

       0120-KEEP-START.
           MOVE SPACES TO WS-FIELDS.
           UNSTRING INSU-GENERIC-RECORD
           DELIMITED BY "*"
           INTO WS-ID-CLIENT WS-GROUP WS-NAME WS-LABEL
                WS-STATUS WS-FROM WS-TO WS-AMOUNT WS-EURO
                WS-INTERM WS-POLNO.

           IF WS-POLNO = SPACES OR WS-ST-CNT NOT < 2000
               GO TO 0120-KEEP-START-END
           END-IF.

           UNSTRING WS-FROM DELIMITED BY "/"
           INTO WS-FROM-DAY WS-FROM-MONTH WS-FROM-YEAR.
           IF WS-FROM-DAY NOT NUMERIC OR WS-FROM-MONTH NOT NUMERIC
              OR WS-FROM-YEAR NOT NUMERIC
               GO TO 0120-KEEP-START-END
           END-IF.

           ADD 1 TO WS-ST-CNT.
           MOVE WS-POLNO TO WS-ST-POL-ID(WS-ST-CNT).
           COMPUTE WS-ST-DATE(WS-ST-CNT) = WS-FROM-YEAR * 10000
                                         + WS-FROM-MONTH * 100
                                         + WS-FROM-DAY.
       0120-KEEP-START-END.

      *    DATES D'EFFET DES AVENANTS DEJA APPLIQUES.
       0200-LOAD-AVENANTS.
           OPEN INPUT F-AVN-HISTO.
           IF NOT FS-AVN-HISTO-OK
               GO TO 0200-LOAD-AVENANTS-END
           END-IF.

           PERFORM UNTIL FS-AVN-HISTO-EOF
               READ F-AVN-HISTO
               AT END
                   SET FS-AVN-HISTO-EOF TO TRUE
               NOT AT END
                   IF AH-EFFECT IS NUMERIC AND WS-AV-CNT < 2000
                       ADD 1 TO WS-AV-CNT
                       MOVE AH-POL-ID TO WS-AV-POL-ID(WS-AV-CNT)
                       MOVE AH-EFFECT TO WS-AV-DATE(WS-AV-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-AVN-HISTO.
       0200-LOAD-AVENANTS-END.

      *    CLIENTS EN SOLDE : LES LIGNES CLIENT DE L'ENCOURS PORTENT
      *    "SOLDE :" (LES TITRES ET TOTAUX PAR TRANCHE NON).
       0300-LOAD-UNPAID.
           OPEN INPUT F-ENCOURS.
           IF NOT FS-ENCOURS-OK
               GO TO 0300-LOAD-UNPAID-END
           END-IF.

           PERFORM UNTIL FS-ENCOURS-EOF
               READ F-ENCOURS
               AT END
                   SET FS-ENCOURS-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-TALLY
                   INSPECT R-ENCOURS TALLYING WS-TALLY
                      FOR ALL " SOLDE :"
                   IF WS-TALLY > ZERO AND WS-UP-CNT < 1000
                       ADD 1 TO WS-UP-CNT
                       MOVE R-ENCOURS(1:12) TO WS-UP(WS-UP-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ENCOURS.
       0300-LOAD-UNPAID-END.

      *    POLICES AVEC UN IMPAYE DE PRELEVEMENT NON REGULARISE.
       0400-LOAD-BOUNCES.
           OPEN INPUT F-FOLLOW.
           IF NOT FS-FOLLOW-OK
               GO TO 0400-LOAD-BOUNCES-END
           END-IF.

           PERFORM UNTIL FS-FOLLOW-EOF
               READ F-FOLLOW
               AT END
                   SET FS-FOLLOW-EOF TO TRUE
               NOT AT END
                   IF FL-STATE = "O" AND WS-BC-CNT < 2000
                       ADD 1 TO WS-BC-CNT
                       MOVE FL-POL-ID TO WS-BC(WS-BC-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-FOLLOW.
       0400-LOAD-BOUNCES-END.

      *    CHARGE TOUS LES SINISTRES DONT LA POLICE EST CONNUE (LES
      *    REGLES ET CLOS COMPTENT POUR LA FREQUENCE) ; SEULS LES
      *    OUVERTS SONT NOTES. LES REJETS SONT CEUX DE insuclm.
       1000-LOAD-CLAIMS.
           OPEN INPUT F-CLAIMS.
           IF NOT FS-CLAIMS-OK
               DISPLAY "ERREUR OUVERTURE sinistres.dat :" SPACE
                  FS-CLAIMS
               MOVE "KO" TO WS-RUN-STATUS
               GO TO 1000-LOAD-CLAIMS-END
           END-IF.

           OPEN INPUT F-MASTER.
           IF NOT FS-MASTER-OK
               DISPLAY "ERREUR OUVERTURE polices.idx :" SPACE
                  FS-MASTER
               MOVE "KO" TO WS-RUN-STATUS
               CLOSE F-CLAIMS
               GO TO 1000-LOAD-CLAIMS-END
           END-IF.

           PERFORM UNTIL FS-CLAIMS-EOF
               READ F-CLAIMS
               AT END
                   SET FS-CLAIMS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 1100-KEEP-CLAIM THRU 1100-KEEP-CLAIM-END
               END-READ
           END-PERFORM.

           CLOSE F-CLAIMS.
           CLOSE F-MASTER.
       1000-LOAD-CLAIMS-END.

       1100-KEEP-CLAIM.
           MOVE CLM-POL-ID TO POL-ID.
           READ F-MASTER.
           IF NOT FS-MASTER-OK OR CLM-DATE NOT NUMERIC
               ADD 1 TO WS-REJECT-CNT
               GO TO 1100-KEEP-CLAIM-END
           END-IF.

           IF WS-CL-CNT NOT < 3000
               ADD 1 TO WS-REJECT-CNT
               GO TO 1100-KEEP-CLAIM-END
           END-IF.

           ADD 1 TO WS-CL-CNT.
           SET WS-CL-IDX TO WS-CL-CNT.
           MOVE CLM-ID      TO WS-CL-ID(WS-CL-IDX).
           MOVE CLM-POL-ID  TO WS-CL-POL-ID(WS-CL-IDX).
           MOVE POL-CLIENT  TO WS-CL-CLIENT(WS-CL-IDX).
      *    UN CLIENT FUSIONNE (insudup) COMPTE SOUS SON SURVIVANT.
           CALL "insumap" USING WS-CL-CLIENT(WS-CL-IDX)
           END-CALL.
           MOVE CLM-DATE    TO WS-CL-DATE(WS-CL-IDX).
           MOVE POL-STATUS  TO WS-CL-POLSTAT(WS-CL-IDX).
           MOVE POL-AMOUNT  TO WS-CL-PREMIUM(WS-CL-IDX).
      *    MONTANT DU SINISTRE : LE PLUS FORT DU PROVISIONNE ET DU PAYE.
           IF CLM-RESERVED > CLM-PAID
               MOVE CLM-RESERVED TO WS-CL-AMOUNT(WS-CL-IDX)
           ELSE
               MOVE CLM-PAID     TO WS-CL-AMOUNT(WS-CL-IDX)
           END-IF.
           MOVE ZERO   TO WS-CL-SCORE(WS-CL-IDX).
           MOVE SPACES TO WS-CL-FLAGS(WS-CL-IDX).
           MOVE ZERO   TO WS-CL-START(WS-CL-IDX).
           MOVE ZERO   TO WS-CL-AVN-DATE(WS-CL-IDX).
           MOVE ZERO   TO WS-CL-SAME-CNT(WS-CL-IDX).
           IF CLM-STATUS = "OUVERT"
               MOVE "Y" TO WS-CL-OPEN(WS-CL-IDX)
               ADD 1 TO WS-OPEN-CNT
           ELSE
               MOVE "N" TO WS-CL-OPEN(WS-CL-IDX)
           END-IF.
       1100-KEEP-CLAIM-END.

      *    NOTE LE SINISTRE OUVERT WS-CL-IDX SUR CHAQUE INDICE.
       2000-SCORE-ONE.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-CL-DATE(WS-CL-IDX)).

      *    DEBUT DE POLICE RECENT.
           SET WS-ST-IDX TO 1.
           SEARCH WS-ST
               AT END
                   CONTINUE
               WHEN WS-ST-IDX > WS-ST-CNT
                   CONTINUE
               WHEN WS-ST-POL-ID(WS-ST-IDX) = WS-CL-POL-ID(WS-CL-IDX)
                   MOVE WS-ST-DATE(WS-ST-IDX) TO WS-CL-START(WS-CL-IDX)
                   COMPUTE WS-OTHER-INT = FUNCTION INTEGER-OF-DATE
                      (WS-ST-DATE(WS-ST-IDX))
                   COMPUTE WS-GAP-DAYS = WS-DATE-INT - WS-OTHER-INT
                   IF WS-GAP-DAYS NOT < ZERO
                      AND WS-GAP-DAYS NOT > WS-DAYS-START
                       MOVE "X" TO WS-CL-F-START(WS-CL-IDX)
                       ADD WS-PTS-START TO WS-CL-SCORE(WS-CL-IDX)
                   END-IF
           END-SEARCH.

      *    AVENANT RECENT : LE PLUS PROCHE AVANT LE SINISTRE.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-CNT
               IF WS-AV-POL-ID(WS-AV-IDX) = WS-CL-POL-ID(WS-CL-IDX)
                  AND WS-AV-DATE(WS-AV-IDX) NOT > WS-CL-DATE(WS-CL-IDX)
                  AND WS-AV-DATE(WS-AV-IDX) > WS-CL-AVN-DATE(WS-CL-IDX)
                   MOVE WS-AV-DATE(WS-AV-IDX)
                     TO WS-CL-AVN-DATE(WS-CL-IDX)
               END-IF
           END-PERFORM.
           IF WS-CL-AVN-DATE(WS-CL-IDX) > ZERO
               COMPUTE WS-OTHER-INT = FUNCTION INTEGER-OF-DATE
                  (WS-CL-AVN-DATE(WS-CL-IDX))
               IF WS-DATE-INT - WS-OTHER-INT NOT > WS-DAYS-AVENANT
                   MOVE "X" TO WS-CL-F-AVN(WS-CL-IDX)
                   ADD WS-PTS-AVENANT TO WS-CL-SCORE(WS-CL-IDX)
               END-IF
           END-IF.

      *    FREQUENCE : SINISTRES DU MEME CLIENT DANS LA FENETRE,
      *    AVANT OU APRES, LE SINISTRE LUI-MEME COMPRIS.
           PERFORM VARYING WS-CL-IDX2 FROM 1 BY 1
                   UNTIL WS-CL-IDX2 > WS-CL-CNT
               IF WS-CL-CLIENT(WS-CL-IDX2) = WS-CL-CLIENT(WS-CL-IDX)
                   COMPUTE WS-OTHER-INT = FUNCTION INTEGER-OF-DATE
                      (WS-CL-DATE(WS-CL-IDX2))
                   COMPUTE WS-GAP-DAYS = WS-DATE-INT - WS-OTHER-INT
                   IF WS-GAP-DAYS < ZERO
                       COMPUTE WS-GAP-DAYS = ZERO - WS-GAP-DAYS
                   END-IF
                   IF WS-GAP-DAYS NOT > WS-DAYS-FREQUENCY
                       ADD 1 TO WS-CL-SAME-CNT(WS-CL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CL-SAME-CNT(WS-CL-IDX) NOT < WS-FREQUENCY-MIN
               MOVE "X" TO WS-CL-F-FREQ(WS-CL-IDX)
               ADD WS-PTS-FREQUENCY TO WS-CL-SCORE(WS-CL-IDX)
           END-IF.

      *    POLICE SUSPENDUE.
           IF WS-CL-POLSTAT(WS-CL-IDX) = "Suspendu"
               MOVE "X" TO WS-CL-F-SUSP(WS-CL-IDX)
               ADD WS-PTS-SUSPENDED TO WS-CL-SCORE(WS-CL-IDX)
           END-IF.

      *    PRIMES IMPAYEES : SOLDE CLIENT OU IMPAYE DE PRELEVEMENT.
           SET WS-UP-IDX TO 1.
           SEARCH WS-UP
               AT END
                   CONTINUE
               WHEN WS-UP-IDX > WS-UP-CNT
                   CONTINUE
               WHEN WS-UP(WS-UP-IDX) = WS-CL-CLIENT(WS-CL-IDX)
                   MOVE "X" TO WS-CL-F-UNPD(WS-CL-IDX)
           END-SEARCH.
           SET WS-BC-IDX TO 1.
           SEARCH WS-BC
               AT END
                   CONTINUE
               WHEN WS-BC-IDX > WS-BC-CNT
                   CONTINUE
               WHEN WS-BC(WS-BC-IDX) = WS-CL-POL-ID(WS-CL-IDX)
                   MOVE "X" TO WS-CL-F-UNPD(WS-CL-IDX)
           END-SEARCH.
           IF WS-CL-F-UNPD(WS-CL-IDX) = "X"
               ADD WS-PTS-UNPAID TO WS-CL-SCORE(WS-CL-IDX)
           END-IF.

      *    MONTANT FACE AU MULTIPLE DE LA PRIME ANNUELLE.
           COMPUTE WS-CEILING =
              WS-CL-PREMIUM(WS-CL-IDX) * WS-PREMIUM-MULT.
           COMPUTE WS-NEAR-LIMIT =
              WS-CEILING * WS-PREMIUM-NEAR / 100.
           IF WS-CEILING > ZERO
               EVALUATE TRUE
                   WHEN WS-CL-AMOUNT(WS-CL-IDX) NOT < WS-CEILING
                       MOVE "S" TO WS-CL-F-AMT(WS-CL-IDX)
                       ADD WS-PTS-OVER TO WS-CL-SCORE(WS-CL-IDX)
                   WHEN WS-CL-AMOUNT(WS-CL-IDX) NOT < WS-NEAR-LIMIT
                       MOVE "P" TO WS-CL-F-AMT(WS-CL-IDX)
                       ADD WS-PTS-NEAR TO WS-CL-SCORE(WS-CL-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-CL-SCORE(WS-CL-IDX) NOT < WS-THRESHOLD
               ADD 1 TO WS-RK-CNT
               SET WS-RK(WS-RK-CNT) TO WS-CL-IDX
           END-IF.
       2000-SCORE-ONE-END.

      *    TRI DES SIGNALES PAR NOTE DECROISSANTE (TRI PAR ECHANGE :
      *    LA LISTE EST COURTE), A NOTE EGALE PAR DATE DE SINISTRE.
       3000-RANK.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX NOT < WS-RK-CNT
               SET WS-RK-IDX2 TO WS-RK-IDX
               SET WS-RK-IDX2 UP BY 1
               PERFORM UNTIL WS-RK-IDX2 > WS-RK-CNT
                   IF WS-CL-SCORE(WS-RK(WS-RK-IDX2))
                      > WS-CL-SCORE(WS-RK(WS-RK-IDX))
                      OR (WS-CL-SCORE(WS-RK(WS-RK-IDX2))
                          = WS-CL-SCORE(WS-RK(WS-RK-IDX))
                          AND WS-CL-DATE(WS-RK(WS-RK-IDX2))
                          < WS-CL-DATE(WS-RK(WS-RK-IDX)))
                       MOVE WS-RK(WS-RK-IDX)  TO WS-RK-SWAP
                       MOVE WS-RK(WS-RK-IDX2) TO WS-RK(WS-RK-IDX)
                       MOVE WS-RK-SWAP        TO WS-RK(WS-RK-IDX2)
                   END-IF
                   SET WS-RK-IDX2 UP BY 1
               END-PERFORM
           END-PERFORM.
       3000-RANK-END.

      *    LISTE DE L'INSPECTEUR : UNE LIGNE PAR SINISTRE SIGNALE,
      *    SUIVIE D'UNE LIGNE PAR INDICE RETENU.
       4000-WRITE-REFERRALS.
           OPEN OUTPUT F-REFER.

           MOVE "*** SINISTRES A EXAMINER (INDICES DE FRAUDE) ***"
              TO WS-LINE.
           WRITE R-REFER FROM WS-LINE.
           INITIALIZE WS-NUM-SCORE.
           MOVE WS-THRESHOLD TO WS-NUM-SCORE.
           MOVE SPACES TO WS-LINE.
           STRING "SEUIL DE SIGNALEMENT :" SPACE
              FUNCTION TRIM(WS-NUM-SCORE) SPACE "POINTS"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REFER FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           WRITE R-REFER FROM WS-LINE.

           IF WS-RK-CNT EQUAL ZERO
               MOVE "AUCUN SINISTRE A SIGNALER" TO WS-LINE
               WRITE R-REFER FROM WS-LINE
           END-IF.

           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-CNT
               SET WS-CL-IDX TO WS-RK(WS-RK-IDX)
               PERFORM 4100-WRITE-ONE THRU 4100-WRITE-ONE-END
           END-PERFORM.

           CLOSE F-REFER.
       4000-WRITE-REFERRALS-END.

       4100-WRITE-ONE.
           INITIALIZE WS-NUM-RANK WS-NUM-SCORE WS-NUM-CLEAN.
           SET WS-RK-SWAP TO WS-RK-IDX.
           MOVE WS-RK-SWAP TO WS-NUM-RANK.
           MOVE WS-CL-SCORE(WS-CL-IDX)  TO WS-NUM-SCORE.
           MOVE WS-CL-AMOUNT(WS-CL-IDX) TO WS-NUM-CLEAN.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-NUM-RANK) "." SPACE
              "SINISTRE" SPACE WS-CL-ID(WS-CL-IDX) SPACE
              "POLICE" SPACE WS-CL-POL-ID(WS-CL-IDX) SPACE
              "CLIENT" SPACE WS-CL-CLIENT(WS-CL-IDX) SPACE
              "DU" SPACE WS-CL-DATE(WS-CL-IDX) SPACE
              "MONTANT :" SPACE FUNCTION TRIM(WS-NUM-CLEAN) SPACE
              "NOTE :" SPACE FUNCTION TRIM(WS-NUM-SCORE)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REFER FROM WS-LINE.

           IF WS-CL-F-START(WS-CL-IDX) = "X"
               MOVE SPACES TO WS-LINE
               STRING "    - SINISTRE MOINS DE" SPACE WS-DAYS-START
                  SPACE "JOURS APRES LE DEBUT DE LA POLICE ("
                  WS-CL-START(WS-CL-IDX) ")"
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-REFER FROM WS-LINE
           END-IF.

           IF WS-CL-F-AVN(WS-CL-IDX) = "X"
               MOVE SPACES TO WS-LINE
               STRING "    - SINISTRE MOINS DE" SPACE WS-DAYS-AVENANT
                  SPACE "JOURS APRES UN AVENANT ("
                  WS-CL-AVN-DATE(WS-CL-IDX) ")"
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-REFER FROM WS-LINE
           END-IF.

           IF WS-CL-F-FREQ(WS-CL-IDX) = "X"
               MOVE SPACES TO WS-LINE
               STRING "    -" SPACE WS-CL-SAME-CNT(WS-CL-IDX) SPACE
                  "SINISTRES DU CLIENT EN" SPACE WS-DAYS-FREQUENCY
                  SPACE "JOURS"
                  DELIMITED BY SIZE
                  INTO WS-LINE
               WRITE R-REFER FROM WS-LINE
           END-IF.

           IF WS-CL-F-SUSP(WS-CL-IDX) = "X"
               MOVE "    - POLICE SUSPENDUE A LA DATE DU TRAITEMENT"
                  TO WS-LINE
               WRITE R-REFER FROM WS-LINE
           END-IF.

           IF WS-CL-F-UNPD(WS-CL-IDX) = "X"
               MOVE "    - PRIMES IMPAYEES (SOLDE OU PRELEVEMENT)"
                  TO WS-LINE
               WRITE R-REFER FROM WS-LINE
           END-IF.

           IF WS-CL-F-AMT(WS-CL-IDX) NOT = SPACE
               INITIALIZE WS-NUM-PREM
               MOVE WS-CL-PREMIUM(WS-CL-IDX) TO WS-NUM-PREM
               MOVE SPACES TO WS-LINE
               IF WS-CL-F-AMT(WS-CL-IDX) = "S"
                   STRING "    - MONTANT AU-DELA DE" SPACE
                      WS-PREMIUM-MULT SPACE "FOIS LA PRIME ANNUELLE ("
                      FUNCTION TRIM(WS-NUM-PREM) ")"
                      DELIMITED BY SIZE
                      INTO WS-LINE
               ELSE
                   STRING "    - MONTANT PROCHE DE" SPACE
                      WS-PREMIUM-MULT SPACE "FOIS LA PRIME ANNUELLE ("
                      FUNCTION TRIM(WS-NUM-PREM) ")"
                      DELIMITED BY SIZE
                      INTO WS-LINE
               END-IF
               WRITE R-REFER FROM WS-LINE
           END-IF.
       4100-WRITE-ONE-END.
