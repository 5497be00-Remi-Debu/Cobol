      ******************************************************************
      *    Sas de sortie des fichiers partenaires, pendant de opdepot  *
      *    pour ce que nous envoyons : le retour ministère, le         *
      *    registre national, les factures groupes et comptables, les  *
      *    fichiers banque et déclaration de la paie étaient copiés à  *
      *    la main dans le dossier de chaque partenaire, sans savoir   *
      *    s'ils avaient été relevés. Le programme lit le fichier de   *
      *    routage "livraison-routage.dat" :                           *
      *       colonnes 1-40  : FICHIER PRODUIT PAR LA CHAINE           *
      *       colonnes 41-48 : PARTENAIRE (dossier livraison/PART/)    *
      *       colonnes 49-68 : PREFIXE DU NOM SORTANT (le nom livré    *
      *                        est PREFIXE + AAAAMMJJ + .dat)          *
      *       colonne  69    : MASQUAGE DES DONNEES PERSONNELLES (O/N) *
      *       colonnes 70-84 : 3 ZONES A MASQUER (DEBUT 9(3), LONGUEUR *
      *                        9(2)), noms remplacés par le pseudonyme *
      *                        stable de maskpii                       *
      *       colonnes 85-87 : DELAI D'ACCUSE EN JOURS OUVRES 9(3)     *
      *    et, à la date de livraison (OPLIVRE-DATE, AAAAMMJJ, la      *
      *    date du jour à défaut) :                                    *
      *    - relève les accusés de réception : le partenaire dépose    *
      *      NOM-LIVRE.acq dans son dossier ;                          *
      *    - livre chaque fichier sous son nom daté (copie, ou copie   *
      *      masquée), refuse une seconde livraison du même nom ;      *
      *    - trace chaque mouvement dans "livraison-journal.dat" et    *
      *      tient le suivi des livraisons "livraison-suivi.dat", que  *
      *      le rapport du matin (runrep) relit pour signaler les      *
      *      livraisons non acquittées dans le délai convenu.          *
      *    Une livraison acquittée depuis plus de OPLIVRE-RETENTION    *
      *    jours (paramlu, 90 à défaut) sort du suivi au passage       *
      *    suivant, pour que le suivi ne grossisse pas sans fin.       *
      *    La fin de passage part au journal commun (runlog).          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. oplivre.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ROUTAGE ASSIGN TO "livraison-routage.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROUTAGE.

           SELECT F-SUIVI ASSIGN TO "livraison-suivi.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUIVI.

           SELECT F-JOURNAL ASSIGN TO "livraison-journal.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

           SELECT F-SOURCE ASSIGN TO DYNAMIC WS-SRC-NAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOURCE.

           SELECT F-SORTIE ASSIGN TO DYNAMIC WS-DST-NAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SORTIE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-ROUTAGE
           RECORD CONTAINS 87 CHARACTERS
           RECORDING MODE IS F.
       01  R-ROUTAGE.
           03 RT-FICHIER    PIC X(40).
           03 RT-PARTENAIRE PIC X(08).
           03 RT-PREFIXE    PIC X(20).
           03 RT-MASQUE     PIC X(01).
           03 RT-ZONE OCCURS 3 TIMES.
               05 RT-Z-DEBUT PIC 9(03).
               05 RT-Z-LONG  PIC 9(02).
           03 RT-DELAI      PIC 9(03).

       FD  F-SUIVI
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.
       COPY suivi.

       FD  F-JOURNAL
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  R-JOURNAL PIC X(160).

       FD  F-SOURCE
           RECORD CONTAINS 500 CHARACTERS.
       01  R-SOURCE PIC X(500).

       FD  F-SORTIE
           RECORD CONTAINS 500 CHARACTERS.
       01  R-SORTIE PIC X(500).

       WORKING-STORAGE SECTION.
       01  FS-ROUTAGE PIC X(02).
           88 FS-ROUTAGE-OK  VALUE "00".
           88 FS-ROUTAGE-EOF VALUE "10".
       01  FS-SUIVI PIC X(02).
           88 FS-SUIVI-OK  VALUE "00".
           88 FS-SUIVI-EOF VALUE "10".
       01  FS-JOURNAL PIC X(02).
           88 FS-JOURNAL-OK VALUE "00".
       01  FS-SOURCE PIC X(02).
           88 FS-SOURCE-OK  VALUE "00".
           88 FS-SOURCE-EOF VALUE "10".
       01  FS-SORTIE PIC X(02).
           88 FS-SORTIE-OK VALUE "00".

       01  WS-SRC-NAME  PIC X(80) VALUE SPACES.
       01  WS-DST-NAME  PIC X(80) VALUE SPACES.

       01  WS-DATE-ENV  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE  PIC 9(08).

      *    Suivi des livraisons, relu puis réécrit en fin de passage.
       01  WS-SUIVI-TABLE.
           03 WS-SU-CNT PIC 9(04) VALUE ZERO.
           03 WS-SU OCCURS 3000 TIMES
                    INDEXED BY WS-SU-IDX.
               05 WS-SU-DATE       PIC 9(08).
               05 WS-SU-TIME       PIC 9(06).
               05 WS-SU-PARTENAIRE PIC X(08).
               05 WS-SU-NOM        PIC X(40).
               05 WS-SU-DELAI      PIC 9(03).
               05 WS-SU-ACK-DATE   PIC 9(08).

      *    Zones de CBL_CHECK_FILE_EXIST (présence de l'accusé).
       01  WS-FILE-NAME PIC X(80).
       01  WS-FILE-INFO.
           03 WS-FI-SIZE  PIC 9(18) COMP.
           03 WS-FI-DD    PIC 9(02) COMP-X.
           03 WS-FI-MM    PIC 9(02) COMP-X.
           03 WS-FI-YYYY  PIC 9(04) COMP-X.
           03 WS-FI-HH    PIC 9(02) COMP-X.
           03 WS-FI-MI    PIC 9(02) COMP-X.
           03 WS-FI-SS    PIC 9(02) COMP-X.
           03 WS-FI-CS    PIC 9(02) COMP-X.

      *    Zone d'appel du sous programme de masquage.
       01  WS-MASK-FUNCTION PIC X(01) VALUE "N".
       01  WS-MASK-VALUE    PIC X(40).
       01  WS-ZONE-IDX      PIC 9(01).
       01  WS-Z-DEBUT       PIC 9(03).
       01  WS-Z-LONG        PIC 9(02).
       01  WS-MASK-NOTE     PIC X(08).

       01  WS-NOM-LIVRE  PIC X(40).
       01  WS-DUP-FLAG   PIC X(01).
           88 WS-DUP-YES VALUE "Y".
           88 WS-DUP-NO  VALUE "N".
       01  WS-COMMAND    PIC X(200).
       01  WS-LINE       PIC X(160).
       01  WS-HORODATE   PIC X(15).
       01  WS-NOW-TIME   PIC 9(06).

       01  WS-SENT-CNT    PIC 9(04) VALUE ZERO.
       01  WS-REFUSED-CNT PIC 9(04) VALUE ZERO.
       01  WS-ACK-CNT     PIC 9(04) VALUE ZERO.
       01  WS-PURGE-CNT   PIC 9(04) VALUE ZERO.

      *    Rétention des livraisons acquittées, en jours.
       01  WS-RETENTION   PIC 9(04) VALUE 90.
       01  WS-CUTOFF-INT  PIC 9(08) VALUE ZERO.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE PIC X(08) VALUE "oplivre".
       01  WS-PARM-NOM    PIC X(30).
       01  WS-PARM-VALEUR PIC X(100).
       01  WS-PARM-STATUT PIC X(02).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "oplivre".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE ZERO.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE ZERO.
           03 WS-RUN-REJECTED PIC 9(08) VALUE ZERO.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-SENT-CNT    TO WS-RUN-WRITTEN.
           MOVE WS-REFUSED-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "OPLIVRE-DATE".
           IF WS-DATE-ENV IS NUMERIC
              MOVE WS-DATE-ENV TO WS-RUN-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

           MOVE "OPLIVRE-RETENTION" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-PARM-VALEUR) IS NUMERIC
              COMPUTE WS-RETENTION =
                 FUNCTION NUMVAL(WS-PARM-VALEUR)
           END-IF.
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETENTION.

           PERFORM START-R-SUIVI THRU END-R-SUIVI.
      *    Suivi illisible : on ne livre rien et on ne le réécrit pas.
           IF WS-RUN-STATUS EQUAL "KO"
              GO TO END-MAIN
           END-IF.

           OPEN EXTEND F-JOURNAL.
           IF NOT FS-JOURNAL-OK
              OPEN OUTPUT F-JOURNAL
           END-IF.

           PERFORM START-R-ACCUSES THRU END-R-ACCUSES.
           PERFORM START-R-ROUTAGE THRU END-R-ROUTAGE.

           CLOSE F-JOURNAL.
           PERFORM START-W-SUIVI THRU END-W-SUIVI.

           DISPLAY "FICHIERS LIVRES :" SPACE WS-SENT-CNT SPACE
              "REFUSES :" SPACE WS-REFUSED-CNT SPACE
              "ACCUSES RECUS :" SPACE WS-ACK-CNT SPACE
              "SORTIS DU SUIVI :" SPACE WS-PURGE-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Relit le suivi des livraisons. Les livraisons acquittées    *
      *    avant la limite de rétention ne sont pas reprises : elles   *
      *    sortent du suivi à sa réécriture (START-W-SUIVI).           *
      ******************************************************************
       START-R-SUIVI.
           OPEN INPUT F-SUIVI.
           IF NOT FS-SUIVI-OK
              GO TO END-R-SUIVI
           END-IF.

           PERFORM UNTIL FS-SUIVI-EOF
              READ F-SUIVI
              AT END
                 SET FS-SUIVI-EOF TO TRUE
              NOT AT END
                 EVALUATE TRUE
                 WHEN SU-ACK-DATE NOT EQUAL ZERO
                    AND FUNCTION INTEGER-OF-DATE(SU-ACK-DATE)
                        < WS-CUTOFF-INT
                    ADD 1 TO WS-PURGE-CNT
                 WHEN WS-SU-CNT < 3000
                    ADD 1 TO WS-SU-CNT
                    MOVE SU-DATE       TO WS-SU-DATE(WS-SU-CNT)
                    MOVE SU-TIME       TO WS-SU-TIME(WS-SU-CNT)
                    MOVE SU-PARTENAIRE TO WS-SU-PARTENAIRE(WS-SU-CNT)
                    MOVE SU-NOM        TO WS-SU-NOM(WS-SU-CNT)
                    MOVE SU-DELAI      TO WS-SU-DELAI(WS-SU-CNT)
                    MOVE SU-ACK-DATE   TO WS-SU-ACK-DATE(WS-SU-CNT)
                 WHEN OTHER
                    DISPLAY "ERREUR : livraison-suivi.dat DE PLUS DE "
                       "3000 LIVRAISONS"
                    MOVE "KO" TO WS-RUN-STATUS
                    SET FS-SUIVI-EOF TO TRUE
                 END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE F-SUIVI.
       END-R-SUIVI.
           EXIT.

      ******************************************************************
      *    Relève les accusés : pour chaque livraison non acquittée,   *
      *    le fichier NOM-LIVRE.acq déposé par le partenaire dans son  *
      *    dossier l'acquitte à la date de passage.                    *
      ******************************************************************
       START-R-ACCUSES.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-CNT
              IF WS-SU-ACK-DATE(WS-SU-IDX) EQUAL ZERO
                 MOVE SPACES TO WS-FILE-NAME
                 STRING "livraison/"
                    FUNCTION TRIM(WS-SU-PARTENAIRE(WS-SU-IDX)) "/"
                    FUNCTION TRIM(WS-SU-NOM(WS-SU-IDX)) ".acq"
                    DELIMITED BY SIZE
                    INTO WS-FILE-NAME
                 CALL "CBL_CHECK_FILE_EXIST"
                    USING WS-FILE-NAME, WS-FILE-INFO
                 END-CALL
                 IF RETURN-CODE EQUAL ZERO
                    MOVE WS-RUN-DATE TO WS-SU-ACK-DATE(WS-SU-IDX)
                    ADD 1 TO WS-ACK-CNT
                    MOVE WS-SU-NOM(WS-SU-IDX) TO WS-NOM-LIVRE
                    MOVE SPACES TO WS-LINE
                    STRING "ACCUSE RECU DE" SPACE
                       WS-SU-PARTENAIRE(WS-SU-IDX) SPACE
                       "(LIVRE LE" SPACE WS-SU-DATE(WS-SU-IDX) ")"
                       DELIMITED BY SIZE
                       INTO WS-LINE
                    PERFORM START-W-JOURNAL THRU END-W-JOURNAL
                 END-IF
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-PERFORM.
       END-R-ACCUSES.
           EXIT.

      ******************************************************************
      *    Parcourt le routage et livre chaque fichier produit.        *
      ******************************************************************
       START-R-ROUTAGE.
           OPEN INPUT F-ROUTAGE.
           IF NOT FS-ROUTAGE-OK
              DISPLAY "ERREUR OUVERTURE livraison-routage.dat :" SPACE
                 FS-ROUTAGE
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-R-ROUTAGE
           END-IF.

           PERFORM UNTIL FS-ROUTAGE-EOF
              READ F-ROUTAGE
              AT END
                 SET FS-ROUTAGE-EOF TO TRUE
              NOT AT END
                 IF RT-FICHIER NOT = SPACES
                    ADD 1 TO WS-RUN-READ
                    PERFORM START-HANDLE-ONE THRU END-HANDLE-ONE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-ROUTAGE.
       END-R-ROUTAGE.
           EXIT.

      ******************************************************************
      *    Livre le fichier de la ligne de routage courante : nom      *
      *    daté, refus d'une seconde livraison, copie simple ou        *
      *    masquée dans le dossier du partenaire, suivi.               *
      ******************************************************************
       START-HANDLE-ONE.
           MOVE SPACES TO WS-NOM-LIVRE.
           STRING FUNCTION TRIM(RT-PREFIXE) WS-RUN-DATE ".dat"
              DELIMITED BY SIZE
              INTO WS-NOM-LIVRE.

      *    Un nom daté ne part qu'une fois chez un partenaire : c'est
      *    le fichier d'hier livré deux fois que le sas doit empêcher.
           SET WS-DUP-NO TO TRUE.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-CNT OR WS-DUP-YES
              IF WS-SU-PARTENAIRE(WS-SU-IDX) EQUAL RT-PARTENAIRE
                 AND WS-SU-NOM(WS-SU-IDX) EQUAL WS-NOM-LIVRE
                 SET WS-DUP-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-DUP-YES
              ADD 1 TO WS-REFUSED-CNT
              MOVE "DEJA LIVRE, REFUSE" TO WS-LINE
              PERFORM START-W-JOURNAL THRU END-W-JOURNAL
              GO TO END-HANDLE-ONE
           END-IF.

           IF WS-SU-CNT NOT < 3000
              ADD 1 TO WS-REFUSED-CNT
              MOVE "SUIVI DES LIVRAISONS PLEIN" TO WS-LINE
              PERFORM START-W-JOURNAL THRU END-W-JOURNAL
              GO TO END-HANDLE-ONE
           END-IF.

           MOVE RT-FICHIER TO WS-SRC-NAME.
           MOVE SPACES TO WS-DST-NAME.
           STRING "livraison/" FUNCTION TRIM(RT-PARTENAIRE) "/"
              FUNCTION TRIM(WS-NOM-LIVRE)
              DELIMITED BY SIZE
              INTO WS-DST-NAME.

           MOVE SPACES TO WS-COMMAND.
           STRING "mkdir -p livraison/" FUNCTION TRIM(RT-PARTENAIRE)
              DELIMITED BY SIZE
              INTO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE ZERO TO RETURN-CODE.

           IF RT-MASQUE EQUAL "O"
              PERFORM START-COPY-MASKED THRU END-COPY-MASKED
           ELSE
              MOVE SPACES TO WS-COMMAND
              STRING "cp " FUNCTION TRIM(WS-SRC-NAME) " "
                 FUNCTION TRIM(WS-DST-NAME)
                 DELIMITED BY SIZE
                 INTO WS-COMMAND
              CALL "SYSTEM" USING WS-COMMAND
              IF RETURN-CODE NOT = ZERO
                 MOVE "99" TO FS-SOURCE
              ELSE
                 MOVE "00" TO FS-SOURCE
              END-IF
              MOVE ZERO TO RETURN-CODE
           END-IF.

           IF NOT FS-SOURCE-OK AND NOT FS-SOURCE-EOF
              ADD 1 TO WS-REFUSED-CNT
              MOVE SPACES TO WS-LINE
              STRING "LIVRAISON EN ECHEC (FICHIER"
                 SPACE FUNCTION TRIM(RT-FICHIER) SPACE
                 "ABSENT OU ILLISIBLE)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              PERFORM START-W-JOURNAL THRU END-W-JOURNAL
              GO TO END-HANDLE-ONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
           ADD 1 TO WS-SU-CNT.
           MOVE WS-RUN-DATE   TO WS-SU-DATE(WS-SU-CNT).
           MOVE WS-NOW-TIME   TO WS-SU-TIME(WS-SU-CNT).
           MOVE RT-PARTENAIRE TO WS-SU-PARTENAIRE(WS-SU-CNT).
           MOVE WS-NOM-LIVRE  TO WS-SU-NOM(WS-SU-CNT).
           MOVE RT-DELAI      TO WS-SU-DELAI(WS-SU-CNT).
           MOVE ZERO          TO WS-SU-ACK-DATE(WS-SU-CNT).
           ADD 1 TO WS-SENT-CNT.

           MOVE SPACES TO WS-MASK-NOTE.
           IF RT-MASQUE EQUAL "O"
              MOVE "(MASQUE)" TO WS-MASK-NOTE
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING "LIVRE A" SPACE RT-PARTENAIRE SPACE
              "DEPUIS" SPACE FUNCTION TRIM(RT-FICHIER) SPACE
              WS-MASK-NOTE
              DELIMITED BY SIZE
              INTO WS-LINE.
           PERFORM START-W-JOURNAL THRU END-W-JOURNAL.
       END-HANDLE-ONE.
           EXIT.

      ******************************************************************
      *    Copie masquée : chaque ligne du fichier produit est         *
      *    recopiée, les zones de la ligne de routage remplacées par   *
      *    leur pseudonyme (maskpii, fonction "N").                    *
      ******************************************************************
       START-COPY-MASKED.
           OPEN INPUT F-SOURCE.
           IF NOT FS-SOURCE-OK
              GO TO END-COPY-MASKED
           END-IF.

           OPEN OUTPUT F-SORTIE.
           IF NOT FS-SORTIE-OK
              CLOSE F-SOURCE
              MOVE "99" TO FS-SOURCE
              GO TO END-COPY-MASKED
           END-IF.

           PERFORM UNTIL FS-SOURCE-EOF
              READ F-SOURCE
              AT END
                 SET FS-SOURCE-EOF TO TRUE
              NOT AT END
                 PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                         UNTIL WS-ZONE-IDX > 3
                    PERFORM START-MASK-ZONE THRU END-MASK-ZONE
                 END-PERFORM
                 WRITE R-SORTIE FROM R-SOURCE
              END-READ
           END-PERFORM.

           CLOSE F-SORTIE.
           CLOSE F-SOURCE.
       END-COPY-MASKED.
           EXIT.

      ******************************************************************
      *    Masque la zone WS-ZONE-IDX de la ligne lue (zone ignorée    *
      *    si vide ou hors de la ligne).                               *
      ******************************************************************
       START-MASK-ZONE.
           MOVE RT-Z-DEBUT(WS-ZONE-IDX) TO WS-Z-DEBUT.
           MOVE RT-Z-LONG(WS-ZONE-IDX)  TO WS-Z-LONG.
           IF WS-Z-DEBUT EQUAL ZERO OR WS-Z-LONG EQUAL ZERO
              OR WS-Z-LONG > 40
              OR WS-Z-DEBUT + WS-Z-LONG - 1 > 500
              GO TO END-MASK-ZONE
           END-IF.

           MOVE SPACES TO WS-MASK-VALUE.
           MOVE R-SOURCE(WS-Z-DEBUT:WS-Z-LONG) TO WS-MASK-VALUE.
           CALL "maskpii" USING WS-MASK-FUNCTION, WS-MASK-VALUE
           END-CALL.
           MOVE WS-MASK-VALUE(1:WS-Z-LONG)
              TO R-SOURCE(WS-Z-DEBUT:WS-Z-LONG).
       END-MASK-ZONE.
           EXIT.

      ******************************************************************
      *    Trace le mouvement de la livraison courante.                *
      ******************************************************************
       START-W-JOURNAL.
           MOVE SPACES TO WS-HORODATE.
           STRING FUNCTION CURRENT-DATE(1:8) "-"
              FUNCTION CURRENT-DATE(9:6)
              DELIMITED BY SIZE
              INTO WS-HORODATE.

           MOVE SPACES TO R-JOURNAL.
           STRING WS-HORODATE SPACE
              FUNCTION TRIM(WS-NOM-LIVRE) SPACE ":" SPACE
              FUNCTION TRIM(WS-LINE)
              DELIMITED BY SIZE
              INTO R-JOURNAL.
           WRITE R-JOURNAL.
       END-W-JOURNAL.
           EXIT.

      ******************************************************************
      *    Réécrit le suivi des livraisons.                            *
      ******************************************************************
       START-W-SUIVI.
           OPEN OUTPUT F-SUIVI.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-CNT
              MOVE SPACES TO R-SUIVI
              MOVE WS-SU-DATE(WS-SU-IDX)       TO SU-DATE
              MOVE WS-SU-TIME(WS-SU-IDX)       TO SU-TIME
              MOVE WS-SU-PARTENAIRE(WS-SU-IDX) TO SU-PARTENAIRE
              MOVE WS-SU-NOM(WS-SU-IDX)        TO SU-NOM
              MOVE WS-SU-DELAI(WS-SU-IDX)      TO SU-DELAI
              MOVE WS-SU-ACK-DATE(WS-SU-IDX)   TO SU-ACK-DATE
              WRITE R-SUIVI
           END-PERFORM.
           CLOSE F-SUIVI.
       END-W-SUIVI.
           EXIT.
