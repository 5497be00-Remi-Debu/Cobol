      ******************************************************************
      *    Sous programme partagé de contrôle d'un fichier de données  *
      *    contre son copybook : un fichier partenaire mal formé ne    *
      *    se découvrait qu'à l'abend du programme de production, ou   *
      *    pas du tout quand il chargeait n'importe quoi. Le           *
      *    programme appelant fournit le nom du copybook et celui du   *
      *    fichier (séquentiel ligne) ; le sous programme lit le       *
      *    copybook (niveaux 01 à 49, 77 et 88, PIC, OCCURS,           *
      *    REDEFINES, USAGE, SIGN ; les lignes FD et les               *
      *    commentaires sont ignorés), calcule la position de chaque   *
      *    champ du premier enregistrement décrit, puis contrôle       *
      *    chaque ligne du fichier champ par champ :                   *
      *    - longueur : une ligne plus longue que l'enregistrement est *
      *      en erreur (une ligne plus courte est complétée à blanc,   *
      *      ses champs numériques manquants tombent alors en erreur); *
      *    - PIC numérique : que des chiffres (signe incorporé ou      *
      *      séparé selon la clause SIGN, demi-octets d'un COMP-3,     *
      *      caractères d'édition d'une zone éditée) ;                 *
      *    - dates : un champ de 8 positions dont le nom porte DATE,   *
      *      EMBAUCHE, NAISS, ECHEANCE ou finit par -DEBUT, -FIN,      *
      *      -FROM, -TO, -DT est une date AAAAMMJJ réelle entre 1900   *
      *      et 2099 ; un champ de 6 positions dont le nom porte DATE, *
      *      MOIS, MONTH ou PERIODE est un mois AAAAMM plausible ; une *
      *      date à blanc ou à zéro est tolérée (bornes ouvertes) ;    *
      *    - niveaux 88 : la valeur du champ est l'une des valeurs     *
      *      (ou plages THRU) de ses conditions ; un champ à blanc est *
      *      toléré.                                                   *
      *    Les zones REDEFINES, les enregistrements 01 suivants (vues  *
      *    alternatives) et les zones binaires ne sont pas contrôlés   *
      *    en contenu. Les erreurs (numéro d'enregistrement, champ,    *
      *    positions, valeur, motif) et le verdict partent dans        *
      *    "cpyvalid-rapport.dat", recréé au premier appel du          *
      *    lancement puis complété à chaque appel. Le sous programme   *
      *    rend :                                                      *
      *       LK-RESULT "C" : fichier conforme ;                       *
      *       LK-RESULT "N" : fichier non conforme (LK-ERREURS) ;      *
      *       LK-RESULT "A" : fichier de données absent ;              *
      *       LK-RESULT "K" : copybook absent ou sans champ.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpyvalid.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COPY ASSIGN TO DYNAMIC WS-COPY-NAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COPY.

           SELECT F-DATA ASSIGN TO DYNAMIC WS-DATA-NAME
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATA.

           SELECT F-RAPPORT ASSIGN TO "cpyvalid-rapport.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-COPY.
       01  R-COPY PIC X(80).

       FD  F-DATA
           RECORD IS VARYING IN SIZE FROM 0 TO 4000 CHARACTERS
           DEPENDING ON WS-DATA-LEN.
       01  R-DATA PIC X(4000).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-COPY PIC X(02).
           88 FS-COPY-OK  VALUE "00".
           88 FS-COPY-EOF VALUE "10".
       01  FS-DATA PIC X(02).
           88 FS-DATA-OK  VALUE "00".
           88 FS-DATA-EOF VALUE "10".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *    Le rapport est recréé au premier appel du lancement.
       01  WS-FIRST-CALL PIC X(01) VALUE "Y".
           88 WS-FIRST-CALL-Y VALUE "Y".

       01  WS-COPY-NAME  PIC X(60).
       01  WS-DATA-NAME  PIC X(60).
       01  WS-DATA-LEN   PIC 9(05).
       01  WS-REC-NUM    PIC 9(08).

      *    Mots du copybook : littéraux entre quotes gardés entiers,
      *    point final d'une déclaration isolé en mot ".".
       01  WS-TOKEN-TABLE.
           03 WS-TK-CNT PIC 9(04) VALUE ZERO.
           03 WS-TK OCCURS 4000 TIMES PIC X(60).
       01  WS-AREA       PIC X(65).
       01  WS-POS        PIC 9(03).
       01  WS-CHAR       PIC X(01).
       01  WS-NEXT-CHAR  PIC X(01).
       01  WS-TOK        PIC X(60).
       01  WS-TOK-LEN    PIC 9(03).
       01  WS-QUOTE      PIC X(01).
       01  WS-TK-FULL    PIC X(01).
           88 WS-TK-FULL-Y VALUE "Y".

      *    Déclarations du copybook, dans leur ordre.
       01  WS-FIELD-TABLE.
           03 WS-FD-CNT PIC 9(04) VALUE ZERO.
           03 WS-FD OCCURS 1000 TIMES
                    INDEXED BY WS-FD-IDX.
               05 WS-FD-LEVEL    PIC 9(02).
               05 WS-FD-NAME     PIC X(30).
               05 WS-FD-PARENT   PIC 9(04).
               05 WS-FD-OCCURS   PIC 9(05).
               05 WS-FD-REDEF    PIC X(30).
      *        O : zone REDEFINES ; H : sous une zone non contrôlée ;
      *        A : enregistrement 01 alternatif.
               05 WS-FD-SKIP     PIC X(01).
               05 WS-FD-PIC      PIC X(40).
               05 WS-FD-USAGE    PIC X(01).
               05 WS-FD-SIGN-POS PIC X(01).
               05 WS-FD-SIGN-SEP PIC X(01).
      *        G groupe, N numérique, P COMP-3, B binaire, E édité,
      *        X alphanumérique, A alphabétique.
               05 WS-FD-CLASS    PIC X(01).
               05 WS-FD-SIGNED   PIC X(01).
               05 WS-FD-DIGITS   PIC 9(03).
               05 WS-FD-SCALE    PIC 9(03).
               05 WS-FD-UNIT     PIC 9(07).
               05 WS-FD-TOTAL    PIC 9(07).
               05 WS-FD-SUM      PIC 9(07).
               05 WS-FD-OFFSET   PIC 9(07).
               05 WS-FD-CURSOR   PIC 9(07).
               05 WS-FD-DATE     PIC X(01).
               05 WS-FD-CV-FIRST PIC 9(04).
               05 WS-FD-CV-CNT   PIC 9(04).

      *    Valeurs des niveaux 88 (plage LOW THRU HIGH).
       01  WS-COND-TABLE.
           03 WS-CV-CNT PIC 9(04) VALUE ZERO.
           03 WS-CV OCCURS 1000 TIMES
                    INDEXED BY WS-CV-IDX.
               05 WS-CV-LOW      PIC X(40).
               05 WS-CV-HIGH     PIC X(40).
      *        L littéral, N numérique, S SPACE, Z ZERO.
               05 WS-CV-KIND     PIC X(01).
               05 WS-CV-RANGE    PIC X(01).

      *    Contrôles développés : un par champ élémentaire et par
      *    occurrence, avec sa position dans l'enregistrement.
       01  WS-CHECK-TABLE.
           03 WS-CK-CNT PIC 9(04) VALUE ZERO.
           03 WS-CK OCCURS 3000 TIMES
                    INDEXED BY WS-CK-IDX.
               05 WS-CK-FIELD    PIC 9(04).
               05 WS-CK-POS      PIC 9(07).
               05 WS-CK-LEN      PIC 9(07).
               05 WS-CK-SUB      PIC X(14).
       01  WS-CK-TRUNC   PIC X(01).
           88 WS-CK-TRUNC-Y VALUE "Y".
       01  WS-OC-DEEP    PIC X(01).
           88 WS-OC-DEEP-Y VALUE "Y".

      *    Pile des niveaux ouverts pendant la lecture du copybook.
       01  WS-STACK-TABLE.
           03 WS-ST-CNT PIC 9(02) VALUE ZERO.
           03 WS-ST OCCURS 50 TIMES.
               05 WS-ST-LEVEL    PIC 9(02).
               05 WS-ST-FIELD    PIC 9(04).

      *    Déclaration en cours d'analyse.
       01  WS-ST-START   PIC 9(04).
       01  WS-ST-END     PIC 9(04).
       01  WS-TI         PIC 9(04).
       01  WS-TJ         PIC 9(04).
       01  WS-LEVEL      PIC 9(02).
       01  WS-CUR        PIC 9(04).
       01  WS-LAST-DATA  PIC 9(04).
       01  WS-RECORDS    PIC 9(03).
       01  WS-ROOT-CURSOR PIC 9(07).
       01  WS-REC-LEN    PIC 9(07).
       01  WS-NAME-LEN   PIC 9(02).
       01  WS-DATE-HIT   PIC 9(03).

      *    Analyse d'une PIC : symbole courant et répétitions.
       01  WS-PIC        PIC X(40).
       01  WS-PI         PIC 9(02).
       01  WS-PIC-SYM    PIC X(01).
       01  WS-PIC-PREV   PIC X(01).
       01  WS-PIC-REP    PIC 9(05).
       01  WS-PIC-NUM    PIC X(05).
       01  WS-PIC-NUM-LEN PIC 9(02).
       01  WS-PIC-LEN    PIC 9(05).
       01  WS-PIC-AFTER-V PIC X(01).
       01  WS-PIC-HAS-X  PIC X(01).
       01  WS-PIC-HAS-A  PIC X(01).
       01  WS-PIC-HAS-E  PIC X(01).

      *    Développement des occurrences (trois niveaux d'OCCURS).
       01  WS-OCC-TABLE.
           03 WS-OC OCCURS 3 TIMES.
               05 WS-OC-N        PIC 9(05).
               05 WS-OC-U        PIC 9(07).
       01  WS-OC-LVL     PIC 9(01).
       01  WS-K1         PIC 9(05).
       01  WS-K2         PIC 9(05).
       01  WS-K3         PIC 9(05).
       01  WS-ANC        PIC 9(04).
       01  WS-PNT-K      PIC ZZZZ9.

      *    Contrôle d'une valeur.
       01  WS-VALUE      PIC X(4000).
       01  WS-VLEN       PIC 9(07).
       01  WS-VI         PIC 9(07).
       01  WS-BAD        PIC X(40).
       01  WS-DIGITS     PIC X(40).
       01  WS-NUM-VALUE  PIC S9(15)V9(06).
       01  WS-LIT-VALUE  PIC S9(15)V9(06).
       01  WS-HIGH-VALUE PIC S9(15)V9(06).
       01  WS-NEG        PIC X(01).
       01  WS-BYTE       PIC 9(03).
       01  WS-NIBBLE-HI  PIC 9(03).
       01  WS-NIBBLE-LO  PIC 9(03).
       01  WS-DATE-8     PIC 9(08).
       01  WS-DATE-8-R REDEFINES WS-DATE-8.
           03 WS-D8-AN       PIC 9(04).
           03 WS-D8-MOIS     PIC 9(02).
           03 WS-D8-JOUR     PIC 9(02).
       01  WS-COND-OK    PIC X(01).
           88 WS-COND-OK-Y VALUE "Y".
       01  WS-REC-ERRORS PIC 9(05).

      *    Erreurs du fichier : toutes comptées, les 500 premières
      *    détaillées au rapport.
       01  WS-ERR-CNT    PIC 9(08).
       01  WS-ERR-REC    PIC 9(08).
       01  WS-ERR-MOTIF  PIC X(40).
       01  WS-ERR-SHOW   PIC X(30).
       01  WS-PNT-POS    PIC ZZZZZZ9.
       01  WS-PNT-END    PIC ZZZZZZ9.
       01  WS-PNT-LEN    PIC ZZZZZZ9.
       01  WS-PNT-REC    PIC ZZZZZZZ9.
       01  WS-SHOW-LEN   PIC 9(02).
       01  WS-LINE       PIC X(132).

       LINKAGE SECTION.
       01  LK-COPYBOOK   PIC X(60).
       01  LK-FICHIER    PIC X(60).
       01  LK-LUS        PIC 9(08).
       01  LK-ERREURS    PIC 9(08).
       01  LK-RESULT     PIC X(01).
           88 LK-CONFORME     VALUE "C".
           88 LK-NON-CONFORME VALUE "N".
           88 LK-ABSENT       VALUE "A".
           88 LK-COPY-KO      VALUE "K".

      ******************************************************************
       PROCEDURE DIVISION USING LK-COPYBOOK, LK-FICHIER, LK-LUS,
           LK-ERREURS, LK-RESULT.

       START-MAIN.
           MOVE SPACE TO LK-RESULT.
           MOVE ZERO TO LK-LUS.
           MOVE ZERO TO LK-ERREURS.
           MOVE ZERO TO WS-ERR-CNT.
           MOVE ZERO TO WS-ERR-REC.
           MOVE LK-COPYBOOK TO WS-COPY-NAME.
           MOVE LK-FICHIER  TO WS-DATA-NAME.

           IF WS-FIRST-CALL-Y
              OPEN OUTPUT F-RAPPORT
              MOVE "N" TO WS-FIRST-CALL
              MOVE "*** CONTROLE DES FICHIERS CONTRE LEUR COPYBOOK ***"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           ELSE
              OPEN EXTEND F-RAPPORT
              IF NOT FS-RAPPORT-OK
                 OPEN OUTPUT F-RAPPORT
              END-IF
           END-IF.

           MOVE SPACES TO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "FICHIER" SPACE FUNCTION TRIM(LK-FICHIER) SPACE
              "- COPYBOOK" SPACE FUNCTION TRIM(LK-COPYBOOK)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           PERFORM START-R-COPY THRU END-R-COPY.
           IF LK-COPY-KO
              GO TO END-MAIN
           END-IF.
           PERFORM START-PARSE THRU END-PARSE.
           PERFORM START-LAYOUT THRU END-LAYOUT.
           IF WS-CK-CNT = ZERO
              SET LK-COPY-KO TO TRUE
              MOVE "   VERDICT : COPYBOOK SANS CHAMP A CONTROLER"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              GO TO END-MAIN
           END-IF.

           PERFORM START-R-DATA THRU END-R-DATA.
       END-MAIN.
           CLOSE F-RAPPORT.
           GOBACK.

      ******************************************************************
      *    Découpe le copybook en mots (colonnes 8 à 72, commentaires  *
      *    de colonne 7 ignorés).                                      *
      ******************************************************************
       START-R-COPY.
           MOVE ZERO TO WS-TK-CNT.
           MOVE "N"  TO WS-TK-FULL.
           MOVE "00" TO FS-COPY.
           OPEN INPUT F-COPY.
           IF NOT FS-COPY-OK
              SET LK-COPY-KO TO TRUE
              MOVE "   VERDICT : COPYBOOK ABSENT OU ILLISIBLE"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              GO TO END-R-COPY
           END-IF.

           PERFORM UNTIL FS-COPY-EOF
              READ F-COPY
              AT END
                 SET FS-COPY-EOF TO TRUE
              NOT AT END
                 IF R-COPY(7:1) NOT = "*" AND R-COPY(7:1) NOT = "/"
                    MOVE R-COPY(8:65) TO WS-AREA
                    PERFORM START-TOKENIZE THRU END-TOKENIZE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-COPY.
           IF WS-TK-FULL-Y
              MOVE "   COPYBOOK TROP LONG : 4000 PREMIERS MOTS LUS"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           END-IF.
       END-R-COPY.
           EXIT.

      ******************************************************************
      *    Mots d'une ligne : un littéral entre quotes reste entier,   *
      *    la virgule ou le point-virgule suivi d'un blanc sépare, le  *
      *    point suivi d'un blanc termine la déclaration.              *
      ******************************************************************
       START-TOKENIZE.
           MOVE SPACES TO WS-TOK.
           MOVE ZERO   TO WS-TOK-LEN.
           MOVE SPACE  TO WS-QUOTE.

           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 65
              MOVE WS-AREA(WS-POS:1) TO WS-CHAR
              IF WS-POS < 65
                 MOVE WS-AREA(WS-POS + 1:1) TO WS-NEXT-CHAR
              ELSE
                 MOVE SPACE TO WS-NEXT-CHAR
              END-IF
              EVALUATE TRUE
                 WHEN WS-QUOTE NOT = SPACE
                    PERFORM START-TOK-ADD THRU END-TOK-ADD
                    IF WS-CHAR = WS-QUOTE
                       MOVE SPACE TO WS-QUOTE
                    END-IF
                 WHEN WS-CHAR = QUOTE OR WS-CHAR = "'"
                    MOVE WS-CHAR TO WS-QUOTE
                    PERFORM START-TOK-ADD THRU END-TOK-ADD
                 WHEN WS-CHAR = SPACE
                    PERFORM START-TOK-FLUSH THRU END-TOK-FLUSH
                 WHEN (WS-CHAR = "," OR WS-CHAR = ";")
                    AND WS-NEXT-CHAR = SPACE
                    PERFORM START-TOK-FLUSH THRU END-TOK-FLUSH
                 WHEN WS-CHAR = "." AND WS-NEXT-CHAR = SPACE
                    PERFORM START-TOK-FLUSH THRU END-TOK-FLUSH
                    MOVE "." TO WS-TOK
                    MOVE 1   TO WS-TOK-LEN
                    PERFORM START-TOK-FLUSH THRU END-TOK-FLUSH
                 WHEN OTHER
                    PERFORM START-TOK-ADD THRU END-TOK-ADD
              END-EVALUATE
           END-PERFORM.

           PERFORM START-TOK-FLUSH THRU END-TOK-FLUSH.
       END-TOKENIZE.
           EXIT.

      ******************************************************************
       START-TOK-ADD.
           IF WS-TOK-LEN < 60
              ADD 1 TO WS-TOK-LEN
              MOVE WS-CHAR TO WS-TOK(WS-TOK-LEN:1)
           END-IF.
       END-TOK-ADD.
           EXIT.

      ******************************************************************
       START-TOK-FLUSH.
           IF WS-TOK-LEN = ZERO
              GO TO END-TOK-FLUSH
           END-IF.
           IF WS-TK-CNT < 4000
              ADD 1 TO WS-TK-CNT
              MOVE FUNCTION UPPER-CASE(WS-TOK) TO WS-TK(WS-TK-CNT)
      *       Les littéraux gardent leur casse.
              IF WS-TOK(1:1) = QUOTE OR WS-TOK(1:1) = "'"
                 MOVE WS-TOK TO WS-TK(WS-TK-CNT)
              END-IF
           ELSE
              SET WS-TK-FULL-Y TO TRUE
           END-IF.
           MOVE SPACES TO WS-TOK.
           MOVE ZERO   TO WS-TOK-LEN.
       END-TOK-FLUSH.
           EXIT.

      ******************************************************************
      *    Parcourt les déclarations : chacune va du mot courant au    *
      *    mot "." suivant.                                            *
      ******************************************************************
       START-PARSE.
           MOVE ZERO TO WS-FD-CNT.
           MOVE ZERO TO WS-CV-CNT.
           MOVE ZERO TO WS-ST-CNT.
           MOVE ZERO TO WS-LAST-DATA.
           MOVE ZERO TO WS-RECORDS.
           MOVE 1    TO WS-ST-START.

           PERFORM UNTIL WS-ST-START > WS-TK-CNT
              MOVE WS-ST-START TO WS-ST-END
              PERFORM UNTIL WS-ST-END > WS-TK-CNT
                         OR WS-TK(WS-ST-END) = "."
                 ADD 1 TO WS-ST-END
              END-PERFORM
              IF WS-ST-END > WS-ST-START
                 PERFORM START-STATEMENT THRU END-STATEMENT
              END-IF
              COMPUTE WS-ST-START = WS-ST-END + 1
           END-PERFORM.
       END-PARSE.
           EXIT.

      ******************************************************************
      *    Une déclaration : niveau, nom, clauses. Tout ce qui ne      *
      *    commence pas par un numéro de niveau (FD, COPY...) est      *
      *    ignoré, comme les niveaux 66.                               *
      ******************************************************************
       START-STATEMENT.
           IF FUNCTION TRIM(WS-TK(WS-ST-START)) IS NOT NUMERIC
              OR WS-TK(WS-ST-START)(3:1) NOT = SPACE
              GO TO END-STATEMENT
           END-IF.
           COMPUTE WS-LEVEL = FUNCTION NUMVAL(WS-TK(WS-ST-START)).

           IF WS-LEVEL = 88
              PERFORM START-COND THRU END-COND
              GO TO END-STATEMENT
           END-IF.
           IF WS-LEVEL = 66 OR WS-LEVEL = ZERO
              OR (WS-LEVEL > 49 AND WS-LEVEL NOT = 77)
              GO TO END-STATEMENT
           END-IF.
           IF WS-FD-CNT NOT < 1000
              GO TO END-STATEMENT
           END-IF.

           ADD 1 TO WS-FD-CNT.
           MOVE WS-FD-CNT TO WS-CUR.
           MOVE WS-CUR    TO WS-LAST-DATA.
           INITIALIZE WS-FD(WS-CUR).
           MOVE WS-LEVEL  TO WS-FD-LEVEL(WS-CUR).
           MOVE 1         TO WS-FD-OCCURS(WS-CUR).
           MOVE "FILLER"  TO WS-FD-NAME(WS-CUR).
           MOVE "D"       TO WS-FD-USAGE(WS-CUR).

      *    Parent : le dernier niveau ouvert plus petit.
           IF WS-LEVEL = 1 OR WS-LEVEL = 77
              MOVE ZERO TO WS-ST-CNT
           END-IF.
           PERFORM UNTIL WS-ST-CNT = ZERO
                      OR WS-ST-LEVEL(WS-ST-CNT) < WS-LEVEL
              SUBTRACT 1 FROM WS-ST-CNT
           END-PERFORM.
           IF WS-ST-CNT > ZERO
              MOVE WS-ST-FIELD(WS-ST-CNT) TO WS-FD-PARENT(WS-CUR)
           ELSE
              MOVE ZERO TO WS-FD-PARENT(WS-CUR)
           END-IF.
           IF WS-ST-CNT < 50
              ADD 1 TO WS-ST-CNT
              MOVE WS-LEVEL TO WS-ST-LEVEL(WS-ST-CNT)
              MOVE WS-CUR   TO WS-ST-FIELD(WS-ST-CNT)
           END-IF.

      *    Enregistrements 01 ou 77 suivants : vues alternatives.
           IF WS-LEVEL = 1 OR WS-LEVEL = 77
              ADD 1 TO WS-RECORDS
              IF WS-RECORDS > 1
                 MOVE "A" TO WS-FD-SKIP(WS-CUR)
              END-IF
           END-IF.
           IF WS-FD-PARENT(WS-CUR) > ZERO
              AND WS-FD-SKIP(WS-FD-PARENT(WS-CUR)) NOT = SPACE
              MOVE "H" TO WS-FD-SKIP(WS-CUR)
           END-IF.

           COMPUTE WS-TJ = WS-ST-START + 1.
           IF WS-TJ < WS-ST-END
              EVALUATE WS-TK(WS-TJ)
                 WHEN "PIC" WHEN "PICTURE" WHEN "OCCURS"
                 WHEN "REDEFINES" WHEN "VALUE" WHEN "VALUES"
                 WHEN "USAGE" WHEN "COMP" WHEN "COMP-3"
                 WHEN "BINARY" WHEN "PACKED-DECIMAL" WHEN "SIGN"
                    CONTINUE
                 WHEN OTHER
                    MOVE WS-TK(WS-TJ) TO WS-FD-NAME(WS-CUR)
                    ADD 1 TO WS-TJ
              END-EVALUATE
           END-IF.

           PERFORM UNTIL WS-TJ NOT < WS-ST-END
              PERFORM START-CLAUSE THRU END-CLAUSE
              ADD 1 TO WS-TJ
           END-PERFORM.

           IF WS-FD-PIC(WS-CUR) NOT = SPACES
              PERFORM START-PIC THRU END-PIC
           ELSE
              EVALUATE WS-FD-USAGE(WS-CUR)
                 WHEN "F"
                    MOVE "B" TO WS-FD-CLASS(WS-CUR)
                    MOVE 8   TO WS-FD-UNIT(WS-CUR)
                 WHEN "I"
                    MOVE "B" TO WS-FD-CLASS(WS-CUR)
                    MOVE 4   TO WS-FD-UNIT(WS-CUR)
                 WHEN OTHER
                    MOVE "G" TO WS-FD-CLASS(WS-CUR)
              END-EVALUATE
           END-IF.

           PERFORM START-DATE-KIND THRU END-DATE-KIND.
       END-STATEMENT.
           EXIT.

      ******************************************************************
      *    Clause au mot WS-TJ de la déclaration courante.             *
      ******************************************************************
       START-CLAUSE.
           EVALUATE WS-TK(WS-TJ)
              WHEN "PIC"
              WHEN "PICTURE"
                 ADD 1 TO WS-TJ
                 IF WS-TK(WS-TJ) = "IS"
                    ADD 1 TO WS-TJ
                 END-IF
                 MOVE WS-TK(WS-TJ) TO WS-FD-PIC(WS-CUR)
              WHEN "OCCURS"
                 ADD 1 TO WS-TJ
                 IF FUNCTION TRIM(WS-TK(WS-TJ)) IS NUMERIC
                    COMPUTE WS-FD-OCCURS(WS-CUR) =
                       FUNCTION NUMVAL(WS-TK(WS-TJ))
                 END-IF
                 IF WS-TK(WS-TJ + 1) = "TO"
                    ADD 2 TO WS-TJ
                    IF FUNCTION TRIM(WS-TK(WS-TJ)) IS NUMERIC
                       COMPUTE WS-FD-OCCURS(WS-CUR) =
                          FUNCTION NUMVAL(WS-TK(WS-TJ))
                    END-IF
                 END-IF
                 IF WS-FD-OCCURS(WS-CUR) = ZERO
                    MOVE 1 TO WS-FD-OCCURS(WS-CUR)
                 END-IF
              WHEN "REDEFINES"
                 ADD 1 TO WS-TJ
                 MOVE WS-TK(WS-TJ) TO WS-FD-REDEF(WS-CUR)
                 MOVE "O" TO WS-FD-SKIP(WS-CUR)
              WHEN "COMP" WHEN "COMPUTATIONAL" WHEN "COMP-4"
              WHEN "COMPUTATIONAL-4" WHEN "COMP-5"
              WHEN "COMPUTATIONAL-5" WHEN "BINARY" WHEN "COMP-X"
                 MOVE "B" TO WS-FD-USAGE(WS-CUR)
              WHEN "COMP-3" WHEN "COMPUTATIONAL-3"
              WHEN "PACKED-DECIMAL"
                 MOVE "P" TO WS-FD-USAGE(WS-CUR)
              WHEN "COMP-1" WHEN "COMPUTATIONAL-1"
              WHEN "COMP-2" WHEN "COMPUTATIONAL-2"
                 MOVE "F" TO WS-FD-USAGE(WS-CUR)
              WHEN "INDEX" WHEN "POINTER"
                 MOVE "I" TO WS-FD-USAGE(WS-CUR)
              WHEN "LEADING"
                 MOVE "L" TO WS-FD-SIGN-POS(WS-CUR)
              WHEN "TRAILING"
                 MOVE "T" TO WS-FD-SIGN-POS(WS-CUR)
              WHEN "SEPARATE"
                 MOVE "Y" TO WS-FD-SIGN-SEP(WS-CUR)
                 IF WS-FD-SIGN-POS(WS-CUR) = SPACE
                    MOVE "T" TO WS-FD-SIGN-POS(WS-CUR)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       END-CLAUSE.
           EXIT.

      ******************************************************************
      *    Analyse la PIC du champ courant : classe, longueur en       *
      *    caractères, chiffres, décimales, signe ; puis la taille     *
      *    selon l'usage.                                              *
      ******************************************************************
       START-PIC.
           MOVE WS-FD-PIC(WS-CUR) TO WS-PIC.
           MOVE ZERO   TO WS-PIC-LEN.
           MOVE ZERO   TO WS-FD-DIGITS(WS-CUR).
           MOVE ZERO   TO WS-FD-SCALE(WS-CUR).
           MOVE "N"    TO WS-PIC-AFTER-V.
           MOVE "N"    TO WS-PIC-HAS-X.
           MOVE "N"    TO WS-PIC-HAS-A.
           MOVE "N"    TO WS-PIC-HAS-E.
           MOVE "N"    TO WS-FD-SIGNED(WS-CUR).
           MOVE SPACE  TO WS-PIC-PREV.

           MOVE 1 TO WS-PI.
           PERFORM UNTIL WS-PI > 40 OR WS-PIC(WS-PI:1) = SPACE
              MOVE WS-PIC(WS-PI:1) TO WS-PIC-SYM
              IF WS-PIC-SYM = "("
                 MOVE SPACES TO WS-PIC-NUM
                 MOVE ZERO   TO WS-PIC-NUM-LEN
                 ADD 1 TO WS-PI
                 PERFORM UNTIL WS-PI > 40 OR WS-PIC(WS-PI:1) = ")"
                    IF WS-PIC-NUM-LEN < 5
                       ADD 1 TO WS-PIC-NUM-LEN
                       MOVE WS-PIC(WS-PI:1)
                          TO WS-PIC-NUM(WS-PIC-NUM-LEN:1)
                    END-IF
                    ADD 1 TO WS-PI
                 END-PERFORM
                 MOVE ZERO TO WS-PIC-REP
                 IF FUNCTION TRIM(WS-PIC-NUM) IS NUMERIC
                    COMPUTE WS-PIC-REP = FUNCTION NUMVAL(WS-PIC-NUM)
                 END-IF
      *          Le symbole précédent est déjà compté une fois.
                 IF WS-PIC-REP > 1
                    SUBTRACT 1 FROM WS-PIC-REP
                    PERFORM START-PIC-SYMBOL THRU END-PIC-SYMBOL
                 END-IF
              ELSE
                 MOVE WS-PIC-SYM TO WS-PIC-PREV
                 MOVE 1 TO WS-PIC-REP
                 PERFORM START-PIC-SYMBOL THRU END-PIC-SYMBOL
              END-IF
              ADD 1 TO WS-PI
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-PIC-HAS-X = "Y"
                 MOVE "X" TO WS-FD-CLASS(WS-CUR)
              WHEN WS-PIC-HAS-A = "Y"
                 MOVE "A" TO WS-FD-CLASS(WS-CUR)
              WHEN WS-PIC-HAS-E = "Y"
                 MOVE "E" TO WS-FD-CLASS(WS-CUR)
              WHEN WS-FD-USAGE(WS-CUR) = "P"
                 MOVE "P" TO WS-FD-CLASS(WS-CUR)
              WHEN WS-FD-USAGE(WS-CUR) = "B"
                 MOVE "B" TO WS-FD-CLASS(WS-CUR)
              WHEN OTHER
                 MOVE "N" TO WS-FD-CLASS(WS-CUR)
           END-EVALUATE.

           EVALUATE WS-FD-CLASS(WS-CUR)
              WHEN "P"
                 COMPUTE WS-FD-UNIT(WS-CUR) =
                    WS-FD-DIGITS(WS-CUR) / 2 + 1
              WHEN "B"
                 EVALUATE TRUE
                    WHEN WS-FD-DIGITS(WS-CUR) < 5
                       MOVE 2 TO WS-FD-UNIT(WS-CUR)
                    WHEN WS-FD-DIGITS(WS-CUR) < 10
                       MOVE 4 TO WS-FD-UNIT(WS-CUR)
                    WHEN OTHER
                       MOVE 8 TO WS-FD-UNIT(WS-CUR)
                 END-EVALUATE
              WHEN OTHER
                 MOVE WS-PIC-LEN TO WS-FD-UNIT(WS-CUR)
                 IF WS-FD-SIGNED(WS-CUR) = "Y"
                    AND WS-FD-SIGN-SEP(WS-CUR) = "Y"
                    ADD 1 TO WS-FD-UNIT(WS-CUR)
                 END-IF
           END-EVALUATE.
       END-PIC.
           EXIT.

      ******************************************************************
      *    Compte WS-PIC-REP fois le symbole WS-PIC-PREV.              *
      ******************************************************************
       START-PIC-SYMBOL.
           EVALUATE WS-PIC-PREV
              WHEN "9"
                 ADD WS-PIC-REP TO WS-PIC-LEN
                 ADD WS-PIC-REP TO WS-FD-DIGITS(WS-CUR)
                 IF WS-PIC-AFTER-V = "Y"
                    ADD WS-PIC-REP TO WS-FD-SCALE(WS-CUR)
                 END-IF
              WHEN "S"
                 MOVE "Y" TO WS-FD-SIGNED(WS-CUR)
              WHEN "V"
                 MOVE "Y" TO WS-PIC-AFTER-V
              WHEN "P"
                 CONTINUE
              WHEN "X"
                 ADD WS-PIC-REP TO WS-PIC-LEN
                 MOVE "Y" TO WS-PIC-HAS-X
              WHEN "A"
                 ADD WS-PIC-REP TO WS-PIC-LEN
                 MOVE "Y" TO WS-PIC-HAS-A
              WHEN OTHER
                 ADD WS-PIC-REP TO WS-PIC-LEN
                 MOVE "Y" TO WS-PIC-HAS-E
           END-EVALUATE.
       END-PIC-SYMBOL.
           EXIT.

      ******************************************************************
      *    Champ date d'après son nom et sa longueur : D date          *
      *    AAAAMMJJ (8 positions), M mois AAAAMM (6 positions).        *
      ******************************************************************
       START-DATE-KIND.
           MOVE SPACE TO WS-FD-DATE(WS-CUR).
           IF WS-FD-CLASS(WS-CUR) NOT = "N"
              AND WS-FD-CLASS(WS-CUR) NOT = "X"
              GO TO END-DATE-KIND
           END-IF.
           COMPUTE WS-NAME-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-FD-NAME(WS-CUR))).

           IF WS-FD-UNIT(WS-CUR) = 8
              MOVE ZERO TO WS-DATE-HIT
              INSPECT WS-FD-NAME(WS-CUR) TALLYING
                 WS-DATE-HIT FOR ALL "DATE"
                 WS-DATE-HIT FOR ALL "EMBAUCHE"
                 WS-DATE-HIT FOR ALL "NAISS"
                 WS-DATE-HIT FOR ALL "ECHEANCE"
              IF WS-NAME-LEN > 6
                 IF WS-FD-NAME(WS-CUR)(WS-NAME-LEN - 5:6) = "-DEBUT"
                    ADD 1 TO WS-DATE-HIT
                 END-IF
              END-IF
              IF WS-NAME-LEN > 5
                 IF WS-FD-NAME(WS-CUR)(WS-NAME-LEN - 4:5) = "-FROM"
                    ADD 1 TO WS-DATE-HIT
                 END-IF
              END-IF
              IF WS-NAME-LEN > 4
                 IF WS-FD-NAME(WS-CUR)(WS-NAME-LEN - 3:4) = "-FIN"
                    ADD 1 TO WS-DATE-HIT
                 END-IF
              END-IF
              IF WS-NAME-LEN > 3
                 IF WS-FD-NAME(WS-CUR)(WS-NAME-LEN - 2:3) = "-TO"
                    OR WS-FD-NAME(WS-CUR)(WS-NAME-LEN - 2:3) = "-DT"
                    ADD 1 TO WS-DATE-HIT
                 END-IF
              END-IF
              IF WS-DATE-HIT > ZERO
                 MOVE "D" TO WS-FD-DATE(WS-CUR)
              END-IF
           END-IF.

           IF WS-FD-UNIT(WS-CUR) = 6
              MOVE ZERO TO WS-DATE-HIT
              INSPECT WS-FD-NAME(WS-CUR) TALLYING
                 WS-DATE-HIT FOR ALL "DATE"
                 WS-DATE-HIT FOR ALL "MOIS"
                 WS-DATE-HIT FOR ALL "MONTH"
                 WS-DATE-HIT FOR ALL "PERIODE"
              IF WS-DATE-HIT > ZERO
                 MOVE "M" TO WS-FD-DATE(WS-CUR)
              END-IF
           END-IF.
       END-DATE-KIND.
           EXIT.

      ******************************************************************
      *    Niveau 88 : ses valeurs (littéraux, SPACE, ZERO, plages     *
      *    THRU) sont rattachées à la dernière zone déclarée.          *
      ******************************************************************
       START-COND.
           IF WS-LAST-DATA = ZERO
              GO TO END-COND
           END-IF.
           MOVE WS-LAST-DATA TO WS-CUR.

           COMPUTE WS-TJ = WS-ST-START + 2.
           PERFORM UNTIL WS-TJ NOT < WS-ST-END
              EVALUATE WS-TK(WS-TJ)
                 WHEN "VALUE" WHEN "VALUES" WHEN "IS" WHEN "ARE"
                 WHEN "ALL"
                    CONTINUE
                 WHEN "WHEN" WHEN "FALSE"
                    MOVE WS-ST-END TO WS-TJ
                 WHEN "THRU" WHEN "THROUGH"
                    ADD 1 TO WS-TJ
                    IF WS-CV-CNT > ZERO AND WS-TJ < WS-ST-END
                       MOVE "Y" TO WS-CV-RANGE(WS-CV-CNT)
                       MOVE WS-TK(WS-TJ) TO WS-TOK
                       PERFORM START-COND-LITERAL
                          THRU END-COND-LITERAL
                       MOVE WS-TOK TO WS-CV-HIGH(WS-CV-CNT)
                    END-IF
                 WHEN OTHER
                    IF WS-CV-CNT < 1000
                       ADD 1 TO WS-CV-CNT
                       IF WS-FD-CV-CNT(WS-CUR) = ZERO
                          MOVE WS-CV-CNT TO WS-FD-CV-FIRST(WS-CUR)
                       END-IF
                       ADD 1 TO WS-FD-CV-CNT(WS-CUR)
                       MOVE "N" TO WS-CV-RANGE(WS-CV-CNT)
                       MOVE WS-TK(WS-TJ) TO WS-TOK
                       PERFORM START-COND-LITERAL
                          THRU END-COND-LITERAL
                       MOVE WS-TOK TO WS-CV-LOW(WS-CV-CNT)
                       MOVE WS-TOK TO WS-CV-HIGH(WS-CV-CNT)
                    END-IF
              END-EVALUATE
              ADD 1 TO WS-TJ
           END-PERFORM.
       END-COND.
           EXIT.

      ******************************************************************
      *    Valeur d'un littéral de condition (WS-TOK, rendu sans ses   *
      *    quotes) et sa nature dans WS-CV-KIND de la dernière valeur. *
      ******************************************************************
       START-COND-LITERAL.
           EVALUATE TRUE
              WHEN WS-TOK = "SPACE" OR WS-TOK = "SPACES"
                 MOVE "S" TO WS-CV-KIND(WS-CV-CNT)
                 MOVE SPACES TO WS-TOK
              WHEN WS-TOK = "ZERO" OR WS-TOK = "ZEROS"
                 OR WS-TOK = "ZEROES"
                 MOVE "Z" TO WS-CV-KIND(WS-CV-CNT)
                 MOVE "0" TO WS-TOK
              WHEN WS-TOK(1:1) = QUOTE OR WS-TOK(1:1) = "'"
                 MOVE "L" TO WS-CV-KIND(WS-CV-CNT)
                 COMPUTE WS-TOK-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-TOK TRAILING))
                 IF WS-TOK-LEN > 2
                    MOVE WS-TOK(2:WS-TOK-LEN - 2) TO WS-TOK
                 ELSE
                    MOVE SPACES TO WS-TOK
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-CV-KIND(WS-CV-CNT)
           END-EVALUATE.
       END-COND-LITERAL.
           EXIT.

      ******************************************************************
      *    Tailles (de la dernière déclaration à la première : un      *
      *    groupe vaut la somme de ses fils hors REDEFINES), puis      *
      *    positions, puis contrôles développés par occurrence.        *
      ******************************************************************
       START-LAYOUT.
           MOVE ZERO TO WS-CK-CNT.
           MOVE "N"  TO WS-CK-TRUNC.
           MOVE "N"  TO WS-OC-DEEP.
           IF WS-FD-CNT = ZERO
              GO TO END-LAYOUT
           END-IF.

           PERFORM VARYING WS-CUR FROM WS-FD-CNT BY -1
                   UNTIL WS-CUR < 1
              IF WS-FD-CLASS(WS-CUR) = "G"
                 MOVE WS-FD-SUM(WS-CUR) TO WS-FD-UNIT(WS-CUR)
              END-IF
              COMPUTE WS-FD-TOTAL(WS-CUR) =
                 WS-FD-UNIT(WS-CUR) * WS-FD-OCCURS(WS-CUR)
              IF WS-FD-PARENT(WS-CUR) > ZERO
                 AND WS-FD-SKIP(WS-CUR) NOT = "O"
                 ADD WS-FD-TOTAL(WS-CUR)
                    TO WS-FD-SUM(WS-FD-PARENT(WS-CUR))
              END-IF
           END-PERFORM.

           MOVE 1    TO WS-ROOT-CURSOR.
           MOVE ZERO TO WS-REC-LEN.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-FD-CNT
              PERFORM START-OFFSET THRU END-OFFSET
           END-PERFORM.

           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-FD-CNT
              IF WS-FD-SKIP(WS-CUR) = SPACE
                 AND (WS-FD-CLASS(WS-CUR) NOT = "G"
                      OR WS-FD-CV-CNT(WS-CUR) > ZERO)
                 PERFORM START-EXPAND THRU END-EXPAND
              END-IF
           END-PERFORM.

           MOVE WS-REC-LEN TO WS-PNT-LEN.
           MOVE WS-CK-CNT  TO WS-PNT-POS.
           MOVE SPACES TO WS-LINE.
           STRING "   LONGUEUR DE L'ENREGISTREMENT :" SPACE
              FUNCTION TRIM(WS-PNT-LEN) SPACE
              "- CHAMPS CONTROLES :" SPACE FUNCTION TRIM(WS-PNT-POS)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
           IF WS-CK-TRUNC-Y
              MOVE "   PLUS DE 3000 CHAMPS : 3000 PREMIERS CONTROLES"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           END-IF.
           IF WS-OC-DEEP-Y
              MOVE "   OCCURS SUR PLUS DE 3 NIVEAUX : LES EXTERNES"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              MOVE "   NE SONT CONTROLES QU'EN PREMIERE OCCURRENCE"
                 TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
           END-IF.
       END-LAYOUT.
           EXIT.

      ******************************************************************
      *    Position (première occurrence) de la déclaration WS-CUR.    *
      ******************************************************************
       START-OFFSET.
           EVALUATE TRUE
              WHEN WS-FD-SKIP(WS-CUR) = "O"
                 MOVE 1 TO WS-FD-OFFSET(WS-CUR)
                 PERFORM VARYING WS-ANC FROM 1 BY 1
                         UNTIL WS-ANC NOT < WS-CUR
                    IF WS-FD-NAME(WS-ANC) = WS-FD-REDEF(WS-CUR)
                       MOVE WS-FD-OFFSET(WS-ANC)
                          TO WS-FD-OFFSET(WS-CUR)
                    END-IF
                 END-PERFORM
              WHEN WS-FD-PARENT(WS-CUR) > ZERO
                 MOVE WS-FD-CURSOR(WS-FD-PARENT(WS-CUR))
                    TO WS-FD-OFFSET(WS-CUR)
                 ADD WS-FD-TOTAL(WS-CUR)
                    TO WS-FD-CURSOR(WS-FD-PARENT(WS-CUR))
              WHEN WS-FD-LEVEL(WS-CUR) = 1 OR WS-FD-LEVEL(WS-CUR) = 77
                 MOVE 1 TO WS-FD-OFFSET(WS-CUR)
              WHEN OTHER
      *          Copybook sans niveau 01 : les zones se suivent.
                 MOVE WS-ROOT-CURSOR TO WS-FD-OFFSET(WS-CUR)
                 ADD WS-FD-TOTAL(WS-CUR) TO WS-ROOT-CURSOR
           END-EVALUATE.
           MOVE WS-FD-OFFSET(WS-CUR) TO WS-FD-CURSOR(WS-CUR).

           IF WS-FD-SKIP(WS-CUR) = SPACE
              AND WS-FD-OFFSET(WS-CUR) + WS-FD-TOTAL(WS-CUR) - 1
                  > WS-REC-LEN
              COMPUTE WS-REC-LEN =
                 WS-FD-OFFSET(WS-CUR) + WS-FD-TOTAL(WS-CUR) - 1
           END-IF.
       END-OFFSET.
           EXIT.

      ******************************************************************
      *    Contrôles du champ WS-CUR, un par occurrence : ses OCCURS   *
      *    et ceux de ses groupes (trois niveaux au plus).             *
      ******************************************************************
       START-EXPAND.
           MOVE 1    TO WS-OC-N(1) WS-OC-N(2) WS-OC-N(3).
           MOVE ZERO TO WS-OC-U(1) WS-OC-U(2) WS-OC-U(3).
           MOVE ZERO TO WS-OC-LVL.
           MOVE WS-CUR TO WS-ANC.
           PERFORM UNTIL WS-ANC = ZERO
              IF WS-FD-OCCURS(WS-ANC) > 1
                 IF WS-OC-LVL < 3
                    ADD 1 TO WS-OC-LVL
                    MOVE WS-FD-OCCURS(WS-ANC) TO WS-OC-N(WS-OC-LVL)
                    MOVE WS-FD-UNIT(WS-ANC)   TO WS-OC-U(WS-OC-LVL)
                 ELSE
                    SET WS-OC-DEEP-Y TO TRUE
                 END-IF
              END-IF
              MOVE WS-FD-PARENT(WS-ANC) TO WS-ANC
           END-PERFORM.

           PERFORM START-EXPAND-ONE THRU END-EXPAND-ONE
              VARYING WS-K3 FROM 1 BY 1 UNTIL WS-K3 > WS-OC-N(3)
              AFTER WS-K2 FROM 1 BY 1 UNTIL WS-K2 > WS-OC-N(2)
              AFTER WS-K1 FROM 1 BY 1 UNTIL WS-K1 > WS-OC-N(1).
       END-EXPAND.
           EXIT.

      ******************************************************************
       START-EXPAND-ONE.
           IF WS-CK-CNT NOT < 3000
              SET WS-CK-TRUNC-Y TO TRUE
              GO TO END-EXPAND-ONE
           END-IF.
           ADD 1 TO WS-CK-CNT.
           MOVE WS-CUR TO WS-CK-FIELD(WS-CK-CNT).
           MOVE WS-FD-UNIT(WS-CUR) TO WS-CK-LEN(WS-CK-CNT).
           COMPUTE WS-CK-POS(WS-CK-CNT) = WS-FD-OFFSET(WS-CUR)
              + (WS-K1 - 1) * WS-OC-U(1)
              + (WS-K2 - 1) * WS-OC-U(2)
              + (WS-K3 - 1) * WS-OC-U(3).

      *    Indices affichés de l'occurrence, du plus externe au plus
      *    interne.
           MOVE SPACES TO WS-CK-SUB(WS-CK-CNT).
           EVALUATE WS-OC-LVL
              WHEN 1
                 MOVE WS-K1 TO WS-PNT-K
                 STRING "(" FUNCTION TRIM(WS-PNT-K) ")"
                    DELIMITED BY SIZE
                    INTO WS-CK-SUB(WS-CK-CNT)
              WHEN 2
                 MOVE WS-K2 TO WS-PNT-K
                 MOVE "(" TO WS-CK-SUB(WS-CK-CNT)
                 STRING "(" FUNCTION TRIM(WS-PNT-K) ","
                    DELIMITED BY SIZE
                    INTO WS-CK-SUB(WS-CK-CNT)
                 MOVE WS-K1 TO WS-PNT-K
                 STRING FUNCTION TRIM(WS-CK-SUB(WS-CK-CNT))
                    FUNCTION TRIM(WS-PNT-K) ")"
                    DELIMITED BY SIZE
                    INTO WS-CK-SUB(WS-CK-CNT)
              WHEN 3
                 MOVE WS-K3 TO WS-PNT-K
                 STRING "(" FUNCTION TRIM(WS-PNT-K) ","
                    DELIMITED BY SIZE
                    INTO WS-CK-SUB(WS-CK-CNT)
                 MOVE WS-K2 TO WS-PNT-K
                 STRING FUNCTION TRIM(WS-CK-SUB(WS-CK-CNT))
                    FUNCTION TRIM(WS-PNT-K) ","
                    DELIMITED BY SIZE
                    INTO WS-CK-SUB(WS-CK-CNT)
                 MOVE WS-K1 TO WS-PNT-K
                 STRING FUNCTION TRIM(WS-CK-SUB(WS-CK-CNT))
                    FUNCTION TRIM(WS-PNT-K) ")"
                    DELIMITED BY SIZE
                    INTO WS-CK-SUB(WS-CK-CNT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       END-EXPAND-ONE.
           EXIT.

      ******************************************************************
      *    Lit le fichier de données et contrôle chaque ligne ; rend   *
      *    le verdict.                                                 *
      ******************************************************************
       START-R-DATA.
           MOVE ZERO TO WS-REC-NUM.
           MOVE "00" TO FS-DATA.
           OPEN INPUT F-DATA.
           IF NOT FS-DATA-OK
              SET LK-ABSENT TO TRUE
              MOVE "   VERDICT : FICHIER DE DONNEES ABSENT" TO WS-LINE
              WRITE R-RAPPORT FROM WS-LINE
              GO TO END-R-DATA
           END-IF.

           PERFORM UNTIL FS-DATA-EOF
              READ F-DATA
              AT END
                 SET FS-DATA-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 IF WS-DATA-LEN < 4000
                    MOVE SPACES TO R-DATA(WS-DATA-LEN + 1:)
                 END-IF
                 PERFORM START-CHECK-RECORD THRU END-CHECK-RECORD
              END-READ
           END-PERFORM.

           CLOSE F-DATA.

           MOVE WS-REC-NUM TO LK-LUS.
           MOVE WS-ERR-CNT TO LK-ERREURS.
           MOVE WS-REC-NUM TO WS-PNT-POS.
           MOVE WS-ERR-CNT TO WS-PNT-END.
           MOVE WS-ERR-REC TO WS-PNT-LEN.
           MOVE SPACES TO WS-LINE.
           IF WS-ERR-CNT = ZERO
              SET LK-CONFORME TO TRUE
              STRING "   VERDICT : CONFORME -" SPACE
                 FUNCTION TRIM(WS-PNT-POS) SPACE "ENREGISTREMENT(S)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              SET LK-NON-CONFORME TO TRUE
              IF WS-ERR-CNT > 500
                 MOVE "   (ERREURS AU-DELA DE 500 NON DETAILLEES)"
                    TO WS-LINE
                 WRITE R-RAPPORT FROM WS-LINE
                 MOVE SPACES TO WS-LINE
              END-IF
              STRING "   VERDICT : NON CONFORME -" SPACE
                 FUNCTION TRIM(WS-PNT-END) SPACE "ERREUR(S) SUR"
                 SPACE FUNCTION TRIM(WS-PNT-LEN) SPACE "DES" SPACE
                 FUNCTION TRIM(WS-PNT-POS) SPACE "ENREGISTREMENT(S)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           END-IF.
           WRITE R-RAPPORT FROM WS-LINE.
       END-R-DATA.
           EXIT.

      ******************************************************************
      *    Contrôle de l'enregistrement courant : longueur, puis       *
      *    chaque champ développé.                                     *
      ******************************************************************
       START-CHECK-RECORD.
           MOVE ZERO TO WS-REC-ERRORS.

           IF WS-DATA-LEN > WS-REC-LEN
              MOVE WS-DATA-LEN TO WS-PNT-LEN
              MOVE SPACES TO WS-ERR-MOTIF
              STRING "LONGUEUR" SPACE FUNCTION TRIM(WS-PNT-LEN) SPACE
                 "AU-DELA DU COPYBOOK"
                 DELIMITED BY SIZE
                 INTO WS-ERR-MOTIF
              MOVE ZERO TO WS-CK-IDX
              MOVE R-DATA(WS-REC-LEN + 1:30) TO WS-ERR-SHOW
              PERFORM START-ERROR THRU END-ERROR
           END-IF.

           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CK-CNT
              IF WS-CK-POS(WS-CK-IDX) + WS-CK-LEN(WS-CK-IDX) - 1
                 NOT > 4000
                 PERFORM START-CHECK-FIELD THRU END-CHECK-FIELD
              END-IF
           END-PERFORM.

           IF WS-REC-ERRORS > ZERO
              ADD 1 TO WS-ERR-REC
           END-IF.
       END-CHECK-RECORD.
           EXIT.

      ******************************************************************
      *    Contrôle d'un champ : classe de sa PIC, date, niveaux 88.   *
      ******************************************************************
       START-CHECK-FIELD.
           MOVE WS-CK-FIELD(WS-CK-IDX) TO WS-CUR.
           MOVE WS-CK-LEN(WS-CK-IDX)   TO WS-VLEN.
           MOVE SPACES TO WS-VALUE.
           MOVE R-DATA(WS-CK-POS(WS-CK-IDX):WS-VLEN)
              TO WS-VALUE(1:WS-VLEN).
           MOVE SPACES TO WS-ERR-MOTIF.
           MOVE WS-VALUE(1:30) TO WS-ERR-SHOW.

           EVALUATE WS-FD-CLASS(WS-CUR)
              WHEN "N"
                 PERFORM START-CHECK-NUMERIC THRU END-CHECK-NUMERIC
              WHEN "P"
                 PERFORM START-CHECK-PACKED THRU END-CHECK-PACKED
              WHEN "E"
                 PERFORM VARYING WS-VI FROM 1 BY 1
                         UNTIL WS-VI > WS-VLEN
                    IF WS-VALUE(WS-VI:1) IS NOT NUMERIC
                       AND WS-VALUE(WS-VI:1) NOT = SPACE
                       AND WS-VALUE(WS-VI:1) NOT = "+"
                       AND WS-VALUE(WS-VI:1) NOT = "-"
                       AND WS-VALUE(WS-VI:1) NOT = ","
                       AND WS-VALUE(WS-VI:1) NOT = "."
                       AND WS-VALUE(WS-VI:1) NOT = "*"
                       AND WS-VALUE(WS-VI:1) NOT = "/"
                       AND WS-VALUE(WS-VI:1) NOT = "$"
                       AND WS-VALUE(WS-VI:1) NOT = "C"
                       AND WS-VALUE(WS-VI:1) NOT = "R"
                       AND WS-VALUE(WS-VI:1) NOT = "D"
                       AND WS-VALUE(WS-VI:1) NOT = "B"
                       MOVE "ZONE EDITEE : CARACTERE INTERDIT"
                          TO WS-ERR-MOTIF
                    END-IF
                 END-PERFORM
              WHEN "A"
                 IF WS-VALUE(1:WS-VLEN) IS NOT ALPHABETIC
                    MOVE "ALPHABETIQUE ATTENDU" TO WS-ERR-MOTIF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-ERR-MOTIF NOT = SPACES
              PERFORM START-ERROR THRU END-ERROR
              GO TO END-CHECK-FIELD
           END-IF.

           IF WS-FD-DATE(WS-CUR) NOT = SPACE
              PERFORM START-CHECK-DATE THRU END-CHECK-DATE
              IF WS-ERR-MOTIF NOT = SPACES
                 PERFORM START-ERROR THRU END-ERROR
                 GO TO END-CHECK-FIELD
              END-IF
           END-IF.

           IF WS-FD-CV-CNT(WS-CUR) > ZERO
              AND WS-VALUE(1:WS-VLEN) NOT = SPACES
              PERFORM START-CHECK-COND THRU END-CHECK-COND
              IF NOT WS-COND-OK-Y
                 MOVE "VALEUR HORS DES NIVEAUX 88" TO WS-ERR-MOTIF
                 PERFORM START-ERROR THRU END-ERROR
              END-IF
           END-IF.
       END-CHECK-FIELD.
           EXIT.

      ******************************************************************
      *    Numérique étendu : chiffres, le signe incorporé au premier  *
      *    ou dernier chiffre, ou séparé. Rend aussi sa valeur dans    *
      *    WS-NUM-VALUE.                                               *
      ******************************************************************
       START-CHECK-NUMERIC.
           MOVE SPACES TO WS-DIGITS.
           MOVE "N" TO WS-NEG.
           MOVE ZERO TO WS-NUM-VALUE.
           IF WS-VLEN > 40
              MOVE "NUMERIQUE TROP LONG" TO WS-ERR-MOTIF
              GO TO END-CHECK-NUMERIC
           END-IF.
           MOVE WS-VALUE(1:WS-VLEN) TO WS-DIGITS.

           IF WS-FD-SIGNED(WS-CUR) = "Y"
              EVALUATE TRUE
                 WHEN WS-FD-SIGN-SEP(WS-CUR) = "Y"
                    AND WS-FD-SIGN-POS(WS-CUR) = "L"
                    IF WS-DIGITS(1:1) NOT = "+"
                       AND WS-DIGITS(1:1) NOT = "-"
                       MOVE "SIGNE SEPARE ABSENT" TO WS-ERR-MOTIF
                       GO TO END-CHECK-NUMERIC
                    END-IF
                    IF WS-DIGITS(1:1) = "-"
                       MOVE "Y" TO WS-NEG
                    END-IF
                    MOVE WS-VALUE(2:WS-VLEN - 1) TO WS-DIGITS
                    SUBTRACT 1 FROM WS-VLEN
                 WHEN WS-FD-SIGN-SEP(WS-CUR) = "Y"
                    IF WS-DIGITS(WS-VLEN:1) NOT = "+"
                       AND WS-DIGITS(WS-VLEN:1) NOT = "-"
                       MOVE "SIGNE SEPARE ABSENT" TO WS-ERR-MOTIF
                       GO TO END-CHECK-NUMERIC
                    END-IF
                    IF WS-DIGITS(WS-VLEN:1) = "-"
                       MOVE "Y" TO WS-NEG
                    END-IF
                    SUBTRACT 1 FROM WS-VLEN
                    MOVE WS-VALUE(1:WS-VLEN) TO WS-DIGITS
                 WHEN WS-FD-SIGN-POS(WS-CUR) = "L"
                    MOVE 1 TO WS-VI
                    PERFORM START-OVERPUNCH THRU END-OVERPUNCH
                 WHEN OTHER
                    MOVE WS-VLEN TO WS-VI
                    PERFORM START-OVERPUNCH THRU END-OVERPUNCH
              END-EVALUATE
           END-IF.

           IF WS-VLEN = ZERO
              OR WS-DIGITS(1:WS-VLEN) IS NOT NUMERIC
              MOVE "NUMERIQUE ATTENDU" TO WS-ERR-MOTIF
              GO TO END-CHECK-NUMERIC
           END-IF.

           COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-DIGITS(1:WS-VLEN))
              / 10 ** WS-FD-SCALE(WS-CUR).
           IF WS-NEG = "Y"
              COMPUTE WS-NUM-VALUE = ZERO - WS-NUM-VALUE
           END-IF.
       END-CHECK-NUMERIC.
           EXIT.

      ******************************************************************
      *    Signe incorporé au chiffre WS-VI : { A-I positif, } J-R     *
      *    négatif, un chiffre simple vaut positif.                    *
      ******************************************************************
       START-OVERPUNCH.
           EVALUATE WS-DIGITS(WS-VI:1)
              WHEN "{"  MOVE "0" TO WS-DIGITS(WS-VI:1)
              WHEN "A"  MOVE "1" TO WS-DIGITS(WS-VI:1)
              WHEN "B"  MOVE "2" TO WS-DIGITS(WS-VI:1)
              WHEN "C"  MOVE "3" TO WS-DIGITS(WS-VI:1)
              WHEN "D"  MOVE "4" TO WS-DIGITS(WS-VI:1)
              WHEN "E"  MOVE "5" TO WS-DIGITS(WS-VI:1)
              WHEN "F"  MOVE "6" TO WS-DIGITS(WS-VI:1)
              WHEN "G"  MOVE "7" TO WS-DIGITS(WS-VI:1)
              WHEN "H"  MOVE "8" TO WS-DIGITS(WS-VI:1)
              WHEN "I"  MOVE "9" TO WS-DIGITS(WS-VI:1)
              WHEN "}"
                 MOVE "0" TO WS-DIGITS(WS-VI:1)
                 MOVE "Y" TO WS-NEG
              WHEN "J" THRU "R"
                 COMPUTE WS-BYTE = FUNCTION ORD(WS-DIGITS(WS-VI:1))
                    - FUNCTION ORD("J") + 1
                 MOVE WS-BYTE(3:1) TO WS-DIGITS(WS-VI:1)
                 MOVE "Y" TO WS-NEG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       END-OVERPUNCH.
           EXIT.

      ******************************************************************
      *    COMP-3 : deux chiffres par octet, le dernier demi-octet     *
      *    porte le signe (C, D ou F).                                 *
      ******************************************************************
       START-CHECK-PACKED.
           MOVE "(ZONE CONDENSEE)" TO WS-ERR-SHOW.
           PERFORM VARYING WS-VI FROM 1 BY 1 UNTIL WS-VI > WS-VLEN
              COMPUTE WS-BYTE = FUNCTION ORD(WS-VALUE(WS-VI:1)) - 1
              COMPUTE WS-NIBBLE-HI = WS-BYTE / 16
              COMPUTE WS-NIBBLE-LO = WS-BYTE - WS-NIBBLE-HI * 16
              IF WS-NIBBLE-HI > 9
                 MOVE "CONDENSE : DEMI-OCTET NON DECIMAL"
                    TO WS-ERR-MOTIF
              END-IF
              IF WS-VI < WS-VLEN AND WS-NIBBLE-LO > 9
                 MOVE "CONDENSE : DEMI-OCTET NON DECIMAL"
                    TO WS-ERR-MOTIF
              END-IF
              IF WS-VI = WS-VLEN AND WS-NIBBLE-LO NOT = 12
                 AND WS-NIBBLE-LO NOT = 13 AND WS-NIBBLE-LO NOT = 15
                 MOVE "CONDENSE : SIGNE INVALIDE" TO WS-ERR-MOTIF
              END-IF
           END-PERFORM.
       END-CHECK-PACKED.
           EXIT.

      ******************************************************************
      *    Date plausible : AAAAMMJJ réelle ou AAAAMM, année entre     *
      *    1900 et 2099 ; blanc ou zéro tolérés.                       *
      ******************************************************************
       START-CHECK-DATE.
           IF WS-VALUE(1:WS-VLEN) = SPACES
              OR WS-VALUE(1:WS-VLEN) = ZEROS
              GO TO END-CHECK-DATE
           END-IF.
           IF WS-VALUE(1:WS-VLEN) IS NOT NUMERIC
              MOVE "DATE NON NUMERIQUE" TO WS-ERR-MOTIF
              GO TO END-CHECK-DATE
           END-IF.

           IF WS-FD-DATE(WS-CUR) = "M"
              MOVE WS-VALUE(1:6) TO WS-DATE-8(1:6)
              MOVE "01" TO WS-DATE-8(7:2)
           ELSE
              MOVE WS-VALUE(1:8) TO WS-DATE-8
           END-IF.
           IF WS-D8-AN < 1900 OR WS-D8-AN > 2099
              MOVE "DATE : ANNEE IMPLAUSIBLE" TO WS-ERR-MOTIF
              GO TO END-CHECK-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-8) NOT = ZERO
              MOVE "DATE INEXISTANTE" TO WS-ERR-MOTIF
           END-IF.
       END-CHECK-DATE.
           EXIT.

      ******************************************************************
      *    La valeur du champ tombe-t-elle sur l'une de ses            *
      *    conditions ? Comparaison numérique pour un champ            *
      *    numérique, alphanumérique sinon.                            *
      ******************************************************************
       START-CHECK-COND.
           MOVE "N" TO WS-COND-OK.
           PERFORM VARYING WS-CV-IDX FROM WS-FD-CV-FIRST(WS-CUR) BY 1
                   UNTIL WS-CV-IDX >
                   WS-FD-CV-FIRST(WS-CUR) + WS-FD-CV-CNT(WS-CUR) - 1
                      OR WS-COND-OK-Y
              EVALUATE TRUE
                 WHEN WS-CV-KIND(WS-CV-IDX) = "S"
                    IF WS-VALUE(1:WS-VLEN) = SPACES
                       SET WS-COND-OK-Y TO TRUE
                    END-IF
                 WHEN WS-FD-CLASS(WS-CUR) = "N"
                    AND WS-CV-KIND(WS-CV-IDX) NOT = "L"
                    COMPUTE WS-LIT-VALUE =
                       FUNCTION NUMVAL(WS-CV-LOW(WS-CV-IDX))
                    COMPUTE WS-HIGH-VALUE =
                       FUNCTION NUMVAL(WS-CV-HIGH(WS-CV-IDX))
                    IF WS-NUM-VALUE NOT < WS-LIT-VALUE
                       AND WS-NUM-VALUE NOT > WS-HIGH-VALUE
                       SET WS-COND-OK-Y TO TRUE
                    END-IF
                 WHEN WS-CV-KIND(WS-CV-IDX) = "Z"
                    IF WS-VALUE(1:WS-VLEN) = ZEROS
                       SET WS-COND-OK-Y TO TRUE
                    END-IF
                 WHEN OTHER
                    IF WS-VALUE(1:WS-VLEN) NOT <
                       WS-CV-LOW(WS-CV-IDX)
                       AND WS-VALUE(1:WS-VLEN) NOT >
                       WS-CV-HIGH(WS-CV-IDX)
                       SET WS-COND-OK-Y TO TRUE
                    END-IF
              END-EVALUATE
           END-PERFORM.
       END-CHECK-COND.
           EXIT.

      ******************************************************************
      *    Compte l'erreur WS-ERR-MOTIF du champ WS-CK-IDX (zéro :     *
      *    erreur de longueur) et la détaille au rapport.              *
      ******************************************************************
       START-ERROR.
           ADD 1 TO WS-ERR-CNT.
           ADD 1 TO WS-REC-ERRORS.
           IF WS-ERR-CNT > 500
              GO TO END-ERROR
           END-IF.

           MOVE WS-REC-NUM TO WS-PNT-REC.
           MOVE SPACES TO WS-LINE.
           IF WS-CK-IDX = ZERO
              STRING "   ENREG" SPACE FUNCTION TRIM(WS-PNT-REC) SPACE
                 "(ENREGISTREMENT)" SPACE "VALEUR '"
                 FUNCTION TRIM(WS-ERR-SHOW TRAILING) "' :" SPACE
                 WS-ERR-MOTIF
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              MOVE WS-CK-POS(WS-CK-IDX) TO WS-PNT-POS
              MOVE 30 TO WS-SHOW-LEN
              IF WS-CK-LEN(WS-CK-IDX) < 30
                 MOVE WS-CK-LEN(WS-CK-IDX) TO WS-SHOW-LEN
              END-IF
              IF WS-FD-CLASS(WS-CUR) = "P"
                 MOVE 16 TO WS-SHOW-LEN
              END-IF
              COMPUTE WS-PNT-END =
                 WS-CK-POS(WS-CK-IDX) + WS-CK-LEN(WS-CK-IDX) - 1
              STRING "   ENREG" SPACE FUNCTION TRIM(WS-PNT-REC) SPACE
                 FUNCTION TRIM(WS-FD-NAME(WS-CUR))
                 FUNCTION TRIM(WS-CK-SUB(WS-CK-IDX)) SPACE
                 "(" FUNCTION TRIM(WS-PNT-POS) "-"
                 FUNCTION TRIM(WS-PNT-END) ")" SPACE "VALEUR '"
                 WS-ERR-SHOW(1:WS-SHOW-LEN) "' :" SPACE WS-ERR-MOTIF
                 DELIMITED BY SIZE
                 INTO WS-LINE
           END-IF.
           WRITE R-RAPPORT FROM WS-LINE.
       END-ERROR.
           EXIT.
