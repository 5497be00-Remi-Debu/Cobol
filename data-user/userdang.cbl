      ******************************************************************
      *    Contrôle de conformité des chiens catégorisés : un chien    *
      *    de 1re ou 2e catégorie (RP-CATEGORY de "animaux.idx") doit  *
      *    avoir un permis de détention au nom de son propriétaire     *
      *    actuel, une attestation d'assurance responsabilité civile   *
      *    et une évaluation comportementale en cours de validité.     *
      *    Les pièces sont relues dans "chiens-pieces.dat" (alimenté   *
      *    par les transactions "C" de user.cbl) ; la plus récente de  *
      *    chaque type fait foi. Le rapport "chiens-conformite.txt"    *
      *    liste, propriétaire par propriétaire (registre parcouru     *
      *    sur la clé du propriétaire, nom et GSM relus par clé dans   *
      *    "proprietaires.idx"), les chiens dont une pièce manque, est *
      *    expirée ou expire dans le préavis de renouvellement.        *
      *    Date de contrôle : USERDANG-DATE (AAAAMMJJ), la date du     *
      *    jour à défaut ; préavis : USERDANG-PREAVIS (jours, 30 à     *
      *    défaut).                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userdang.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PETS ASSIGN TO "animaux.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-ID
           ALTERNATE RECORD KEY IS RP-CHIP WITH DUPLICATES
           ALTERNATE RECORD KEY IS RP-MASTER-ID WITH DUPLICATES
           FILE STATUS IS FS-PETS.

           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-DOG-DOCS ASSIGN TO "chiens-pieces.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DOG-DOCS.

           SELECT F-RAPPORT ASSIGN TO "chiens-conformite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-PETS.
       01  R-PETS.
           05 RP-ID                   PIC X(8).
           05 RP-GENDER               PIC A(1).
           05 RP-NAME                 PIC X(10).
           05 RP-LOOF                 PIC A(3).
           05 RP-AGE                  PIC 9(3).
           05 RP-MASTER.
               10 RP-MASTER-ID        PIC X(5).
               10 RP-MASTER-LASTNAME  PIC X(20).
               10 RP-MASTER-FIRSTNAME PIC X(20).
           05 RP-DAM-ID               PIC X(8).
           05 RP-SIRE-ID              PIC X(8).
           05 RP-DELETED              PIC X(1).
              88 RP-IS-DELETED                 VALUE "D".
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
              88 RP-CATEGORIZED                VALUE "1" "2".
           05 RP-BREED                PIC X(4).

       FD  F-USERS.
       01  R-USERS.
           05 RU-ID                   PIC X(5).
           05 RU-CITY                 PIC A(20).
           05 RU-STREET               PIC X(20).
           05 RU-GSM-NUMBER           PIC 9(10).
           05 RU-LASTNAME             PIC X(20).
           05 RU-FIRSTNAME            PIC X(20).

       FD  F-DOG-DOCS.
       01  R-DOG-DOCS.
           05 CD-PET-ID               PIC X(8).
           05 CD-TYPE                 PIC X(1).
           05 CD-REF                  PIC X(12).
           05 CD-EXPIRY               PIC 9(8).
           05 CD-HOLDER               PIC X(5).
           05 CD-DATE                 PIC 9(8).

       FD  F-RAPPORT.
       01  R-RAPPORT                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-PETS      PIC X(02).
           88 FS-PETS-OK  VALUE "00".
           88 FS-PETS-EOF VALUE "10".
       01  FS-USERS     PIC X(02).
           88 FS-USERS-OK VALUE "00".
       01  FS-DOG-DOCS  PIC X(02).
           88 FS-DOG-DOCS-EOF VALUE "10".
       01  FS-RAPPORT   PIC X(02).

      *    Les trois pièces obligatoires et leur libellé.
       01  WS-DOC-LABELS.
           03 FILLER PIC X(28) VALUE "PPERMIS DE DETENTION".
           03 FILLER PIC X(28) VALUE "AASSURANCE RESPONSABILITE".
           03 FILLER PIC X(28) VALUE "EEVALUATION COMPORTEMENTALE".
       01  WS-DOC-TABLE REDEFINES WS-DOC-LABELS.
           03 WS-DOC OCCURS 3 TIMES
                     INDEXED BY WS-DOC-IDX.
               05 WS-DOC-TYPE  PIC X(1).
               05 WS-DOC-LABEL PIC X(27).

      *    Pièces enregistrées.
       01  WS-PIECE-TABLE.
           03 WS-PC-CNT PIC 9(04) VALUE 0.
           03 WS-PC OCCURS 3000 TIMES
                    INDEXED BY WS-PC-IDX.
               05 WS-PC-PET-ID PIC X(8).
               05 WS-PC-TYPE   PIC X(1).
               05 WS-PC-EXPIRY PIC 9(8).
               05 WS-PC-HOLDER PIC X(5).

       01  WS-USERS-FLAG   PIC X(01) VALUE "N".
           88 WS-USERS-OPEN            VALUE "Y".

       01  WS-DATE-ENV     PIC X(08) VALUE SPACES.
       01  WS-PREAVIS-ENV  PIC X(05) VALUE SPACES.
       01  WS-PREAVIS      PIC 9(05) VALUE 30.
       01  WS-TODAY        PIC 9(08).
       01  WS-TODAY-INT    PIC 9(08) COMP.
       01  WS-LIMIT-DATE   PIC 9(08).

       01  WS-LATEST-DATE  PIC 9(08).
       01  WS-CUR-MASTER   PIC X(05).
       01  WS-OWNER-FLAG   PIC X(01).
           88 WS-OWNER-FOUND           VALUE "Y".
           88 WS-OWNER-NOT-FOUND       VALUE "N".
       01  WS-HEADER-FLAG  PIC X(01).
           88 WS-HEADER-DONE           VALUE "Y".
       01  WS-DOG-BAD-FLAG PIC X(01).
           88 WS-DOG-BAD               VALUE "Y".

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

       01  WS-DOG-READ-CNT PIC 9(05) VALUE 0.
       01  WS-NONCONF-CNT  PIC 9(05) VALUE 0.
       01  WS-MANQUANT-CNT PIC 9(05) VALUE 0.
       01  WS-EXPIRE-CNT   PIC 9(05) VALUE 0.
       01  WS-RENOUV-CNT   PIC 9(05) VALUE 0.
       01  WS-OWNER-CNT    PIC 9(05) VALUE 0.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "userdang".

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE "user".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-DOG-READ-CNT TO WS-RUN-READ.
           MOVE WS-NONCONF-CNT  TO WS-RUN-WRITTEN.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : date de contrôle et préavis, chargement des pièces,  *
      *    puis contrôle des chiens propriétaire par propriétaire.     *
      ******************************************************************
       START-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "USERDANG-DATE".
           IF WS-DATE-ENV IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-DATE-ENV)) = ZERO
                 MOVE WS-DATE-ENV TO WS-TODAY
              END-IF
           END-IF.
           MOVE "USERDANG-PREAVIS" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-PREAVIS-ENV.
           IF WS-PREAVIS-ENV NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PREAVIS-ENV) TO WS-PREAVIS
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-LIMIT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-PREAVIS).

           PERFORM START-OPEN-MASTERS THRU END-OPEN-MASTERS.
           IF WS-RUN-STATUS NOT = "OK"
              GO TO END-MAIN
           END-IF.
           PERFORM START-R-DOG-DOCS THRU END-R-DOG-DOCS.

           OPEN OUTPUT F-RAPPORT.
           MOVE WS-TODAY TO WS-DATE-IN.
           PERFORM START-EDIT-DATE THRU END-EDIT-DATE.
           MOVE SPACES TO WS-LINE.
           STRING "CONFORMITE DES CHIENS CATEGORISES AU" SPACE
              WS-DATE-EDIT SPACE "(PREAVIS" SPACE WS-PREAVIS SPACE
              "JOURS)"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           PERFORM START-R-PETS THRU END-R-PETS.

           PERFORM START-W-TOTALS THRU END-W-TOTALS.
           CLOSE F-RAPPORT.
           CLOSE F-PETS.
           IF WS-USERS-OPEN
              CLOSE F-USERS
           END-IF.

           DISPLAY "CHIENS CATEGORISES :" SPACE WS-DOG-READ-CNT
              SPACE "NON CONFORMES :" SPACE WS-NONCONF-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Ouvre le registre des animaux et, s'il est là, celui des    *
      *    propriétaires (nom et GSM des en-têtes).                    *
      ******************************************************************
       START-OPEN-MASTERS.
           OPEN INPUT F-PETS.
           IF NOT FS-PETS-OK
              DISPLAY "ERREUR OUVERTURE animaux.idx :" SPACE FS-PETS
                 SPACE "(LANCER D'ABORD userconv)"
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-OPEN-MASTERS
           END-IF.

           OPEN INPUT F-USERS.
           IF FS-USERS-OK
              SET WS-USERS-OPEN TO TRUE
           ELSE
              DISPLAY "AVERTISSEMENT : proprietaires.idx ABSENT, "
                 "CHIENS LISTES SANS COORDONNEES"
           END-IF.
       END-OPEN-MASTERS.
           EXIT.

      ******************************************************************
      *    Parcourt le registre sur la clé du propriétaire : chaque    *
      *    chien catégorisé non supprimé est contrôlé, les chiens d'un *
      *    même propriétaire se suivant sous un seul en-tête.          *
      ******************************************************************
       START-R-PETS.
           MOVE HIGH-VALUES TO WS-CUR-MASTER.
           MOVE LOW-VALUES TO RP-MASTER-ID.
           START F-PETS KEY IS NOT LESS THAN RP-MASTER-ID
              INVALID KEY
                 GO TO END-R-PETS
           END-START.

           PERFORM UNTIL FS-PETS-EOF
              READ F-PETS NEXT RECORD
              AT END
                 SET FS-PETS-EOF TO TRUE
              NOT AT END
                 IF RP-CATEGORIZED AND NOT RP-IS-DELETED
                    ADD 1 TO WS-DOG-READ-CNT
                    IF RP-MASTER-ID NOT = WS-CUR-MASTER
                       PERFORM START-CHECK-OWNER THRU END-CHECK-OWNER
                    END-IF
                    PERFORM START-CHECK-DOG THRU END-CHECK-DOG
                 END-IF
              END-READ
           END-PERFORM.
       END-R-PETS.
           EXIT.

      ******************************************************************
      *    Charge les pièces des chiens catégorisés ; sans fichier,    *
      *    toutes les pièces sont manquantes.                          *
      ******************************************************************
       START-R-DOG-DOCS.
           OPEN INPUT F-DOG-DOCS.
           IF FS-DOG-DOCS NOT = "00"
              DISPLAY "AVERTISSEMENT : chiens-pieces.dat ABSENT, "
                 "TOUTES LES PIECES SERONT MANQUANTES"
              GO TO END-R-DOG-DOCS
           END-IF.

           PERFORM UNTIL FS-DOG-DOCS-EOF
              READ F-DOG-DOCS
              AT END
                 SET FS-DOG-DOCS-EOF TO TRUE
              NOT AT END
                 IF WS-PC-CNT < 3000 AND CD-EXPIRY IS NUMERIC
                    ADD 1 TO WS-PC-CNT
                    MOVE CD-PET-ID TO WS-PC-PET-ID(WS-PC-CNT)
                    MOVE CD-TYPE   TO WS-PC-TYPE(WS-PC-CNT)
                    MOVE CD-EXPIRY TO WS-PC-EXPIRY(WS-PC-CNT)
                    MOVE CD-HOLDER TO WS-PC-HOLDER(WS-PC-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-DOG-DOCS.
       END-R-DOG-DOCS.
           EXIT.

      ******************************************************************
      *    Nouveau propriétaire (RP-MASTER-ID) : relu par clé pour son *
      *    nom et son GSM ; son en-tête n'est écrit qu'au premier      *
      *    chien non conforme.                                         *
      ******************************************************************
       START-CHECK-OWNER.
           MOVE "N" TO WS-HEADER-FLAG.
           MOVE RP-MASTER-ID TO WS-CUR-MASTER.
           SET WS-OWNER-NOT-FOUND TO TRUE.
           IF NOT WS-USERS-OPEN
              GO TO END-CHECK-OWNER
           END-IF.

           MOVE WS-CUR-MASTER TO RU-ID.
           READ F-USERS RECORD KEY IS RU-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-OWNER-FOUND TO TRUE
           END-READ.
       END-CHECK-OWNER.
           EXIT.

      ******************************************************************
      *    Contrôle les trois pièces du chien courant (R-PETS).        *
      *    Le permis de détention ne compte qu'au nom du propriétaire  *
      *    actuel : celui d'un ancien propriétaire ne couvre plus le   *
      *    chien.                                                      *
      ******************************************************************
       START-CHECK-DOG.
           MOVE "N" TO WS-DOG-BAD-FLAG.

           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 3
              MOVE ZERO TO WS-LATEST-DATE
              PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                      UNTIL WS-PC-IDX > WS-PC-CNT
                 IF WS-PC-PET-ID(WS-PC-IDX) EQUAL RP-ID
                    AND WS-PC-TYPE(WS-PC-IDX) EQUAL
                        WS-DOC-TYPE(WS-DOC-IDX)
                    AND (WS-DOC-TYPE(WS-DOC-IDX) NOT = "P"
                         OR WS-PC-HOLDER(WS-PC-IDX) EQUAL
                            WS-CUR-MASTER)
                    AND WS-PC-EXPIRY(WS-PC-IDX) > WS-LATEST-DATE
                    MOVE WS-PC-EXPIRY(WS-PC-IDX) TO WS-LATEST-DATE
                 END-IF
              END-PERFORM
              PERFORM START-W-DOC-STATUS THRU END-W-DOC-STATUS
           END-PERFORM.

           IF WS-DOG-BAD
              ADD 1 TO WS-NONCONF-CNT
           END-IF.
       END-CHECK-DOG.
           EXIT.

      ******************************************************************
      *    Écris la ligne d'anomalie de la pièce courante si elle      *
      *    manque, est expirée ou expire dans le préavis.              *
      ******************************************************************
       START-W-DOC-STATUS.
           IF WS-LATEST-DATE > WS-LIMIT-DATE
              GO TO END-W-DOC-STATUS
           END-IF.

           IF NOT WS-HEADER-DONE
              PERFORM START-W-OWNER-HEADER THRU END-W-OWNER-HEADER
           END-IF.
           MOVE "Y" TO WS-DOG-BAD-FLAG.

           MOVE SPACES TO WS-LINE.
           IF WS-LATEST-DATE EQUAL ZERO
              ADD 1 TO WS-MANQUANT-CNT
              STRING "   CHIEN" SPACE RP-ID SPACE
                 RP-NAME SPACE "CAT." SPACE
                 RP-CATEGORY SPACE
                 WS-DOC-LABEL(WS-DOC-IDX) SPACE "MANQUANT"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              MOVE WS-LATEST-DATE TO WS-DATE-IN
              PERFORM START-EDIT-DATE THRU END-EDIT-DATE
              IF WS-LATEST-DATE < WS-TODAY
                 ADD 1 TO WS-EXPIRE-CNT
                 STRING "   CHIEN" SPACE RP-ID SPACE
                    RP-NAME SPACE "CAT." SPACE
                    RP-CATEGORY SPACE
                    WS-DOC-LABEL(WS-DOC-IDX) SPACE "EXPIRE LE"
                    SPACE WS-DATE-EDIT
                    DELIMITED BY SIZE
                    INTO WS-LINE
              ELSE
                 ADD 1 TO WS-RENOUV-CNT
                 STRING "   CHIEN" SPACE RP-ID SPACE
                    RP-NAME SPACE "CAT." SPACE
                    RP-CATEGORY SPACE
                    WS-DOC-LABEL(WS-DOC-IDX) SPACE
                    "A RENOUVELER AVANT LE" SPACE WS-DATE-EDIT
                    DELIMITED BY SIZE
                    INTO WS-LINE
              END-IF
           END-IF.
           WRITE R-RAPPORT FROM WS-LINE.
       END-W-DOC-STATUS.
           EXIT.

      ******************************************************************
      *    En-tête du propriétaire courant : nom et GSM quand il est   *
      *    connu du registre (WS-OWNER-FOUND, lu dans R-USERS), sinon  *
      *    la mention du propriétaire absent.                          *
      ******************************************************************
       START-W-OWNER-HEADER.
           MOVE "Y" TO WS-HEADER-FLAG.
           ADD 1 TO WS-OWNER-CNT.

           MOVE SPACES TO WS-LINE.
           IF WS-OWNER-NOT-FOUND
              STRING "PROPRIETAIRE :" SPACE WS-CUR-MASTER SPACE
                 "(ABSENT DE proprietaires.idx)"
                 DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              STRING "PROPRIETAIRE :" SPACE WS-CUR-MASTER SPACE
                 RU-LASTNAME SPACE
                 RU-FIRSTNAME SPACE "GSM :" SPACE
                 RU-GSM-NUMBER
                 DELIMITED BY SIZE
                 INTO WS-LINE
           END-IF.
           WRITE R-RAPPORT FROM WS-LINE.
       END-W-OWNER-HEADER.
           EXIT.

      ******************************************************************
      *    Totaux du contrôle.                                         *
      ******************************************************************
       START-W-TOTALS.
           MOVE SPACES TO WS-LINE.
           STRING "CHIENS CATEGORISES CONTROLES :" SPACE
              WS-DOG-READ-CNT SPACE "- NON CONFORMES :" SPACE
              WS-NONCONF-CNT SPACE "- PROPRIETAIRES CONCERNES :"
              SPACE WS-OWNER-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "PIECES MANQUANTES :" SPACE WS-MANQUANT-CNT SPACE
              "- EXPIREES :" SPACE WS-EXPIRE-CNT SPACE
              "- A RENOUVELER :" SPACE WS-RENOUV-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RAPPORT FROM WS-LINE.
       END-W-TOTALS.
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
