      ******************************************************************
      *    Animaux perdus et trouvés, rapprochés par numéro de puce :  *
      *    vétérinaires et refuges signalent une puce lue sur un       *
      *    animal errant, les propriétaires signalent une perte, et    *
      *    la recherche dans le registre se faisait à l'oeil. Le       *
      *    programme lit les déclarations du jour                      *
      *    "declarations-animaux.dat" :                                *
      *       colonne  1     : TYPE (T = animal trouvé, P = perte)     *
      *       colonnes 2-16  : NUMERO DE PUCE                          *
      *       colonnes 17-24 : DATE AAAAMMJJ                           *
      *       colonnes 25-54 : LIEU                                    *
      *       colonnes 55-84 : DECLARANT (pour T : le trouveur et son  *
      *                        contact ; pour P : l'identifiant du     *
      *                        propriétaire, colonnes 55-59)           *
      *    et les rapproche de "animaux.idx" (lu par numéro de puce),  *
      *    de "proprietaires.idx" (lu par identifiant) et de           *
      *    l'historique "propriete-histo.dat" :                        *
      *    - une puce trouvée connue du registre donne une lettre au   *
      *      propriétaire actuel (adresse et GSM du registre) dans     *
      *      "lettres-animaux-trouves.txt" ; si ce propriétaire n'est  *
      *      plus au registre, la lettre va au dernier ancien          *
      *      propriétaire connu de l'historique ;                      *
      *    - une puce inconnue (ou d'un animal radié, ou sans          *
      *      propriétaire joignable) part dans                         *
      *      "puces-non-identifiees.dat" pour le registre national ;   *
      *    - une perte est gardée ouverte dans "perdus-trouves.dat"    *
      *      (365 jours) ; une puce trouvée reste 90 jours dans le     *
      *      même fichier : la perte et la découverte de la même puce  *
      *      se rejoignent d'elles-mêmes, quel que soit leur ordre, et *
      *      la lettre le dit au propriétaire.                         *
      *    Une perte déclarée par un autre que le propriétaire actuel, *
      *    ou sur une puce inconnue, est rejetée dans                  *
      *    "declarations-rejetees.dat". Jour de traitement :           *
      *    USERPERD-DATE (AAAAMMJJ), la date du jour à défaut.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userperd.
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

           SELECT F-PROP-HISTO ASSIGN TO "propriete-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PROP-HISTO.

           SELECT F-DECL ASSIGN TO "declarations-animaux.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECL.

           SELECT F-ENCOURS ASSIGN TO "perdus-trouves.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENCOURS.

           SELECT F-LETTRES ASSIGN TO "lettres-animaux-trouves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LETTRES.

           SELECT F-INCONNUES ASSIGN TO "puces-non-identifiees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INCONNUES.

           SELECT F-REJETS ASSIGN TO "declarations-rejetees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJETS.

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
           05 RP-BREED                PIC X(4).

       FD  F-USERS.
       01  R-USERS.
           05 RU-ID                   PIC X(5).
           05 RU-CITY                 PIC A(20).
           05 RU-STREET               PIC X(20).
           05 RU-GSM-NUMBER           PIC 9(10).
           05 RU-LASTNAME             PIC X(20).
           05 RU-FIRSTNAME            PIC X(20).

      *    Historique de propriété tenu par les transferts "T" de
      *    user.cbl.
       FD  F-PROP-HISTO.
       01  R-PROP-HISTO.
           05 PH-PET-ID    PIC X(8).
           05 PH-OLD-OWNER PIC X(5).
           05 PH-NEW-OWNER PIC X(5).
           05 PH-DATE      PIC 9(8).

       FD  F-DECL
           RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  R-DECL.
           05 DC-TYPE      PIC X(01).
              88 DC-TROUVE          VALUE "T".
              88 DC-PERTE           VALUE "P".
           05 DC-CHIP      PIC X(15).
           05 DC-DATE      PIC 9(08).
           05 DC-LIEU      PIC X(30).
           05 DC-DECLARANT PIC X(30).
           05 DC-DECL-OWNER REDEFINES DC-DECLARANT.
               10 DC-OWNER-ID PIC X(05).
               10 FILLER      PIC X(25).

      *    Déclarations en attente de leur pendant : la déclaration
      *    d'origine suivie de l'animal rapproché.
       FD  F-ENCOURS
           RECORD CONTAINS 92 CHARACTERS
           RECORDING MODE IS F.
       01  R-ENCOURS.
           05 EC-DECL      PIC X(84).
           05 EC-PET-ID    PIC X(08).

       FD  F-LETTRES.
       01  R-LETTRES PIC X(120).

      *    Puces à transmettre au registre national.
       FD  F-INCONNUES
           RECORD CONTAINS 113 CHARACTERS
           RECORDING MODE IS F.
       01  R-INCONNUES.
           05 IN-CHIP      PIC X(15).
           05 IN-DATE      PIC 9(08).
           05 IN-LIEU      PIC X(30).
           05 IN-TROUVEUR  PIC X(30).
           05 IN-MOTIF     PIC X(30).

       FD  F-REJETS.
       01  R-REJETS PIC X(132).

       WORKING-STORAGE SECTION.
      *    "02" : lecture ou écriture réussie sur une clé
      *    secondaire en double (propriétaire, puce).
       01  FS-PETS PIC X(02).
           88 FS-PETS-OK  VALUE "00" "02".
       01  FS-USERS PIC X(02).
           88 FS-USERS-OK  VALUE "00".
       01  FS-PROP-HISTO PIC X(02).
           88 FS-PROP-HISTO-OK  VALUE "00".
           88 FS-PROP-HISTO-EOF VALUE "10".
       01  FS-DECL PIC X(02).
           88 FS-DECL-OK  VALUE "00".
           88 FS-DECL-EOF VALUE "10".
       01  FS-ENCOURS PIC X(02).
           88 FS-ENCOURS-OK  VALUE "00".
           88 FS-ENCOURS-EOF VALUE "10".
       01  FS-LETTRES   PIC X(02).
       01  FS-INCONNUES PIC X(02).
       01  FS-REJETS    PIC X(02).

       01  WS-DATE-ENV  PIC X(08) VALUE SPACES.
       01  WS-TODAY     PIC 9(08).
       01  WS-TODAY-INT PIC 9(07).
       01  WS-AGE-DAYS  PIC S9(07).

      *    Durées de garde des déclarations sans pendant (jours).
       01  WS-GARDE-TROUVE PIC 9(03) VALUE 90.
       01  WS-GARDE-PERTE  PIC 9(03) VALUE 365.

      *    Animal du registre rapproché de la puce déclarée.
       01  WS-CUR-PET.
           03 WS-CP-FLAG      PIC X(01).
              88 WS-CP-FOUND          VALUE "Y".
              88 WS-CP-NOT-FOUND      VALUE "N".
           03 WS-CP-ID        PIC X(8).
           03 WS-CP-NAME      PIC X(10).
           03 WS-CP-CHIP      PIC X(15).
           03 WS-CP-MASTER-ID PIC X(5).
           03 WS-CP-DELETED   PIC X(1).
              88 WS-CP-IS-DELETED     VALUE "D".

      *    Déclarations en cours : celles gardées des passages
      *    précédents puis celles du jour. Une déclaration close
      *    (rapprochée ou échue) n'est pas réécrite.
       01  WS-CASE-TABLE.
           03 WS-CS-CNT PIC 9(04) VALUE 0.
           03 WS-CS OCCURS 1000 TIMES
                    INDEXED BY WS-CS-IDX.
               05 WS-CS-DECL.
                  07 WS-CS-TYPE      PIC X(01).
                     88 WS-CS-TROUVE         VALUE "T".
                     88 WS-CS-PERTE          VALUE "P".
                  07 WS-CS-CHIP      PIC X(15).
                  07 WS-CS-DATE      PIC 9(08).
                  07 WS-CS-LIEU      PIC X(30).
                  07 WS-CS-DECLARANT PIC X(30).
               05 WS-CS-PET-ID    PIC X(08).
               05 WS-CS-ETAT      PIC X(01).
                  88 WS-CS-OUVERT         VALUE "O".
                  88 WS-CS-CLOS           VALUE "C".

      *    Déclaration courante et son rapprochement.
       01  WS-OWNER-ID    PIC X(05).
       01  WS-OWNER-FLAG  PIC X(01).
           88 WS-OWNER-FOUND       VALUE "Y".
           88 WS-OWNER-NOT-FOUND   VALUE "N".
       01  WS-MEET-POS    PIC 9(04).
       01  WS-CUR-POS     PIC 9(04).
       01  WS-FOUND-POS   PIC 9(04).
       01  WS-FIND-TYPE   PIC X(01).
       01  WS-MOTIF       PIC X(30).
       01  WS-OWNER-NOTE  PIC X(60).
       01  WS-SINCE-DATE  PIC 9(08).

      *    Historique de propriété de l'animal courant : date du
      *    dernier transfert vers son propriétaire actuel, et ancien
      *    propriétaire le plus récent encore au registre.
       01  WS-HISTO-DATE  PIC 9(08).
       01  WS-PREV-OWNER  PIC X(05).
       01  WS-PREV-DATE   PIC 9(08).

      *    Lettre courante : la découverte et, s'il y en a une, la
      *    perte qu'elle rejoint.
       01  WS-LT-TROUVE   PIC 9(04).
       01  WS-LT-PERTE    PIC 9(04).

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
       01  WS-DATE-EDIT-2 PIC X(10).

       01  WS-LINE        PIC X(132).

       01  WS-DECL-CNT    PIC 9(05) VALUE 0.
       01  WS-LETTRE-CNT  PIC 9(05) VALUE 0.
       01  WS-MEET-CNT    PIC 9(05) VALUE 0.
       01  WS-INCONNU-CNT PIC 9(05) VALUE 0.
       01  WS-REJET-CNT   PIC 9(05) VALUE 0.
       01  WS-ECHU-CNT    PIC 9(05) VALUE 0.
       01  WS-OUVERT-CNT  PIC 9(05) VALUE 0.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "userperd".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-DECL-CNT   TO WS-RUN-READ.
           MOVE WS-LETTRE-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJET-CNT  TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "USERPERD-DATE".
           IF WS-DATE-ENV IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-DATE-ENV)) = ZERO
                 MOVE WS-DATE-ENV TO WS-TODAY
              END-IF
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM START-OPEN-MASTERS THRU END-OPEN-MASTERS.
           IF WS-RUN-STATUS NOT = "OK"
              GO TO END-MAIN
           END-IF.
           PERFORM START-LOAD-ENCOURS THRU END-LOAD-ENCOURS.
           IF WS-RUN-STATUS NOT = "OK"
              CLOSE F-PETS
              CLOSE F-USERS
              GO TO END-MAIN
           END-IF.

           OPEN OUTPUT F-LETTRES.
           OPEN OUTPUT F-INCONNUES.
           OPEN OUTPUT F-REJETS.

           PERFORM START-R-DECL THRU END-R-DECL.
      *    Déclarations en cours saturées : le fichier des déclarations
      *    en cours n'est pas réécrit, le passage est à relancer.
           IF WS-RUN-STATUS NOT = "OK"
              CLOSE F-LETTRES
              CLOSE F-INCONNUES
              CLOSE F-REJETS
              CLOSE F-PETS
              CLOSE F-USERS
              GO TO END-MAIN
           END-IF.
           PERFORM START-EXPIRE THRU END-EXPIRE.

           MOVE SPACES TO R-INCONNUES.
           STRING "TOTAL PUCES A TRANSMETTRE :" SPACE WS-INCONNU-CNT
              DELIMITED BY SIZE
              INTO R-INCONNUES.
           WRITE R-INCONNUES.

           CLOSE F-LETTRES.
           CLOSE F-INCONNUES.
           CLOSE F-REJETS.
           CLOSE F-PETS.
           CLOSE F-USERS.

           PERFORM START-W-ENCOURS THRU END-W-ENCOURS.

           DISPLAY "DECLARATIONS LUES :" SPACE WS-DECL-CNT SPACE
              "LETTRES :" SPACE WS-LETTRE-CNT SPACE
              "DONT PERTES RETROUVEES :" SPACE WS-MEET-CNT.
           DISPLAY "PUCES NON IDENTIFIEES :" SPACE WS-INCONNU-CNT SPACE
              "REJETS :" SPACE WS-REJET-CNT SPACE
              "ECHUES :" SPACE WS-ECHU-CNT SPACE
              "EN COURS :" SPACE WS-OUVERT-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Ouvre le registre des animaux et celui des propriétaires.   *
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
           IF NOT FS-USERS-OK
              DISPLAY "ERREUR OUVERTURE proprietaires.idx :" SPACE
                 FS-USERS SPACE "(LANCER D'ABORD userconv)"
              CLOSE F-PETS
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
       END-OPEN-MASTERS.
           EXIT.

      ******************************************************************
      *    Reprend les déclarations gardées au passage précédent.      *
      ******************************************************************
       START-LOAD-ENCOURS.
           OPEN INPUT F-ENCOURS.
           IF NOT FS-ENCOURS-OK
              GO TO END-LOAD-ENCOURS
           END-IF.

           PERFORM UNTIL FS-ENCOURS-EOF
              READ F-ENCOURS
              AT END
                 SET FS-ENCOURS-EOF TO TRUE
              NOT AT END
                 IF WS-CS-CNT < 1000
                    ADD 1 TO WS-CS-CNT
                    MOVE EC-DECL   TO WS-CS-DECL(WS-CS-CNT)
                    MOVE EC-PET-ID TO WS-CS-PET-ID(WS-CS-CNT)
                    SET WS-CS-OUVERT(WS-CS-CNT) TO TRUE
                 ELSE
                    DISPLAY "ERREUR : perdus-trouves.dat DE PLUS DE "
                       "1000 DECLARATIONS EN COURS"
                    MOVE "KO" TO WS-RUN-STATUS
                    SET FS-ENCOURS-EOF TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-ENCOURS.
       END-LOAD-ENCOURS.
           EXIT.

      ******************************************************************
      *    Déclarations du jour, dans l'ordre du fichier.              *
      ******************************************************************
       START-R-DECL.
           OPEN INPUT F-DECL.
           IF NOT FS-DECL-OK
              DISPLAY "AVERTISSEMENT : declarations-animaux.dat ABSENT"
              GO TO END-R-DECL
           END-IF.

           PERFORM UNTIL FS-DECL-EOF
              READ F-DECL
              AT END
                 SET FS-DECL-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-DECL-CNT
                 PERFORM START-HANDLE-DECL THRU END-HANDLE-DECL
              END-READ
           END-PERFORM.

           CLOSE F-DECL.
       END-R-DECL.
           EXIT.

      ******************************************************************
      *    Déclaration courante : contrôles communs, recherche de la   *
      *    puce au registre, puis traitement selon le type.            *
      ******************************************************************
       START-HANDLE-DECL.
           MOVE SPACES TO WS-MOTIF.

      *    Chaque déclaration ajoute au plus une déclaration en cours.
           IF WS-CS-CNT NOT < 1000
              DISPLAY "ERREUR : PLUS DE 1000 DECLARATIONS EN COURS"
              MOVE "KO" TO WS-RUN-STATUS
              SET FS-DECL-EOF TO TRUE
              GO TO END-HANDLE-DECL
           END-IF.

           IF NOT DC-TROUVE AND NOT DC-PERTE
              MOVE "TYPE DE DECLARATION INCONNU" TO WS-MOTIF
              GO TO START-REJET-DECL
           END-IF.
           IF DC-CHIP = SPACES
              MOVE "NUMERO DE PUCE ABSENT" TO WS-MOTIF
              GO TO START-REJET-DECL
           END-IF.
           IF DC-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(DC-DATE) NOT = ZERO
              OR DC-DATE > WS-TODAY
              MOVE "DATE INVALIDE" TO WS-MOTIF
              GO TO START-REJET-DECL
           END-IF.

           PERFORM START-FIND-CHIP THRU END-FIND-CHIP.

           IF DC-TROUVE
              PERFORM START-HANDLE-TROUVE THRU END-HANDLE-TROUVE
           ELSE
              PERFORM START-HANDLE-PERTE THRU END-HANDLE-PERTE
           END-IF.
           GO TO END-HANDLE-DECL.

       START-REJET-DECL.
           ADD 1 TO WS-REJET-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "REJET :" SPACE R-DECL SPACE "-" SPACE WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REJETS FROM WS-LINE.
       END-HANDLE-DECL.
           EXIT.

      ******************************************************************
      *    Animal trouvé : puce inconnue ou sans propriétaire          *
      *    joignable -> registre national ; sinon lettre au            *
      *    propriétaire, avec la perte qu'elle rejoint s'il y en a     *
      *    une, et la découverte est gardée pour une perte à venir.    *
      ******************************************************************
       START-HANDLE-TROUVE.
           IF WS-CP-NOT-FOUND
              MOVE "PUCE INCONNUE DU REGISTRE" TO WS-MOTIF
              PERFORM START-W-INCONNUE THRU END-W-INCONNUE
              GO TO END-HANDLE-TROUVE
           END-IF.
           IF WS-CP-IS-DELETED
              MOVE "ANIMAL RADIE DU REGISTRE" TO WS-MOTIF
              PERFORM START-W-INCONNUE THRU END-W-INCONNUE
              GO TO END-HANDLE-TROUVE
           END-IF.

           PERFORM START-FIND-OWNER THRU END-FIND-OWNER.
           IF WS-OWNER-NOT-FOUND
              MOVE "PROPRIETAIRE INTROUVABLE" TO WS-MOTIF
              PERFORM START-W-INCONNUE THRU END-W-INCONNUE
              GO TO END-HANDLE-TROUVE
           END-IF.

           PERFORM START-ADD-CASE THRU END-ADD-CASE.
           MOVE WS-CUR-POS TO WS-LT-TROUVE.

      *    Une perte ouverte de la même puce : les deux déclarations
      *    se rejoignent et sont closes.
           MOVE "P" TO WS-FIND-TYPE.
           PERFORM START-FIND-OPEN THRU END-FIND-OPEN.
           MOVE WS-FOUND-POS TO WS-LT-PERTE.
           IF WS-LT-PERTE NOT = ZERO
              SET WS-CS-CLOS(WS-LT-PERTE) TO TRUE
              SET WS-CS-CLOS(WS-LT-TROUVE) TO TRUE
              ADD 1 TO WS-MEET-CNT
           END-IF.

           PERFORM START-W-LETTRE THRU END-W-LETTRE.
       END-HANDLE-TROUVE.
           EXIT.

      ******************************************************************
      *    Perte : la puce doit être celle d'un animal actif du        *
      *    déclarant. Une découverte déjà enregistrée de la même puce  *
      *    la rejoint (lettre au propriétaire) ; sinon la perte reste  *
      *    ouverte.                                                    *
      ******************************************************************
       START-HANDLE-PERTE.
           IF WS-CP-NOT-FOUND
              MOVE "PUCE INCONNUE DU REGISTRE" TO WS-MOTIF
              GO TO START-REJET-PERTE
           END-IF.
           IF WS-CP-IS-DELETED
              MOVE "ANIMAL RADIE DU REGISTRE" TO WS-MOTIF
              GO TO START-REJET-PERTE
           END-IF.
           IF WS-CP-MASTER-ID NOT = DC-OWNER-ID
              MOVE "DECLARANT NON PROPRIETAIRE" TO WS-MOTIF
              GO TO START-REJET-PERTE
           END-IF.

           PERFORM START-ADD-CASE THRU END-ADD-CASE.
           MOVE WS-CUR-POS TO WS-LT-PERTE.

      *    Perte déjà déclarée et toujours ouverte : doublon.
           MOVE "P" TO WS-FIND-TYPE.
           PERFORM START-FIND-OPEN THRU END-FIND-OPEN.
           IF WS-FOUND-POS NOT = ZERO
              SET WS-CS-CLOS(WS-LT-PERTE) TO TRUE
              MOVE "PERTE DEJA DECLAREE" TO WS-MOTIF
              GO TO START-REJET-PERTE
           END-IF.

           MOVE "T" TO WS-FIND-TYPE.
           PERFORM START-FIND-OPEN THRU END-FIND-OPEN.
           MOVE WS-FOUND-POS TO WS-LT-TROUVE.
           IF WS-LT-TROUVE = ZERO
              GO TO END-HANDLE-PERTE
           END-IF.

           PERFORM START-FIND-OWNER THRU END-FIND-OWNER.
           SET WS-CS-CLOS(WS-LT-PERTE) TO TRUE.
           SET WS-CS-CLOS(WS-LT-TROUVE) TO TRUE.
           ADD 1 TO WS-MEET-CNT.
           IF WS-OWNER-FOUND
              PERFORM START-W-LETTRE THRU END-W-LETTRE
           END-IF.
           GO TO END-HANDLE-PERTE.

       START-REJET-PERTE.
           ADD 1 TO WS-REJET-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "REJET :" SPACE R-DECL SPACE "-" SPACE WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REJETS FROM WS-LINE.
       END-HANDLE-PERTE.
           EXIT.

      ******************************************************************
      *    Ajoute la déclaration courante aux déclarations en cours    *
      *    (position WS-CUR-POS), ouverte, avec l'animal rapproché ;   *
      *    la place a été vérifiée par START-HANDLE-DECL.              *
      ******************************************************************
       START-ADD-CASE.
           ADD 1 TO WS-CS-CNT.
           MOVE WS-CS-CNT TO WS-CUR-POS.
           MOVE R-DECL TO WS-CS-DECL(WS-CUR-POS).
           MOVE WS-CP-ID TO WS-CS-PET-ID(WS-CUR-POS).
           SET WS-CS-OUVERT(WS-CUR-POS) TO TRUE.
       END-ADD-CASE.
           EXIT.

      ******************************************************************
      *    Cherche une autre déclaration ouverte de type WS-FIND-TYPE  *
      *    et de la puce de la déclaration WS-CUR-POS (WS-FOUND-POS,   *
      *    zéro si aucune).                                            *
      ******************************************************************
       START-FIND-OPEN.
           MOVE ZERO TO WS-FOUND-POS.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
                      OR WS-FOUND-POS NOT = ZERO
              IF WS-CS-IDX NOT = WS-CUR-POS
                 AND WS-CS-OUVERT(WS-CS-IDX)
                 AND WS-CS-TYPE(WS-CS-IDX) = WS-FIND-TYPE
                 AND WS-CS-CHIP(WS-CS-IDX) = WS-CS-CHIP(WS-CUR-POS)
                 SET WS-FOUND-POS TO WS-CS-IDX
              END-IF
           END-PERFORM.
       END-FIND-OPEN.
           EXIT.

      ******************************************************************
      *    Propriétaire à prévenir pour l'animal WS-CUR-PET : le       *
      *    propriétaire actuel s'il est au registre, sinon le plus     *
      *    récent ancien propriétaire de l'historique qui y est        *
      *    encore (lu dans R-USERS, WS-OWNER-NOT-FOUND si personne     *
      *    n'est joignable).                                           *
      *    L'historique donne aussi la date depuis laquelle l'animal   *
      *    est chez ce propriétaire.                                   *
      ******************************************************************
       START-FIND-OWNER.
           MOVE WS-CP-MASTER-ID TO WS-OWNER-ID.
           MOVE ZERO TO WS-HISTO-DATE.
           MOVE ZERO TO WS-SINCE-DATE.
           MOVE SPACES TO WS-PREV-OWNER.
           MOVE ZERO TO WS-PREV-DATE.
           MOVE SPACES TO WS-OWNER-NOTE.

           OPEN INPUT F-PROP-HISTO.
           IF FS-PROP-HISTO-OK
              PERFORM UNTIL FS-PROP-HISTO-EOF
                 READ F-PROP-HISTO
                 AT END
                    SET FS-PROP-HISTO-EOF TO TRUE
                 NOT AT END
                    IF PH-PET-ID EQUAL WS-CP-ID
                       PERFORM START-HISTO-ONE THRU END-HISTO-ONE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PROP-HISTO
           END-IF.
           MOVE "00" TO FS-PROP-HISTO.

           PERFORM START-FIND-USER THRU END-FIND-USER.
           IF WS-OWNER-FOUND
              MOVE WS-HISTO-DATE TO WS-SINCE-DATE
              GO TO END-FIND-OWNER
           END-IF.

           IF WS-PREV-OWNER NOT = SPACES
              MOVE WS-PREV-OWNER TO WS-OWNER-ID
              PERFORM START-FIND-USER THRU END-FIND-USER
              STRING "ANCIEN PROPRIETAIRE (PROPRIETAIRE ACTUEL"
                 SPACE WS-CP-MASTER-ID SPACE
                 "INJOIGNABLE)"
                 DELIMITED BY SIZE
                 INTO WS-OWNER-NOTE
           END-IF.
       END-FIND-OWNER.
           EXIT.

      ******************************************************************
      *    Transfert de l'animal courant lu dans l'historique.         *
      ******************************************************************
       START-HISTO-ONE.
           IF PH-NEW-OWNER EQUAL WS-CP-MASTER-ID
              AND PH-DATE > WS-HISTO-DATE
              MOVE PH-DATE TO WS-HISTO-DATE
           END-IF.

           IF PH-DATE > WS-PREV-DATE
              AND PH-OLD-OWNER NOT = WS-CP-MASTER-ID
              MOVE PH-OLD-OWNER TO RU-ID
              READ F-USERS RECORD KEY IS RU-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PH-DATE      TO WS-PREV-DATE
                    MOVE PH-OLD-OWNER TO WS-PREV-OWNER
              END-READ
           END-IF.
       END-HISTO-ONE.
           EXIT.

      ******************************************************************
      *    Lit le propriétaire WS-OWNER-ID dans R-USERS                *
      *    (WS-OWNER-NOT-FOUND si absent du registre).                 *
      ******************************************************************
       START-FIND-USER.
           MOVE WS-OWNER-ID TO RU-ID.
           READ F-USERS RECORD KEY IS RU-ID
              INVALID KEY
                 SET WS-OWNER-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-OWNER-FOUND TO TRUE
           END-READ.
       END-FIND-USER.
           EXIT.

      ******************************************************************
      *    Animal du registre portant la puce DC-CHIP (WS-CUR-PET) :   *
      *    un animal actif de préférence à un animal radié qui aurait  *
      *    porté la même puce.                                         *
      ******************************************************************
       START-FIND-CHIP.
           SET WS-CP-NOT-FOUND TO TRUE.
           MOVE DC-CHIP TO RP-CHIP.
           START F-PETS KEY IS EQUAL TO RP-CHIP
              INVALID KEY
                 CONTINUE
           END-START.

           IF FS-PETS-OK
              PERFORM UNTIL NOT FS-PETS-OK
                 READ F-PETS NEXT RECORD
                 AT END
                    MOVE "10" TO FS-PETS
                 NOT AT END
                    IF RP-CHIP EQUAL DC-CHIP
                       IF WS-CP-NOT-FOUND OR NOT RP-IS-DELETED
                          SET WS-CP-FOUND TO TRUE
                          MOVE RP-ID        TO WS-CP-ID
                          MOVE RP-NAME      TO WS-CP-NAME
                          MOVE RP-CHIP      TO WS-CP-CHIP
                          MOVE RP-MASTER-ID TO WS-CP-MASTER-ID
                          MOVE RP-DELETED   TO WS-CP-DELETED
                       END-IF
                    ELSE
                       MOVE "10" TO FS-PETS
                    END-IF
                 END-READ
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-PETS.
       END-FIND-CHIP.
           EXIT.

      ******************************************************************
      *    Puce trouvée à transmettre au registre national.            *
      ******************************************************************
       START-W-INCONNUE.
           MOVE SPACES TO R-INCONNUES.
           MOVE DC-CHIP      TO IN-CHIP.
           MOVE DC-DATE      TO IN-DATE.
           MOVE DC-LIEU      TO IN-LIEU.
           MOVE DC-DECLARANT TO IN-TROUVEUR.
           MOVE WS-MOTIF     TO IN-MOTIF.
           WRITE R-INCONNUES.
           ADD 1 TO WS-INCONNU-CNT.
       END-W-INCONNUE.
           EXIT.

      ******************************************************************
      *    Lettre au propriétaire lu dans R-USERS pour l'animal        *
      *    WS-CUR-PET trouvé (déclaration WS-LT-TROUVE), avec sa       *
      *    déclaration de perte WS-LT-PERTE s'il y en a une.           *
      ******************************************************************
       START-W-LETTRE.
           ADD 1 TO WS-LETTRE-CNT.

           MOVE ALL "-" TO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "LETTRE" SPACE WS-LETTRE-CNT SPACE
              "- ANIMAL TROUVE - PROPRIETAIRE" SPACE
              RU-ID
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(RU-FIRSTNAME) SPACE
              FUNCTION TRIM(RU-LASTNAME)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
           MOVE RU-STREET TO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
           MOVE RU-CITY TO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "GSM :" SPACE RU-GSM-NUMBER
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
           IF WS-OWNER-NOTE NOT = SPACES
              MOVE WS-OWNER-NOTE TO WS-LINE
              WRITE R-LETTRES FROM WS-LINE
           END-IF.

           MOVE SPACES TO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
           MOVE "MADAME, MONSIEUR," TO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.

           MOVE WS-CS-DATE(WS-LT-TROUVE) TO WS-DATE-IN.
           PERFORM START-EDIT-DATE THRU END-EDIT-DATE.
           MOVE SPACES TO WS-LINE.
           STRING "VOTRE ANIMAL" SPACE
              FUNCTION TRIM(WS-CP-NAME) SPACE
              "(" WS-CP-ID SPACE "- PUCE" SPACE
              WS-CP-CHIP ")" SPACE
              "A ETE TROUVE LE" SPACE WS-DATE-EDIT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "A" SPACE FUNCTION TRIM(WS-CS-LIEU(WS-LT-TROUVE))
              SPACE "PAR" SPACE
              FUNCTION TRIM(WS-CS-DECLARANT(WS-LT-TROUVE)) "."
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.

           IF WS-LT-PERTE NOT = ZERO
              MOVE WS-CS-DATE(WS-LT-PERTE) TO WS-DATE-IN
              PERFORM START-EDIT-DATE THRU END-EDIT-DATE
              MOVE SPACES TO WS-LINE
              STRING "CETTE DECOUVERTE REPOND A VOTRE DECLARATION DE"
                 SPACE "PERTE DU" SPACE WS-DATE-EDIT SPACE "("
                 FUNCTION TRIM(WS-CS-LIEU(WS-LT-PERTE)) ")."
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-LETTRES FROM WS-LINE
           END-IF.

           IF WS-SINCE-DATE NOT = ZERO
              MOVE WS-SINCE-DATE TO WS-DATE-IN
              PERFORM START-EDIT-DATE THRU END-EDIT-DATE
              MOVE SPACES TO WS-LINE
              STRING "(ANIMAL INSCRIT A VOTRE NOM DEPUIS LE" SPACE
                 WS-DATE-EDIT ")"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-LETTRES FROM WS-LINE
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "MERCI DE PRENDRE CONTACT AVEC LE REGISTRE POUR"
              SPACE "ORGANISER SA RESTITUTION."
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-LETTRES FROM WS-LINE.
       END-W-LETTRE.
           EXIT.

      ******************************************************************
      *    WS-DATE-IN (AAAAMMJJ) en clair JJ/MM/AAAA dans WS-DATE-EDIT.*
      ******************************************************************
       START-EDIT-DATE.
           MOVE WS-DI-JJ   TO WS-DE-JJ.
           MOVE WS-DI-MM   TO WS-DE-MM.
           MOVE WS-DI-AAAA TO WS-DE-AAAA.
       END-EDIT-DATE.
           EXIT.

      ******************************************************************
      *    Clôt les déclarations sans pendant passé leur durée de      *
      *    garde.                                                      *
      ******************************************************************
       START-EXPIRE.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
              IF WS-CS-OUVERT(WS-CS-IDX)
                 COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(WS-CS-DATE(WS-CS-IDX))
                 IF (WS-CS-TROUVE(WS-CS-IDX)
                     AND WS-AGE-DAYS > WS-GARDE-TROUVE)
                    OR (WS-CS-PERTE(WS-CS-IDX)
                        AND WS-AGE-DAYS > WS-GARDE-PERTE)
                    SET WS-CS-CLOS(WS-CS-IDX) TO TRUE
                    ADD 1 TO WS-ECHU-CNT
                 END-IF
              END-IF
           END-PERFORM.
       END-EXPIRE.
           EXIT.

      ******************************************************************
      *    Réécris les déclarations restées ouvertes.                  *
      ******************************************************************
       START-W-ENCOURS.
           OPEN OUTPUT F-ENCOURS.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
              IF WS-CS-OUVERT(WS-CS-IDX)
                 MOVE WS-CS-DECL(WS-CS-IDX)   TO EC-DECL
                 MOVE WS-CS-PET-ID(WS-CS-IDX) TO EC-PET-ID
                 WRITE R-ENCOURS
                 ADD 1 TO WS-OUVERT-CNT
              END-IF
           END-PERFORM.
           CLOSE F-ENCOURS.
       END-W-ENCOURS.
           EXIT.
