      ******************************************************************
      *    Le programme gère le registre des animaux ("animaux.idx")   *
      *    pour le compte des propriétaires ("proprietaires.idx") :    *
      *    les transactions du fichier "pet-trans.dat" ajoutent,       *
      *    modifient ou suppriment un animal, celles de                *
      *    "owner-trans.dat" un propriétaire. Les deux maîtres sont    *
      *    indexés (conversion initiale par userconv) et mis à jour    *
      *    en place, par clé : ni chargement en table, ni réécriture   *
      *    complète à chaque passage. La race de l'animal est          *
      *    contrôlée contre le référentiel des espèces et des races    *
      *    "races.dat" (tenu par userrace).                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. user.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-PETS ASSIGN TO "animaux.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-ID
           ALTERNATE RECORD KEY IS RP-CHIP WITH DUPLICATES
           ALTERNATE RECORD KEY IS RP-MASTER-ID WITH DUPLICATES
           FILE STATUS IS FS-PETS.

           SELECT F-TRANS ASSIGN TO "pet-trans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OWNER-TRANS.

           SELECT F-BAREME ASSIGN TO "bareme-actes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-XFER-REPORT.

           SELECT F-DOG-DOCS ASSIGN TO "chiens-pieces.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DOG-DOCS.

           SELECT F-BLOQUES ASSIGN TO "comptes-bloques.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BLOQUES.

           SELECT F-RACES ASSIGN TO "races.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RACES.

           SELECT F-ATTENTE ASSIGN TO "pet-trans-attente.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ATTENTE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
               10 RP-MASTER-LASTNAME  PIC X(20).
               10 RP-MASTER-FIRSTNAME PIC X(20).
      *    Filiation (portées) puis indicateur et date de
      *    suppression : un animal supprimé reste dans le registre,
      *    marqué, jusqu'à l'apurement (userpurg).
           05 RP-DAM-ID               PIC X(8).
           05 RP-SIRE-ID              PIC X(8).
           05 RP-DELETED              PIC X(1).
              88 RP-IS-DELETED                 VALUE "D".
           05 RP-DELETED-DATE         PIC 9(8).
      *    Numero de puce electronique (15 chiffres, obligation
      *    legale) ; a blanc sur les animaux pas encore puces.
           05 RP-CHIP                 PIC X(15).
      *    Catégorie légale des chiens dangereux ("1" chien
      *    d'attaque, "2" chien de garde et de défense) ; à blanc
      *    pour tous les autres animaux.
           05 RP-CATEGORY             PIC X(1).
              88 RP-CATEGORY-1                 VALUE "1".
              88 RP-CATEGORIZED                VALUE "1" "2".
      *    Code race du référentiel "races.dat", qui donne aussi
      *    l'espèce ; à blanc sur les animaux enregistrés avant le
      *    référentiel, jusqu'à leur prochaine modification.
           05 RP-BREED                PIC X(4).

       FD  F-TRANS.
       01  R-TRANS.
               88 TRANS-VACCIN                 VALUE "V".
               88 TRANS-LITTER                 VALUE "L".
               88 TRANS-TRANSFER               VALUE "T".
               88 TRANS-DOG-DOC                VALUE "C".
           05 TRANS-ID.
               10 TRANS-ID-KEY        PIC A(3).
               10 TRANS-ID-NUM        PIC 9(5).
      *    Numero de puce porte par les transactions "A" et "U"
      *    (blanc tolere : l'animal n'est pas encore puce).
               10 TRANS-CHIP          PIC X(15).
      *    Catégorie du chien dangereux ("1", "2" ou blanc).
               10 TRANS-CATEGORY      PIC X(1).
      *    Code race du référentiel (obligatoire sur "A" et "U").
               10 TRANS-BREED         PIC X(4).
      *    Une transaction "V" (vaccination) porte, à la place des
      *    champs de l'animal, le code du vaccin et sa date.
           05 TRANS-VACC-DETAIL REDEFINES TRANS-DETAIL.
               10 TRANS-VACC-CODE     PIC X(03).
               10 TRANS-VACC-DATE     PIC 9(08).
               10 FILLER              PIC X(15).
      *    Une transaction "L" (portée) porte les identifiants de la
      *    mère et du père de l'animal.
           05 TRANS-LITTER-DETAIL REDEFINES TRANS-DETAIL.
               10 TRANS-DAM-ID        PIC X(08).
               10 TRANS-SIRE-ID       PIC X(08).
               10 FILLER              PIC X(10).
      *    Une transaction "T" (transfert de propriété) porte le
      *    nouveau propriétaire et la date du transfert : l'ancien
      *    propriétaire ne disparaît plus en silence, il part dans
           05 TRANS-XFER-DETAIL REDEFINES TRANS-DETAIL.
               10 TRANS-NEW-OWNER     PIC X(05).
               10 TRANS-XFER-DATE     PIC 9(08).
               10 FILLER              PIC X(13).
      *    Une transaction "C" (chien catégorisé) enregistre une
      *    pièce obligatoire du chien : permis de détention ("P"),
      *    attestation d'assurance ("A") ou évaluation
      *    comportementale ("E"), avec sa référence, sa date de fin
      *    de validité et son titulaire (le propriétaire actuel à
      *    blanc ; un futur propriétaire obtient son permis avant le
      *    transfert).
           05 TRANS-DOC-DETAIL REDEFINES TRANS-DETAIL.
               10 TRANS-DOC-TYPE      PIC X(01).
                  88 TRANS-DOC-TYPE-OK        VALUE "P" "A" "E".
               10 TRANS-DOC-REF       PIC X(12).
               10 TRANS-DOC-EXPIRY    PIC 9(08).
               10 TRANS-DOC-HOLDER    PIC X(05).
               10 FILLER              PIC X(16).

       FD  F-REPORT.
       01  R-REPORT                   PIC X(120).

      *    Transactions sur les propriétaires (le miroir de
      *    "pet-trans.dat" pour les animaux) : ajout, modification,
      *    suppression, appliquées en place à "proprietaires.idx".
       FD  F-OWNER-TRANS.
       01  R-OWNER-TRANS.
           05 OT-ACTION               PIC X(1).
           05 OT-LASTNAME             PIC X(20).
           05 OT-FIRSTNAME            PIC X(20).

      *    Bareme des actes payants : une ligne par code action
      *    (A, U, D, V, L) avec son tarif.
       FD  F-BAREME.
       FD  F-XFER-REPORT.
       01  R-XFER-REPORT              PIC X(120).

      *    Pièces des chiens catégorisés : une ligne par pièce
      *    enregistrée (animal, type, référence, fin de validité,
      *    titulaire, date d'enregistrement), alimentée par les
      *    transactions "C" et relue par le contrôle de conformité
      *    (userdang).
       FD  F-DOG-DOCS.
       01  R-DOG-DOCS.
           05 CD-PET-ID               PIC X(8).
           05 CD-TYPE                 PIC X(1).
           05 CD-REF                  PIC X(12).
           05 CD-EXPIRY               PIC 9(8).
           05 CD-HOLDER               PIC X(5).
           05 CD-DATE                 PIC 9(8).

      *    Comptes bloqués par le suivi des règlements (userpaie) :
      *    propriétaires laissant une facture impayée plus de 90
      *    jours.
       FD  F-BLOQUES.
       01  R-BLOQUES.
           05 CB-OWNER                PIC X(5).
           05 CB-NUM                  PIC 9(11).
           05 CB-DATE                 PIC 9(8).
           05 CB-SOLDE                PIC 9(7)V99.

      *    Transactions payantes mises en attente d'un compte
      *    bloqué, au format de "pet-trans.dat" : elles sont
      *    représentées au cycle qui suit l'apurement du compte.
       FD  F-ATTENTE.
       01  R-ATTENTE                  PIC X(51).

      *    Référentiel des espèces et des races (userrace).
       FD  F-RACES.
       01  R-RACES.
           05 RR-CODE                 PIC X(4).
           05 RR-SPECIES              PIC X(2).
           05 RR-SPECIES-LABEL        PIC X(15).
           05 RR-LABEL                PIC X(30).
           05 RR-LOOF                 PIC X(1).
           05 RR-STATUS               PIC X(1).

       WORKING-STORAGE SECTION.
       01  FS-USERS                   PIC X(02).
           88 FS-USERS-OK                      VALUE "00".
      *    "02" : lecture ou écriture réussie sur une clé
      *    secondaire en double (propriétaire, puce).
       01  FS-PETS                    PIC X(02).
           88 FS-PETS-OK                       VALUE "00" "02".
       01  FS-TRANS                   PIC X(02).
       01  FS-REPORT                  PIC X(02).
       01  FS-GSM-REPORT              PIC X(02).
       01  FS-VACCINS                 PIC X(02).
       01  FS-OWNER-TRANS             PIC X(02).
       01  FS-BAREME                  PIC X(02).
       01  FS-ACTES                   PIC X(02).
       01  FS-PROP-HISTO              PIC X(02).
       01  FS-XFER-REPORT             PIC X(02).
       01  FS-DOG-DOCS                PIC X(02).
           88 FS-DOG-DOCS-EOF                  VALUE "10".
       01  FS-BLOQUES                 PIC X(02).
           88 FS-BLOQUES-EOF                   VALUE "10".
       01  FS-ATTENTE                 PIC X(02).
       01  FS-RACES                   PIC X(02).
           88 FS-RACES-EOF                     VALUE "10".

      *    Clés de lecture des maîtres indexés : l'animal lu reste
      *    dans R-PETS, le propriétaire dans R-USERS, jusqu'à la
      *    lecture suivante du même fichier.
       01  WS-PET-KEY                 PIC X(08).
       01  WS-OWNER-KEY               PIC X(05).
       01  WS-FOUND-FLAG              PIC X(01) VALUE "N".
           88 WS-FOUND-YES                     VALUE "Y".
           88 WS-FOUND-NO                      VALUE "N".
       01  WS-OWNER-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-OWNER-FOUND-YES               VALUE "Y".
           88 WS-OWNER-FOUND-NO                VALUE "N".
       01  WS-IO-FLAG                 PIC X(01).
           88 WS-IO-OK                         VALUE "Y".
           88 WS-IO-BAD                        VALUE "N".

       01  WS-MASTER-OK-FLAG          PIC X(01).
           88 WS-MASTER-OK                     VALUE "Y".
           88 WS-CHIP-OK                       VALUE "Y".
           88 WS-CHIP-BAD                      VALUE "N".

       01  WS-CATEGORY-OK-FLAG        PIC X(01).
           88 WS-CATEGORY-OK                   VALUE "Y".
           88 WS-CATEGORY-BAD                  VALUE "N".

       01  WS-BREED-OK-FLAG           PIC X(01).
           88 WS-BREED-OK                      VALUE "Y".
           88 WS-BREED-BAD                     VALUE "N".
       01  WS-BREED-MOTIF             PIC X(40).

      *    Référentiel des races chargé au lancement : une race
      *    retirée reste valable pour les animaux qui la portent
      *    déjà, mais n'est plus acceptée sur un nouvel animal.
       01  WS-RACE-TABLE.
           03 WS-RACE-CNT PIC 9(04) VALUE 0.
           03 WS-RACE OCCURS 500 TIMES
                      INDEXED BY WS-RACE-IDX.
               05 WS-RACE-CODE   PIC X(4).
               05 WS-RACE-LOOF   PIC X(1).
                  88 WS-RACE-IS-LOOF           VALUE "O".
               05 WS-RACE-STATUS PIC X(1).
                  88 WS-RACE-RETIRED           VALUE "R".

      *    Permis de détention valide du nouveau propriétaire d'un
      *    chien de 1re catégorie (contrôle du transfert).
       01  WS-PERMIT-FLAG             PIC X(01).
           88 WS-PERMIT-YES                    VALUE "Y".
           88 WS-PERMIT-NO                     VALUE "N".
       01  WS-DOC-HOLDER              PIC X(05).

      *    Comptes bloqués chargés au lancement (fichier facultatif).
       01  WS-BLOQUE-TABLE.
           03 WS-BLQ-CNT PIC 9(04) VALUE 0.
           03 WS-BLQ OCCURS 1000 TIMES
                     INDEXED BY WS-BLQ-IDX.
               05 WS-BLQ-OWNER PIC X(5).
       01  WS-HOLD-FLAG               PIC X(01).
           88 WS-HOLD-YES                      VALUE "Y".
           88 WS-HOLD-NO                       VALUE "N".
       01  WS-HOLD-OWNER              PIC X(05).

      *    Bareme des actes payants charge au lancement ; sans
      *    fichier de bareme, les actes sont journalises a tarif
      *    zero (la facturation les montrera a regulariser).
       01  WS-REJECT-COUNT            PIC 9(05) VALUE 0.
       01  WS-GSM-BAD-COUNT           PIC 9(05) VALUE 0.
       01  WS-VACC-COUNT              PIC 9(05) VALUE 0.
       01  WS-TRANS-COUNT             PIC 9(05) VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(05) VALUE 0.
       01  WS-LITTER-COUNT            PIC 9(05) VALUE 0.
       01  WS-XFER-COUNT              PIC 9(05) VALUE 0.
       01  WS-DOC-COUNT               PIC 9(05) VALUE 0.
       01  WS-HOLD-COUNT              PIC 9(05) VALUE 0.

      *    Compteurs et zones des transactions propriétaires.
       01  WS-OWN-ADD-COUNT           PIC 9(05) VALUE 0.
       01  WS-OWN-UPD-COUNT           PIC 9(05) VALUE 0.
       01  WS-OWN-DEL-COUNT           PIC 9(05) VALUE 0.
       01  WS-OWN-REJECT-COUNT        PIC 9(05) VALUE 0.
       01  WS-OWN-PETS-CNT            PIC 9(05) VALUE 0.
       01  WS-FS-OWNER-EOF            PIC X(01).
           88 WS-OWNER-EOF-Y                   VALUE "Y".
           STOP RUN.

      ******************************************************************
      *    MAIN qui ouvre les fichiers maîtres indexés, applique les   *
      *    transactions en place puis referme les maîtres.             *
      ******************************************************************
       START-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM START-LOAD-BAREME THRU END-LOAD-BAREME.
           PERFORM START-LOAD-RACES THRU END-LOAD-RACES.
           PERFORM START-LOAD-BLOQUES THRU END-LOAD-BLOQUES.
           PERFORM START-OPEN-MASTERS THRU END-OPEN-MASTERS.

           IF WS-RUN-STATUS EQUAL "OK"
              PERFORM START-CHECK-GSM THRU END-CHECK-GSM
              PERFORM START-PROCESS-TRANS THRU END-PROCESS-TRANS
              PERFORM START-PROCESS-OWNERS THRU END-PROCESS-OWNERS
              CLOSE F-USERS
              CLOSE F-PETS
           END-IF.

           MOVE WS-TRANS-COUNT   TO WS-RUN-READ.
           MOVE WS-WRITTEN-COUNT TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-COUNT  TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
       END-LOAD-BAREME.
           EXIT.

      ******************************************************************
      *    Charge le référentiel des races ; absent, toute transaction *
      *    "A" ou "U" sera rejetée pour race inconnue.                 *
      ******************************************************************
       START-LOAD-RACES.
           OPEN INPUT F-RACES.
           IF FS-RACES NOT = "00"
              DISPLAY "AVERTISSEMENT : races.dat ABSENT, AJOUTS ET "
                 "MODIFICATIONS D'ANIMAUX REJETES"
              GO TO END-LOAD-RACES
           END-IF.

           PERFORM UNTIL FS-RACES-EOF
              READ F-RACES
                 AT END CONTINUE
                 NOT AT END
                    IF WS-RACE-CNT < 500
                       ADD 1 TO WS-RACE-CNT
                       MOVE RR-CODE   TO WS-RACE-CODE(WS-RACE-CNT)
                       MOVE RR-LOOF   TO WS-RACE-LOOF(WS-RACE-CNT)
                       MOVE RR-STATUS TO WS-RACE-STATUS(WS-RACE-CNT)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-RACES.
       END-LOAD-RACES.
           EXIT.

      ******************************************************************
      *    Charge les comptes bloqués pour impayé (fichier facultatif  *
      *    écrit par userpaie ; absent, aucun compte n'est bloqué).    *
      ******************************************************************
       START-LOAD-BLOQUES.
           OPEN INPUT F-BLOQUES.
           IF FS-BLOQUES NOT = "00"
              GO TO END-LOAD-BLOQUES
           END-IF.

           PERFORM UNTIL FS-BLOQUES-EOF
              READ F-BLOQUES
                 AT END CONTINUE
                 NOT AT END
                    IF WS-BLQ-CNT < 1000
                       ADD 1 TO WS-BLQ-CNT
                       MOVE CB-OWNER TO WS-BLQ-OWNER(WS-BLQ-CNT)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-BLOQUES.
       END-LOAD-BLOQUES.
           EXIT.

      ******************************************************************
      *    Journalise l'acte facturable de la transaction qui vient    *
      *    d'etre appliquee (date, proprietaire, action, animal,       *
           EXIT.

      ******************************************************************
      *    Ouvre en mise à jour les maîtres indexés des propriétaires  *
      *    et des animaux ; sans eux (conversion userconv pas encore   *
      *    passée) le traitement s'arrête en KO.                       *
      ******************************************************************
       START-OPEN-MASTERS.
           OPEN I-O F-USERS.
           IF NOT FS-USERS-OK
              MOVE "proprietaires.idx" TO WS-ERR-FILE-NAME
              CALL "filerr" USING WS-PROGRAM-NAME, WS-ERR-FILE-NAME,
                 FS-USERS, WS-ERR-ACTION
              END-CALL
              DISPLAY "ERREUR OUVERTURE proprietaires.idx :" SPACE
                 FS-USERS SPACE "(LANCER D'ABORD userconv)"
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-OPEN-MASTERS
           END-IF.

           OPEN I-O F-PETS.
           IF NOT FS-PETS-OK
              MOVE "animaux.idx" TO WS-ERR-FILE-NAME
              CALL "filerr" USING WS-PROGRAM-NAME, WS-ERR-FILE-NAME,
                 FS-PETS, WS-ERR-ACTION
              END-CALL
              DISPLAY "ERREUR OUVERTURE animaux.idx :" SPACE
                 FS-PETS SPACE "(LANCER D'ABORD userconv)"
              CLOSE F-USERS
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-OPEN-MASTERS
           END-IF.
       END-OPEN-MASTERS.
           EXIT.

      ******************************************************************
      *    Vérifie le format du numéro de GSM de chaque propriétaire   *

           OPEN OUTPUT F-GSM-REPORT.

      *    Parcours des propriétaires dans l'ordre de la clé.
           MOVE LOW-VALUES TO RU-ID.
           START F-USERS KEY IS NOT LESS THAN RU-ID
              INVALID KEY
                 CONTINUE
           END-START.

           PERFORM UNTIL NOT FS-USERS-OK
              READ F-USERS NEXT RECORD
                 AT END
                    MOVE "10" TO FS-USERS
                 NOT AT END
                    PERFORM START-CHECK-ONE-GSM THRU END-CHECK-ONE-GSM
              END-READ
           END-PERFORM.
           MOVE "00" TO FS-USERS.

           IF WS-GSM-BAD-COUNT EQUAL 0
              MOVE SPACES TO WS-REPORT-LINE
       END-CHECK-GSM.

      ******************************************************************
      *    Contrôle le GSM du propriétaire lu dans R-USERS.            *
      ******************************************************************
       START-CHECK-ONE-GSM.
           MOVE RU-GSM-NUMBER(1:2) TO WS-GSM-PREFIX.
           IF WS-GSM-PREFIX EQUAL "06" OR WS-GSM-PREFIX EQUAL "07"
              GO TO END-CHECK-ONE-GSM
           END-IF.

           ADD 1 TO WS-GSM-BAD-COUNT.

           MOVE SPACES TO WS-MASK-LASTNAME.
           MOVE SPACES TO WS-MASK-FIRSTNAME.
           MOVE SPACES TO WS-MASK-GSM.
           MOVE RU-LASTNAME   TO WS-MASK-LASTNAME.
           MOVE RU-FIRSTNAME  TO WS-MASK-FIRSTNAME.
           MOVE RU-GSM-NUMBER TO WS-MASK-GSM(1:10).

           IF WS-MASK-PII-YES
              MOVE "N" TO WS-MASK-FUNCTION
              CALL "maskpii" USING WS-MASK-FUNCTION,
                 WS-MASK-LASTNAME
              END-CALL
              CALL "maskpii" USING WS-MASK-FUNCTION,
                 WS-MASK-FIRSTNAME
              END-CALL
              MOVE "G" TO WS-MASK-FUNCTION
              CALL "maskpii" USING WS-MASK-FUNCTION,
                 WS-MASK-GSM
              END-CALL
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GSM INVALIDE - PROPRIETAIRE :" SPACE
              RU-ID SPACE
              WS-MASK-LASTNAME(1:20) SPACE
              WS-MASK-FIRSTNAME(1:20) SPACE "-" SPACE
              WS-MASK-GSM(1:10)
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE.
           WRITE R-GSM-REPORT FROM WS-REPORT-LINE.
       END-CHECK-ONE-GSM.
           EXIT.

      ******************************************************************
      *    Lis les transactions du fichier "pet-trans.dat" et les      *
      *    applique (ajout, modification, suppression, ...) au         *
      *    registre indexé des animaux.                                *
      ******************************************************************
       START-PROCESS-TRANS.
           OPEN INPUT F-TRANS
              READ F-TRANS
                 AT END CONTINUE
                 NOT AT END
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM START-HANDLE-TRANS THRU END-HANDLE-TRANS
              END-READ
           END-PERFORM.
      *    la suppression selon le code action.                        *
      ******************************************************************
       START-HANDLE-TRANS.
           PERFORM START-CHECK-HOLD THRU END-CHECK-HOLD.
           IF WS-HOLD-YES
              GO TO END-HANDLE-TRANS
           END-IF.

           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM START-ADD-PET THRU END-ADD-PET
                 PERFORM START-LITTER-PET THRU END-LITTER-PET
              WHEN TRANS-TRANSFER
                 PERFORM START-TRANSFER-PET THRU END-TRANSFER-PET
              WHEN TRANS-DOG-DOC
                 PERFORM START-DOG-DOC THRU END-DOG-DOC
              WHEN OTHER
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "CODE ACTION INCONNU :" SPACE TRANS-ACTION
           END-EVALUATE.
       END-HANDLE-TRANS.

      ******************************************************************
      *    Met en attente une transaction payante (tarif non nul au    *
      *    barème) dont le propriétaire facturé a son compte bloqué :  *
      *    le propriétaire de la transaction pour un ajout ou une      *
      *    modification, le nouveau propriétaire pour un transfert,    *
      *    le propriétaire actuel de l'animal sinon. La transaction    *
      *    part telle quelle dans "pet-trans-attente.dat".             *
      ******************************************************************
       START-CHECK-HOLD.
           SET WS-HOLD-NO TO TRUE.
           IF WS-BLQ-CNT EQUAL 0
              GO TO END-CHECK-HOLD
           END-IF.

           MOVE ZERO TO WS-ACTE-TARIF.
           SET WS-BAR-IDX TO 1.
           SEARCH WS-BAR
              AT END
                 CONTINUE
              WHEN WS-BAR-ACTION(WS-BAR-IDX) EQUAL TRANS-ACTION
                 MOVE WS-BAR-TARIF(WS-BAR-IDX) TO WS-ACTE-TARIF
           END-SEARCH.
           IF WS-ACTE-TARIF EQUAL ZERO
              GO TO END-CHECK-HOLD
           END-IF.

           MOVE SPACES TO WS-HOLD-OWNER.
           EVALUATE TRUE
              WHEN TRANS-ADD OR TRANS-UPDATE
                 MOVE TRANS-MASTER-ID TO WS-HOLD-OWNER
              WHEN TRANS-TRANSFER
                 MOVE TRANS-NEW-OWNER TO WS-HOLD-OWNER
              WHEN OTHER
                 PERFORM START-FIND-PET THRU END-FIND-PET
                 IF WS-FOUND-YES
                    MOVE RP-MASTER-ID TO WS-HOLD-OWNER
                 END-IF
           END-EVALUATE.

           SET WS-BLQ-IDX TO 1.
           SEARCH WS-BLQ
              AT END
                 CONTINUE
              WHEN WS-BLQ-IDX > WS-BLQ-CNT
                 CONTINUE
              WHEN WS-BLQ-OWNER(WS-BLQ-IDX) EQUAL WS-HOLD-OWNER
                 SET WS-HOLD-YES TO TRUE
           END-SEARCH.
           IF WS-HOLD-NO
              GO TO END-CHECK-HOLD
           END-IF.

           OPEN EXTEND F-ATTENTE.
           IF FS-ATTENTE NOT = "00"
              OPEN OUTPUT F-ATTENTE
           END-IF.
           WRITE R-ATTENTE FROM R-TRANS.
           CLOSE F-ATTENTE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSACTION EN ATTENTE - COMPTE BLOQUE :" SPACE
              WS-HOLD-OWNER SPACE "- ACTION" SPACE TRANS-ACTION SPACE
              "- ANIMAL :" SPACE TRANS-ID-KEY SPACE TRANS-ID-NUM
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE.
           WRITE R-REPORT FROM WS-REPORT-LINE.
           ADD 1 TO WS-HOLD-COUNT.
       END-CHECK-HOLD.
           EXIT.

      ******************************************************************
      *    Ajoute un nouvel animal après avoir vérifié que son         *
      *    propriétaire existe bien et que son code LOOF est valide.   *
       START-ADD-PET.
           PERFORM START-CHECK-MASTER THRU END-CHECK-MASTER.
           PERFORM START-CHECK-LOOF THRU END-CHECK-LOOF.
           PERFORM START-CHECK-BREED THRU END-CHECK-BREED.
           PERFORM START-CHECK-CHIP THRU END-CHECK-CHIP.
           PERFORM START-CHECK-CATEGORY THRU END-CHECK-CATEGORY.

           IF WS-MASTER-BAD OR WS-LOOF-BAD OR WS-CHIP-BAD
              OR WS-CATEGORY-BAD OR WS-BREED-BAD
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-ADD-PET
           END-IF.

      *    Le propriétaire lu par START-CHECK-MASTER est encore dans
      *    R-USERS et donne les noms portés sur l'animal.
           MOVE SPACES TO R-PETS.
           MOVE TRANS-ID          TO RP-ID.
           MOVE TRANS-GENDER      TO RP-GENDER.
           MOVE TRANS-NAME        TO RP-NAME.
           MOVE TRANS-LOOF        TO RP-LOOF.
           MOVE TRANS-AGE         TO RP-AGE.
           MOVE TRANS-MASTER-ID   TO RP-MASTER-ID.
           MOVE RU-LASTNAME       TO RP-MASTER-LASTNAME.
           MOVE RU-FIRSTNAME      TO RP-MASTER-FIRSTNAME.
           MOVE ZERO              TO RP-DELETED-DATE.
           MOVE TRANS-CHIP        TO RP-CHIP.
           MOVE TRANS-CATEGORY    TO RP-CATEGORY.
           MOVE TRANS-BREED       TO RP-BREED.

      *    L'identifiant ne doit pas déjà figurer au registre, même
      *    sur un animal supprimé en attente d'apurement.
           WRITE R-PETS
              INVALID KEY
                 SET WS-IO-BAD TO TRUE
              NOT INVALID KEY
                 SET WS-IO-OK TO TRUE
           END-WRITE.
           IF WS-IO-BAD
              MOVE SPACES TO WS-REPORT-LINE
              STRING "IDENTIFIANT DEJA UTILISE (AJOUT) :" SPACE
                 TRANS-ID-KEY SPACE TRANS-ID-NUM
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              WRITE R-REPORT FROM WS-REPORT-LINE
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-ADD-PET
           END-IF.

           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-ADD-COUNT.
           MOVE TRANS-MASTER-ID TO WS-ACTE-OWNER.
           PERFORM START-W-ACTE THRU END-W-ACTE.
              GO TO END-UPDATE-PET
           END-IF.

      *    La race est contrôlée tant que l'animal lu est encore dans
      *    R-PETS : une race retirée reste admise s'il la porte déjà.
           PERFORM START-CHECK-MASTER THRU END-CHECK-MASTER.
           PERFORM START-CHECK-LOOF THRU END-CHECK-LOOF.
           PERFORM START-CHECK-BREED THRU END-CHECK-BREED.
           PERFORM START-CHECK-CHIP THRU END-CHECK-CHIP.
           PERFORM START-CHECK-CATEGORY THRU END-CHECK-CATEGORY.

           IF WS-MASTER-BAD OR WS-LOOF-BAD OR WS-CHIP-BAD
              OR WS-CATEGORY-BAD OR WS-BREED-BAD
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-UPDATE-PET
           END-IF.

      *    Le contrôle de la puce a parcouru le registre : l'animal
      *    est relu avant d'être modifié.
           PERFORM START-FIND-PET THRU END-FIND-PET.
           MOVE TRANS-GENDER      TO RP-GENDER.
           MOVE TRANS-NAME        TO RP-NAME.
           MOVE TRANS-LOOF        TO RP-LOOF.
           MOVE TRANS-AGE         TO RP-AGE.
           MOVE TRANS-MASTER-ID   TO RP-MASTER-ID.
           MOVE RU-LASTNAME       TO RP-MASTER-LASTNAME.
           MOVE RU-FIRSTNAME      TO RP-MASTER-FIRSTNAME.
           MOVE TRANS-CHIP        TO RP-CHIP.
           MOVE TRANS-CATEGORY    TO RP-CATEGORY.
           MOVE TRANS-BREED       TO RP-BREED.
           PERFORM START-REWRITE-PET THRU END-REWRITE-PET.
           IF WS-IO-BAD
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-UPDATE-PET
           END-IF.
           ADD 1 TO WS-UPD-COUNT.
           MOVE TRANS-MASTER-ID TO WS-ACTE-OWNER.
           PERFORM START-W-ACTE THRU END-W-ACTE.
           EXIT.

      ******************************************************************
      *    Marque un animal comme supprimé (indicateur et date) ; il   *
      *    reste au registre jusqu'à l'apurement par userpurg.         *
      ******************************************************************
       START-DELETE-PET.
           PERFORM START-FIND-PET THRU END-FIND-PET.
              GO TO END-DELETE-PET
           END-IF.

           SET RP-IS-DELETED TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RP-DELETED-DATE.
           PERFORM START-REWRITE-PET THRU END-REWRITE-PET.
           IF WS-IO-BAD
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-DELETE-PET
           END-IF.
           ADD 1 TO WS-DEL-COUNT.
           MOVE RP-MASTER-ID TO WS-ACTE-OWNER.
           PERFORM START-W-ACTE THRU END-W-ACTE.
       END-DELETE-PET.
           EXIT.
           CLOSE F-VACCINS.

           ADD 1 TO WS-VACC-COUNT.
           MOVE RP-MASTER-ID TO WS-ACTE-OWNER.
           PERFORM START-W-ACTE THRU END-W-ACTE.
       END-VACCIN-PET.
           EXIT.
      *    Enregistre une portée ("L") : l'animal, la mère et le père  *
      *    doivent tous exister dans le registre (même contrôle de     *
      *    référence que pour le propriétaire), puis la filiation est  *
      *    portée sur l'animal.                                        *
      ******************************************************************
       START-LITTER-PET.
           PERFORM START-FIND-PET THRU END-FIND-PET.
              GO TO END-LITTER-PET
           END-IF.

      *    La mère et le père doivent exister dans le registre.
           MOVE TRANS-DAM-ID TO WS-PET-KEY.
           PERFORM START-READ-PET THRU END-READ-PET.
           IF WS-FOUND-NO
              MOVE SPACES TO WS-REPORT-LINE
              STRING "MERE INCONNUE (PORTEE) :" SPACE TRANS-DAM-ID
                 DELIMITED BY SIZE
              GO TO END-LITTER-PET
           END-IF.

           MOVE TRANS-SIRE-ID TO WS-PET-KEY.
           PERFORM START-READ-PET THRU END-READ-PET.
           IF WS-FOUND-NO
              MOVE SPACES TO WS-REPORT-LINE
              STRING "PERE INCONNU (PORTEE) :" SPACE TRANS-SIRE-ID
                 DELIMITED BY SIZE
              GO TO END-LITTER-PET
           END-IF.

      *    Les lectures des parents ont remplacé l'animal dans R-PETS :
      *    il est relu avant d'être modifié.
           PERFORM START-FIND-PET THRU END-FIND-PET.
           MOVE TRANS-DAM-ID  TO RP-DAM-ID.
           MOVE TRANS-SIRE-ID TO RP-SIRE-ID.
           PERFORM START-REWRITE-PET THRU END-REWRITE-PET.
           IF WS-IO-BAD
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-LITTER-PET
           END-IF.
           ADD 1 TO WS-LITTER-COUNT.
           MOVE RP-MASTER-ID TO WS-ACTE-OWNER.
           PERFORM START-W-ACTE THRU END-W-ACTE.
       END-LITTER-PET.
           EXIT.
              GO TO END-TRANSFER-PET
           END-IF.

      *    Le nouveau propriétaire doit exister dans le registre des
      *    propriétaires ; sa fiche reste dans R-USERS.
           MOVE TRANS-NEW-OWNER TO WS-OWNER-KEY.
           PERFORM START-READ-OWNER THRU END-READ-OWNER.
           IF WS-OWNER-FOUND-NO
              MOVE SPACES TO WS-REPORT-LINE
              STRING "NOUVEAU PROPRIETAIRE INCONNU (TRANSFERT) :"
                 SPACE TRANS-NEW-OWNER
              GO TO END-TRANSFER-PET
           END-IF.

      *    Un chien de 1re catégorie ne passe qu'à un propriétaire
      *    titulaire d'un permis de détention valide à la date du
      *    transfert.
           IF RP-CATEGORY-1
              MOVE TRANS-NEW-OWNER TO WS-DOC-HOLDER
              PERFORM START-CHECK-PERMIT THRU END-CHECK-PERMIT
              IF WS-PERMIT-NO
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "TRANSFERT REFUSE - CHIEN 1RE CATEGORIE :"
                    SPACE TRANS-ID-KEY SPACE TRANS-ID-NUM SPACE
                    "- PAS DE PERMIS DE DETENTION POUR" SPACE
                    TRANS-NEW-OWNER
                    DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 WRITE R-REPORT FROM WS-REPORT-LINE
                 WRITE R-XFER-REPORT FROM WS-REPORT-LINE
                 ADD 1 TO WS-REJECT-COUNT
                 GO TO END-TRANSFER-PET
              END-IF
           END-IF.

      *    L'ancien propriétaire est historisé AVANT d'être
      *    remplacé : c'est lui qui manquait dans les litiges.
           OPEN EXTEND F-PROP-HISTO.
           IF FS-PROP-HISTO NOT = "00"
              OPEN OUTPUT F-PROP-HISTO
           END-IF.
           MOVE RP-ID                        TO PH-PET-ID.
           MOVE RP-MASTER-ID                 TO PH-OLD-OWNER.
           MOVE TRANS-NEW-OWNER              TO PH-NEW-OWNER.
           MOVE TRANS-XFER-DATE              TO PH-DATE.
           WRITE R-PROP-HISTO.
           CLOSE F-PROP-HISTO.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSFERT" SPACE RP-ID SPACE
              ":" SPACE RP-MASTER-ID SPACE
              "->" SPACE TRANS-NEW-OWNER SPACE
              "LE" SPACE TRANS-XFER-DATE
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE.
           WRITE R-XFER-REPORT FROM WS-REPORT-LINE.

           MOVE TRANS-NEW-OWNER TO RP-MASTER-ID.
           MOVE RU-LASTNAME     TO RP-MASTER-LASTNAME.
           MOVE RU-FIRSTNAME    TO RP-MASTER-FIRSTNAME.
           PERFORM START-REWRITE-PET THRU END-REWRITE-PET.
           IF WS-IO-BAD
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-TRANSFER-PET
           END-IF.
           ADD 1 TO WS-XFER-COUNT.

           MOVE TRANS-NEW-OWNER TO WS-ACTE-OWNER.
           EXIT.

      ******************************************************************
      *    Enregistre une pièce de chien catégorisé ("C") : le chien   *
      *    doit exister et être classé en 1re ou 2e catégorie, le type *
      *    de pièce être connu (P, A ou E), la date de fin de validité *
      *    numérique et le titulaire (le propriétaire actuel à blanc)  *
      *    connu du registre. La pièce est ajoutée à                   *
      *    "chiens-pieces.dat" ; la plus récente de chaque type fait   *
      *    foi.                                                        *
      ******************************************************************
       START-DOG-DOC.
           PERFORM START-FIND-PET THRU END-FIND-PET.

           IF WS-FOUND-NO
              MOVE SPACES TO WS-REPORT-LINE
              STRING "ANIMAL NON TROUVE (PIECE CHIEN) :" SPACE
                 TRANS-ID-KEY SPACE TRANS-ID-NUM
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              WRITE R-REPORT FROM WS-REPORT-LINE
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-DOG-DOC
           END-IF.

           IF NOT RP-CATEGORIZED
              MOVE SPACES TO WS-REPORT-LINE
              STRING "PIECE REFUSEE - CHIEN NON CATEGORISE :" SPACE
                 TRANS-ID-KEY SPACE TRANS-ID-NUM
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              WRITE R-REPORT FROM WS-REPORT-LINE
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-DOG-DOC
           END-IF.

           IF NOT TRANS-DOC-TYPE-OK OR TRANS-DOC-EXPIRY NOT NUMERIC
              MOVE SPACES TO WS-REPORT-LINE
              STRING "PIECE CHIEN INVALIDE (TYPE OU DATE) :" SPACE
                 TRANS-DOC-TYPE SPACE TRANS-DOC-EXPIRY(1:8) SPACE
                 "- ANIMAL :" SPACE TRANS-ID-KEY SPACE TRANS-ID-NUM
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              WRITE R-REPORT FROM WS-REPORT-LINE
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-DOG-DOC
           END-IF.

           IF TRANS-DOC-HOLDER EQUAL SPACES
              MOVE RP-MASTER-ID TO WS-DOC-HOLDER
           ELSE
              MOVE TRANS-DOC-HOLDER TO WS-DOC-HOLDER
           END-IF.

           MOVE WS-DOC-HOLDER TO WS-OWNER-KEY.
           PERFORM START-READ-OWNER THRU END-READ-OWNER.
           IF WS-OWNER-FOUND-NO
              MOVE SPACES TO WS-REPORT-LINE
              STRING "TITULAIRE INCONNU (PIECE CHIEN) :" SPACE
                 WS-DOC-HOLDER SPACE "- ANIMAL :" SPACE
                 TRANS-ID-KEY SPACE TRANS-ID-NUM
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              WRITE R-REPORT FROM WS-REPORT-LINE
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-DOG-DOC
           END-IF.

           OPEN EXTEND F-DOG-DOCS.
           IF FS-DOG-DOCS NOT = "00"
              OPEN OUTPUT F-DOG-DOCS
           END-IF.
           MOVE TRANS-ID         TO CD-PET-ID.
           MOVE TRANS-DOC-TYPE   TO CD-TYPE.
           MOVE TRANS-DOC-REF    TO CD-REF.
           MOVE TRANS-DOC-EXPIRY TO CD-EXPIRY.
           MOVE WS-DOC-HOLDER    TO CD-HOLDER.
           MOVE WS-TODAY         TO CD-DATE.
           WRITE R-DOG-DOCS.
           CLOSE F-DOG-DOCS.

           ADD 1 TO WS-DOC-COUNT.
           MOVE RP-MASTER-ID TO WS-ACTE-OWNER.
           PERFORM START-W-ACTE THRU END-W-ACTE.
       END-DOG-DOC.
           EXIT.

      ******************************************************************
      *    Cherche dans "chiens-pieces.dat" un permis de détention du  *
      *    chien de la transaction au nom de WS-DOC-HOLDER, encore     *
      *    valide à la date du transfert (WS-PERMIT-YES si trouvé).    *
      ******************************************************************
       START-CHECK-PERMIT.
           SET WS-PERMIT-NO TO TRUE.

           OPEN INPUT F-DOG-DOCS.
           IF FS-DOG-DOCS NOT = "00"
              GO TO END-CHECK-PERMIT
           END-IF.

           PERFORM UNTIL FS-DOG-DOCS-EOF
              READ F-DOG-DOCS
                 AT END CONTINUE
                 NOT AT END
                    IF CD-PET-ID EQUAL TRANS-ID
                       AND CD-TYPE EQUAL "P"
                       AND CD-HOLDER EQUAL WS-DOC-HOLDER
                       AND CD-EXPIRY NOT < TRANS-XFER-DATE
                       SET WS-PERMIT-YES TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-DOG-DOCS.
       END-CHECK-PERMIT.
           EXIT.

      ******************************************************************
      *    Lis l'animal de la transaction dans le registre (dans       *
      *    R-PETS, WS-FOUND-YES s'il existe et n'est pas supprimé).    *
      ******************************************************************
       START-FIND-PET.
           MOVE TRANS-ID TO WS-PET-KEY.
           PERFORM START-READ-PET THRU END-READ-PET.
       END-FIND-PET.
           EXIT.

      ******************************************************************
      *    Lis l'animal WS-PET-KEY par sa clé ; un animal supprimé en  *
      *    attente d'apurement compte comme absent.                    *
      ******************************************************************
       START-READ-PET.
           SET WS-FOUND-NO TO TRUE.
           MOVE WS-PET-KEY TO RP-ID.
           READ F-PETS RECORD KEY IS RP-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT RP-IS-DELETED
                    SET WS-FOUND-YES TO TRUE
                 END-IF
           END-READ.
       END-READ-PET.
           EXIT.

      ******************************************************************
      *    Réécris en place l'animal lu dans R-PETS (WS-IO-BAD et      *
      *    ligne au rapport si la réécriture échoue).                  *
      ******************************************************************
       START-REWRITE-PET.
           REWRITE R-PETS
              INVALID KEY
                 SET WS-IO-BAD TO TRUE
              NOT INVALID KEY
                 SET WS-IO-OK TO TRUE
                 ADD 1 TO WS-WRITTEN-COUNT
           END-REWRITE.

           IF WS-IO-BAD
              MOVE SPACES TO WS-REPORT-LINE
              STRING "MISE A JOUR DU REGISTRE EN ECHEC :" SPACE
                 RP-ID SPACE "- STATUT" SPACE FS-PETS
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.
       END-REWRITE-PET.
           EXIT.

      ******************************************************************
      *    Lis le propriétaire WS-OWNER-KEY par sa clé (dans R-USERS,  *
      *    WS-OWNER-FOUND-YES s'il existe).                            *
      ******************************************************************
       START-READ-OWNER.
           SET WS-OWNER-FOUND-NO TO TRUE.
           MOVE WS-OWNER-KEY TO RU-ID.
           READ F-USERS RECORD KEY IS RU-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-OWNER-FOUND-YES TO TRUE
           END-READ.
       END-READ-OWNER.
           EXIT.

      ******************************************************************
      *    Vérifie que le propriétaire référencé par la transaction    *
      *    existe bien dans le registre des propriétaires (sa fiche    *
      *    reste dans R-USERS).                                        *
      ******************************************************************
       START-CHECK-MASTER.
           SET WS-MASTER-BAD TO TRUE.
           MOVE TRANS-MASTER-ID TO WS-OWNER-KEY.
           PERFORM START-READ-OWNER THRU END-READ-OWNER.
           IF WS-OWNER-FOUND-YES
              SET WS-MASTER-OK TO TRUE
           END-IF.

           IF WS-MASTER-BAD
              MOVE SPACES TO WS-REPORT-LINE
      ******************************************************************
      *    Vérifie le numéro de puce de la transaction : à blanc       *
      *    (animal pas encore pucé), ou 15 chiffres et unique dans le  *
      *    registre, lu par la clé secondaire des puces (l'animal en   *
      *    cours de modification garde le droit de porter sa propre    *
      *    puce).                                                      *
      ******************************************************************
       START-CHECK-CHIP.
           SET WS-CHIP-OK TO TRUE.
              GO TO END-CHECK-CHIP
           END-IF.

           MOVE TRANS-CHIP TO RP-CHIP.
           START F-PETS KEY IS EQUAL TO RP-CHIP
              INVALID KEY
                 CONTINUE
           END-START.

           PERFORM UNTIL NOT FS-PETS-OK
              READ F-PETS NEXT RECORD
                 AT END
                    MOVE "10" TO FS-PETS
                 NOT AT END
                    IF RP-CHIP NOT = TRANS-CHIP
                       MOVE "10" TO FS-PETS
                    ELSE
                       IF NOT RP-IS-DELETED
                          AND RP-ID NOT = TRANS-ID
                          SET WS-CHIP-BAD TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO FS-PETS.

           IF WS-CHIP-BAD
              MOVE SPACES TO WS-REPORT-LINE
       END-CHECK-CHIP.
           EXIT.

      ******************************************************************
      *    Vérifie la catégorie de chien dangereux de la transaction : *
      *    à blanc (animal non catégorisé), "1" ou "2".                *
      ******************************************************************
       START-CHECK-CATEGORY.
           SET WS-CATEGORY-OK TO TRUE.

           IF TRANS-CATEGORY NOT = SPACE
              AND TRANS-CATEGORY NOT = "1"
              AND TRANS-CATEGORY NOT = "2"
              SET WS-CATEGORY-BAD TO TRUE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "CATEGORIE DE CHIEN INVALIDE :" SPACE
                 TRANS-CATEGORY SPACE "- ANIMAL :" SPACE
                 TRANS-ID-KEY SPACE TRANS-ID-NUM
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.
       END-CHECK-CATEGORY.
           EXIT.

      ******************************************************************
      *    Vérifie le code race de la transaction contre le            *
      *    référentiel : obligatoire et connu ; une race retirée n'est *
      *    admise qu'en modification d'un animal qui la porte déjà     *
      *    (R-PETS) ; un code LOOF n'est admis que sur une race        *
      *    reconnue par le livre des origines.                         *
      ******************************************************************
       START-CHECK-BREED.
           SET WS-BREED-OK TO TRUE.
           MOVE SPACES TO WS-BREED-MOTIF.

           IF TRANS-BREED EQUAL SPACES
              MOVE "RACE NON RENSEIGNEE" TO WS-BREED-MOTIF
              GO TO START-REJECT-BREED
           END-IF.

           SET WS-RACE-IDX TO 1.
           SEARCH WS-RACE
              AT END
                 MOVE "RACE INCONNUE DU REFERENTIEL" TO WS-BREED-MOTIF
              WHEN WS-RACE-IDX NOT > WS-RACE-CNT
                   AND WS-RACE-CODE(WS-RACE-IDX) EQUAL TRANS-BREED
                 CONTINUE
           END-SEARCH.
           IF WS-BREED-MOTIF NOT = SPACES
              GO TO START-REJECT-BREED
           END-IF.

           IF WS-RACE-RETIRED(WS-RACE-IDX)
              AND (TRANS-ADD OR RP-BREED NOT = TRANS-BREED)
              MOVE "RACE RETIREE DU REFERENTIEL" TO WS-BREED-MOTIF
              GO TO START-REJECT-BREED
           END-IF.

           IF TRANS-LOOF NOT = SPACES
              AND NOT WS-RACE-IS-LOOF(WS-RACE-IDX)
              MOVE "CODE LOOF SUR UNE RACE NON RECONNUE"
                 TO WS-BREED-MOTIF
              GO TO START-REJECT-BREED
           END-IF.
           GO TO END-CHECK-BREED.

       START-REJECT-BREED.
           SET WS-BREED-BAD TO TRUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING FUNCTION TRIM(WS-BREED-MOTIF) SPACE ":" SPACE
              TRANS-BREED SPACE "- ANIMAL :" SPACE
              TRANS-ID-KEY SPACE TRANS-ID-NUM
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE.
           WRITE R-REPORT FROM WS-REPORT-LINE.
       END-CHECK-BREED.
           EXIT.

      ******************************************************************
      *    Écris le résumé des transactions traitées.                  *
      ******************************************************************
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PIECES DE CHIENS CATEGORISES :" SPACE WS-DOC-COUNT
              SPACE "EN ATTENTE (COMPTE BLOQUE) :" SPACE WS-HOLD-COUNT
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.
       END-W-TRANS-SUMMARY.

      ******************************************************************
      *    Lis les transactions propriétaires du fichier               *
      *    "owner-trans.dat" et les applique au registre indexé des    *
      *    propriétaires (ajout, modification, suppression), comme     *
      *    les transactions animaux. Un fichier absent laisse le       *
      *    maître des propriétaires inchangé.                          *
      ******************************************************************
              READ F-OWNER-TRANS
                 AT END SET WS-OWNER-EOF-Y TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM START-HANDLE-OWNER-TRANS
                       THRU END-HANDLE-OWNER-TRANS
              END-READ
           EXIT.

      ******************************************************************
      *    Lis le propriétaire de la transaction dans le registre      *
      *    (dans R-USERS, WS-OWNER-FOUND-YES s'il existe).             *
      ******************************************************************
       START-FIND-OWNER.
           MOVE OT-ID TO WS-OWNER-KEY.
           PERFORM START-READ-OWNER THRU END-READ-OWNER.
       END-FIND-OWNER.
           EXIT.

      *    au bon format).                                             *
      ******************************************************************
       START-ADD-OWNER.
           IF WS-OWNER-FOUND-YES
              MOVE SPACES TO WS-REPORT-LINE
              STRING "PROPRIETAIRE DEJA CONNU (AJOUT) :" SPACE OT-ID
                 DELIMITED BY SIZE
              GO TO END-ADD-OWNER
           END-IF.

           MOVE OT-ID         TO RU-ID.
           MOVE OT-CITY       TO RU-CITY.
           MOVE OT-STREET     TO RU-STREET.
           MOVE OT-GSM-NUMBER TO RU-GSM-NUMBER.
           MOVE OT-LASTNAME   TO RU-LASTNAME.
           MOVE OT-FIRSTNAME  TO RU-FIRSTNAME.
           WRITE R-USERS
              INVALID KEY
                 SET WS-IO-BAD TO TRUE
              NOT INVALID KEY
                 SET WS-IO-OK TO TRUE
           END-WRITE.
           IF WS-IO-BAD
              PERFORM START-W-OWNER-IO-ERROR THRU END-W-OWNER-IO-ERROR
              GO TO END-ADD-OWNER
           END-IF.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-OWN-ADD-COUNT.
       END-ADD-OWNER.
           EXIT.
      *    de GSM revalidé).                                           *
      ******************************************************************
       START-UPDATE-OWNER.
           IF WS-OWNER-FOUND-NO
              MOVE SPACES TO WS-REPORT-LINE
              STRING "PROPRIETAIRE NON TROUVE (MAJ) :" SPACE OT-ID
                 DELIMITED BY SIZE
              GO TO END-UPDATE-OWNER
           END-IF.

           MOVE OT-CITY       TO RU-CITY.
           MOVE OT-STREET     TO RU-STREET.
           MOVE OT-GSM-NUMBER TO RU-GSM-NUMBER.
           MOVE OT-LASTNAME   TO RU-LASTNAME.
           MOVE OT-FIRSTNAME  TO RU-FIRSTNAME.
           REWRITE R-USERS
              INVALID KEY
                 SET WS-IO-BAD TO TRUE
              NOT INVALID KEY
                 SET WS-IO-OK TO TRUE
           END-REWRITE.
           IF WS-IO-BAD
              PERFORM START-W-OWNER-IO-ERROR THRU END-W-OWNER-IO-ERROR
              GO TO END-UPDATE-OWNER
           END-IF.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-OWN-UPD-COUNT.
       END-UPDATE-OWNER.
           EXIT.

      ******************************************************************
      *    Supprime un propriétaire, sauf si des animaux non           *
      *    supprimés le référencent encore par RP-MASTER-ID (lus par   *
      *    la clé secondaire du propriétaire) - le miroir du contrôle  *
      *    animal vers propriétaire de l'ajout.                        *
      ******************************************************************
       START-DELETE-OWNER.
           IF WS-OWNER-FOUND-NO
              MOVE SPACES TO WS-REPORT-LINE
              STRING "PROPRIETAIRE NON TROUVE (SUPPR) :" SPACE OT-ID
                 DELIMITED BY SIZE
           END-IF.

           MOVE 0 TO WS-OWN-PETS-CNT.
           MOVE OT-ID TO RP-MASTER-ID.
           START F-PETS KEY IS EQUAL TO RP-MASTER-ID
              INVALID KEY
                 CONTINUE
           END-START.

           PERFORM UNTIL NOT FS-PETS-OK
              READ F-PETS NEXT RECORD
                 AT END
                    MOVE "10" TO FS-PETS
                 NOT AT END
                    IF RP-MASTER-ID NOT = OT-ID
                       MOVE "10" TO FS-PETS
                    ELSE
                       IF NOT RP-IS-DELETED
                          ADD 1 TO WS-OWN-PETS-CNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO FS-PETS.

           IF WS-OWN-PETS-CNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              GO TO END-DELETE-OWNER
           END-IF.

           MOVE OT-ID TO RU-ID.
           DELETE F-USERS RECORD
              INVALID KEY
                 SET WS-IO-BAD TO TRUE
              NOT INVALID KEY
                 SET WS-IO-OK TO TRUE
           END-DELETE.
           IF WS-IO-BAD
              PERFORM START-W-OWNER-IO-ERROR THRU END-W-OWNER-IO-ERROR
              GO TO END-DELETE-OWNER
           END-IF.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-OWN-DEL-COUNT.
       END-DELETE-OWNER.
           EXIT.

      ******************************************************************
      *    Signale l'échec d'écriture du registre des propriétaires    *
      *    pour la transaction en cours, rejetée.                      *
      ******************************************************************
       START-W-OWNER-IO-ERROR.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MISE A JOUR PROPRIETAIRE EN ECHEC :" SPACE OT-ID
              SPACE "- ACTION" SPACE OT-ACTION SPACE "- STATUT" SPACE
              FS-USERS
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE.
           WRITE R-REPORT FROM WS-REPORT-LINE.
           ADD 1 TO WS-OWN-REJECT-COUNT.
       END-W-OWNER-IO-ERROR.
           EXIT.
