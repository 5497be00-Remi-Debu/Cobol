      *    Rapport de pedigree du registre : pour l'animal demandé     *
      *    (variable d'environnement PEDIGREE-PET-ID), le programme    *
      *    remonte la filiation enregistrée par les transactions "L"   *
      *    et portée dans "animaux.idx" (lu par clé), et imprime       *
      *    jusqu'à trois générations d'ancêtres (mère et père, puis    *
      *    leurs parents, puis les leurs) avec leurs noms, numéros     *
      *    LOOF et propriétaires, dans "pedigree.txt". Les arbres      *
      *    papier des éleveurs peuvent enfin être vérifiés contre le   *
      *    registre.                                                   *
      *    Chaque filiation est contrôlée : sexe de la mère et du      *
      *    père, même espèce (par la race et le référentiel            *
      *    "races.dat"), même race pour un animal LOOF, parent plus    *
      *    âgé que son petit, mère et père distincts. Les frères et    *
      *    soeurs de portée de l'animal demandé (même mère, même père) *
      *    sont listés, l'âge ou l'espèce différents étant signalés.   *
      *    Le nombre d'anomalies clôt le rapport.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userped.
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

           SELECT F-PEDIGREE ASSIGN TO "pedigree.txt"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PEDIGREE.

           SELECT F-RACES ASSIGN TO "races.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RACES.

           SELECT F-PROP-HISTO ASSIGN TO "propriete-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              88 RP-IS-DELETED                 VALUE "D".
           05 RP-DELETED-DATE         PIC 9(8).
           05 RP-CHIP                 PIC X(15).
           05 RP-CATEGORY             PIC X(1).
           05 RP-BREED                PIC X(4).

      *    Historique de propriété tenu par les transferts "T" de
      *    user.cbl : la plus ancienne ligne d'un animal donne son
       FD  F-PEDIGREE.
       01  R-PEDIGREE PIC X(120).

      *    Référentiel des races tenu par userrace : la race donne
      *    l'espèce de l'animal.
       FD  F-RACES.
       01  R-RACES.
           05 RR-CODE                 PIC X(4).
           05 RR-SPECIES              PIC X(2).
           05 RR-SPECIES-LABEL        PIC X(15).
           05 RR-LABEL                PIC X(30).
           05 RR-LOOF                 PIC X(1).
           05 RR-STATUS               PIC X(1).

       WORKING-STORAGE SECTION.
       01  FS-PETS PIC X(02).
       01  FS-RACES PIC X(02).
           88 FS-RACES-EOF VALUE "10".
       01  FS-PROP-HISTO PIC X(02).
           88 FS-PROP-HISTO-OK  VALUE "00".
           88 FS-PROP-HISTO-EOF VALUE "10".

       01  FS-PEDIGREE PIC X(02).

      *    Parcours en largeur des générations : les ancêtres de la
      *    génération courante donnent ceux de la suivante.
       01  WS-CURRENT-GEN.
       01  WS-ASK-ID     PIC X(08) VALUE SPACES.
       01  WS-GEN        PIC 9(01).
       01  WS-GEN-IDX    PIC 9(02).
       01  WS-FOUND-FLAG PIC X(01).
           88 WS-FOUND-YES VALUE "Y".
           88 WS-FOUND-NO  VALUE "N".
       01  WS-LOOKUP-ID  PIC X(08).
       01  WS-SAVED-DAM  PIC X(08).
       01  WS-SAVED-SIRE PIC X(08).
       01  WS-LINE       PIC X(120).

       01  WS-RACE-TABLE.
           03 WS-RACE-CNT PIC 9(04) VALUE 0.
           03 WS-RACE OCCURS 500 TIMES
                      INDEXED BY WS-RACE-IDX.
               05 WS-RACE-CODE    PIC X(4).
               05 WS-RACE-SPECIES PIC X(2).
       01  WS-SPEC-BREED   PIC X(04).
       01  WS-SPEC-CODE    PIC X(02).

      *    Le petit dont on contrôle les parents, mis de côté avant
      *    la lecture des parents qui écrase R-PETS.
       01  WS-CHILD.
           03 WS-CHILD-ID      PIC X(08).
           03 WS-CHILD-AGE     PIC 9(03).
           03 WS-CHILD-LOOF    PIC X(03).
           03 WS-CHILD-BREED   PIC X(04).
           03 WS-CHILD-SPECIES PIC X(02).
       01  WS-PARENT-ROLE  PIC X(01).
           88 WS-PARENT-DAM            VALUE "M".
           88 WS-PARENT-SIRE           VALUE "P".

      *    L'animal demandé, pour la recherche de sa portée.
       01  WS-ASK.
           03 WS-ASK-DAM      PIC X(08).
           03 WS-ASK-SIRE     PIC X(08).
           03 WS-ASK-AGE      PIC 9(03).
           03 WS-ASK-SPECIES  PIC X(02).
       01  WS-LITTER-CNT   PIC 9(04) VALUE 0.

       01  WS-ANOMALY-CNT  PIC 9(04) VALUE 0.
       01  WS-MOTIF        PIC X(50).
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.
           STOP RUN.

      ******************************************************************
      *    MAIN : ouvre le registre puis déroule les trois             *
      *    générations d'ancêtres de l'animal demandé.                 *
      ******************************************************************
       START-MAIN.
              GO TO END-MAIN
           END-IF.

           OPEN INPUT F-PETS.
           IF FS-PETS NOT = "00"
              DISPLAY "ERREUR OUVERTURE animaux.idx :" SPACE FS-PETS
              STOP RUN
           END-IF.

           PERFORM START-LOAD-RACES THRU END-LOAD-RACES.

           MOVE WS-ASK-ID TO WS-LOOKUP-ID.
           PERFORM START-FIND-PET THRU END-FIND-PET.
           IF WS-FOUND-NO
              DISPLAY "ANIMAL INCONNU DU REGISTRE :" SPACE WS-ASK-ID
              CLOSE F-PETS
              GO TO END-MAIN
           END-IF.

           MOVE RP-DAM-ID  TO WS-ASK-DAM.
           MOVE RP-SIRE-ID TO WS-ASK-SIRE.
           MOVE RP-AGE     TO WS-ASK-AGE.
           MOVE RP-BREED   TO WS-SPEC-BREED.
           PERFORM START-FIND-SPECIES THRU END-FIND-SPECIES.
           MOVE WS-SPEC-CODE TO WS-ASK-SPECIES.

           OPEN OUTPUT F-PEDIGREE.

           MOVE SPACES TO WS-LINE.
              PERFORM START-W-GENERATION THRU END-W-GENERATION
           END-PERFORM.

           PERFORM START-W-LITTER THRU END-W-LITTER.

           MOVE SPACES TO WS-LINE.
           STRING "ANOMALIES DE FILIATION :" SPACE WS-ANOMALY-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-PEDIGREE FROM WS-LINE.

           CLOSE F-PEDIGREE.
           CLOSE F-PETS.
           DISPLAY "PEDIGREE ECRIT DANS pedigree.txt".
           DISPLAY "ANOMALIES DE FILIATION :" SPACE WS-ANOMALY-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Charge le référentiel des races (fichier facultatif : sans  *
      *    lui, les espèces ne sont pas comparées).                    *
      ******************************************************************
       START-LOAD-RACES.
           OPEN INPUT F-RACES.
           IF FS-RACES NOT = "00"
              DISPLAY "AVERTISSEMENT : races.dat ABSENT, ESPECES NON "
                 "CONTROLEES"
              GO TO END-LOAD-RACES
           END-IF.

           PERFORM UNTIL FS-RACES-EOF
              READ F-RACES
                 AT END CONTINUE
                 NOT AT END
                    IF WS-RACE-CNT < 500
                       ADD 1 TO WS-RACE-CNT
                       MOVE RR-CODE    TO WS-RACE-CODE(WS-RACE-CNT)
                       MOVE RR-SPECIES TO WS-RACE-SPECIES(WS-RACE-CNT)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-RACES.
       END-LOAD-RACES.
           EXIT.

      ******************************************************************
      *    Donne l'espèce WS-SPEC-CODE de la race WS-SPEC-BREED        *
      *    (à blanc si la race est inconnue du référentiel).           *
      ******************************************************************
       START-FIND-SPECIES.
           MOVE SPACES TO WS-SPEC-CODE.
           IF WS-SPEC-BREED EQUAL SPACES
              GO TO END-FIND-SPECIES
           END-IF.

           SET WS-RACE-IDX TO 1.
           SEARCH WS-RACE
              WHEN WS-RACE-IDX NOT > WS-RACE-CNT
                 AND WS-RACE-CODE(WS-RACE-IDX) = WS-SPEC-BREED
                 MOVE WS-RACE-SPECIES(WS-RACE-IDX) TO WS-SPEC-CODE
           END-SEARCH.
       END-FIND-SPECIES.
           EXIT.

      ******************************************************************
      *    Lis WS-LOOKUP-ID dans le registre (dans R-PETS,             *
      *    WS-FOUND-YES s'il existe). Les animaux supprimés (en        *
      *    attente d'apurement) ne figurent pas dans les arbres.       *
      ******************************************************************
       START-FIND-PET.
           SET WS-FOUND-NO TO TRUE.
           MOVE WS-LOOKUP-ID TO RP-ID.
           READ F-PETS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT RP-IS-DELETED
                    SET WS-FOUND-YES TO TRUE
                 END-IF
           END-READ.
       END-FIND-PET.
           EXIT.

      ******************************************************************
      *    Ecris la fiche de l'animal lu dans R-PETS, indentée selon   *
      *    la génération.                                              *
      ******************************************************************
       START-W-ONE-ANIMAL.
           MOVE SPACES TO WS-LINE.
           COMPUTE WS-GEN-IDX = WS-GEN * 3 + 1.
           STRING RP-ID SPACE
              RP-NAME SPACE
              "LOOF :" SPACE RP-LOOF SPACE
              "RACE :" SPACE RP-BREED SPACE
              "PROPRIETAIRE :" SPACE RP-MASTER
              DELIMITED BY SIZE
              INTO WS-LINE(WS-GEN-IDX:).
           WRITE R-PEDIGREE FROM WS-LINE.
              AT END
                 SET FS-PROP-HISTO-EOF TO TRUE
              NOT AT END
                 IF PH-PET-ID EQUAL RP-ID
                    AND PH-DATE < WS-BREEDER-DATE
                    MOVE PH-DATE      TO WS-BREEDER-DATE
                    MOVE PH-OLD-OWNER TO WS-BREEDER-ID
                   UNTIL WS-GEN-IDX > WS-CUR-CNT
              MOVE WS-CUR-ID(WS-GEN-IDX) TO WS-LOOKUP-ID
              PERFORM START-FIND-PET THRU END-FIND-PET
              IF WS-FOUND-YES
                 PERFORM START-W-PARENTS THRU END-W-PARENTS
              END-IF
           END-PERFORM.
           EXIT.

      ******************************************************************
      *    Ecris la mère et le père de l'animal lu dans R-PETS et      *
      *    les range dans la génération suivante.                      *
      ******************************************************************
       START-W-PARENTS.
      *    La lecture du parent écrase R-PETS : les deux
      *    identifiants sont mis de côté avant les appels.
           MOVE RP-DAM-ID  TO WS-SAVED-DAM.
           MOVE RP-SIRE-ID TO WS-SAVED-SIRE.
           MOVE RP-ID      TO WS-CHILD-ID.
           MOVE RP-AGE     TO WS-CHILD-AGE.
           MOVE RP-LOOF    TO WS-CHILD-LOOF.
           MOVE RP-BREED   TO WS-CHILD-BREED.
           MOVE RP-BREED   TO WS-SPEC-BREED.
           PERFORM START-FIND-SPECIES THRU END-FIND-SPECIES.
           MOVE WS-SPEC-CODE TO WS-CHILD-SPECIES.

           IF WS-SAVED-DAM NOT = SPACES
              AND WS-SAVED-DAM EQUAL WS-SAVED-SIRE
              MOVE "MERE ET PERE IDENTIQUES" TO WS-MOTIF
              MOVE WS-SAVED-DAM TO WS-LOOKUP-ID
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.

           SET WS-PARENT-DAM TO TRUE.
           MOVE WS-SAVED-DAM TO WS-LOOKUP-ID.
           PERFORM START-W-ONE-PARENT THRU END-W-ONE-PARENT.

           SET WS-PARENT-SIRE TO TRUE.
           MOVE WS-SAVED-SIRE TO WS-LOOKUP-ID.
           PERFORM START-W-ONE-PARENT THRU END-W-ONE-PARENT.
       END-W-PARENTS.
      ******************************************************************
      *    Ecris le parent désigné par WS-LOOKUP-ID s'il est connu du  *
      *    registre et le range dans la génération suivante.           *
      *    (L'animal de l'appelant est relu ensuite par la boucle      *
      *    appelante.)                                                 *
      ******************************************************************
       START-W-ONE-PARENT.
           IF WS-LOOKUP-ID EQUAL SPACES
           END-IF.

           PERFORM START-FIND-PET THRU END-FIND-PET.
           IF WS-FOUND-YES
              PERFORM START-W-ONE-ANIMAL THRU END-W-ONE-ANIMAL
              PERFORM START-CHECK-PARENT THRU END-CHECK-PARENT
              IF WS-NXT-CNT < 16
                 ADD 1 TO WS-NXT-CNT
                 MOVE WS-LOOKUP-ID TO WS-NXT-ID(WS-NXT-CNT)
           END-IF.
       END-W-ONE-PARENT.
           EXIT.


      ******************************************************************
      *    Contrôle le parent lu dans R-PETS contre le petit           *
      *    WS-CHILD : sexe selon le rôle (mère ou père), même espèce,  *
      *    même race pour un petit LOOF, parent plus âgé.              *
      ******************************************************************
       START-CHECK-PARENT.
           IF WS-PARENT-DAM AND RP-GENDER EQUAL "M"
              MOVE "MERE DE SEXE MASCULIN" TO WS-MOTIF
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.
           IF WS-PARENT-SIRE AND RP-GENDER EQUAL "F"
              MOVE "PERE DE SEXE FEMININ" TO WS-MOTIF
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.

           MOVE RP-BREED TO WS-SPEC-BREED.
           PERFORM START-FIND-SPECIES THRU END-FIND-SPECIES.
           IF WS-SPEC-CODE NOT = SPACES
              AND WS-CHILD-SPECIES NOT = SPACES
              AND WS-SPEC-CODE NOT = WS-CHILD-SPECIES
              MOVE "ESPECE DIFFERENTE DE CELLE DU PETIT" TO WS-MOTIF
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.

           IF WS-CHILD-LOOF NOT = SPACES
              AND RP-BREED NOT = SPACES
              AND WS-CHILD-BREED NOT = SPACES
              AND RP-BREED NOT = WS-CHILD-BREED
              MOVE "RACE DIFFERENTE DE CELLE DU PETIT LOOF"
                 TO WS-MOTIF
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.

           IF RP-AGE NOT > WS-CHILD-AGE
              MOVE "PARENT PAS PLUS AGE QUE SON PETIT" TO WS-MOTIF
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.
       END-CHECK-PARENT.
           EXIT.

      ******************************************************************
      *    Ecris l'anomalie WS-MOTIF relevée sur WS-LOOKUP-ID, parent  *
      *    du petit WS-CHILD-ID.                                       *
      ******************************************************************
       START-W-ANOMALY.
           ADD 1 TO WS-ANOMALY-CNT.
           MOVE SPACES TO WS-LINE.
           STRING "   ANOMALIE :" SPACE WS-CHILD-ID SPACE
              "/" SPACE WS-LOOKUP-ID SPACE "-" SPACE WS-MOTIF
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-PEDIGREE FROM WS-LINE.
       END-W-ANOMALY.
           EXIT.

      ******************************************************************
      *    Portée de l'animal demandé : parcours du registre à la      *
      *    recherche des animaux de même mère et même père. Un frère   *
      *    ou une soeur d'un autre âge ou d'une autre espèce est       *
      *    signalé en anomalie.                                        *
      ******************************************************************
       START-W-LITTER.
           MOVE "PORTEE :" TO WS-LINE.
           WRITE R-PEDIGREE FROM WS-LINE.

           IF WS-ASK-DAM EQUAL SPACES OR WS-ASK-SIRE EQUAL SPACES
              MOVE "   (FILIATION INCOMPLETE)" TO WS-LINE
              WRITE R-PEDIGREE FROM WS-LINE
              GO TO END-W-LITTER
           END-IF.

           MOVE WS-ASK-ID  TO WS-CHILD-ID.
           MOVE LOW-VALUES TO RP-ID.
           START F-PETS KEY IS NOT LESS THAN RP-ID
              INVALID KEY CONTINUE
           END-START.
           IF FS-PETS EQUAL "00"
              PERFORM UNTIL FS-PETS NOT = "00"
                 READ F-PETS NEXT RECORD
                    AT END
                       MOVE "10" TO FS-PETS
                    NOT AT END
                       IF RP-DAM-ID EQUAL WS-ASK-DAM
                          AND RP-SIRE-ID EQUAL WS-ASK-SIRE
                          AND RP-ID NOT = WS-ASK-ID
                          AND NOT RP-IS-DELETED
                          PERFORM START-W-SIBLING THRU END-W-SIBLING
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-PETS.

           IF WS-LITTER-CNT EQUAL ZERO
              MOVE "   (AUCUN AUTRE ANIMAL DE LA PORTEE)" TO WS-LINE
              WRITE R-PEDIGREE FROM WS-LINE
           END-IF.
       END-W-LITTER.
           EXIT.

      ******************************************************************
      *    Ecris le frère ou la soeur lu dans R-PETS et le compare à   *
      *    l'animal demandé.                                           *
      ******************************************************************
       START-W-SIBLING.
           ADD 1 TO WS-LITTER-CNT.
           MOVE 1 TO WS-GEN.
           PERFORM START-W-ONE-ANIMAL THRU END-W-ONE-ANIMAL.
           MOVE RP-ID TO WS-LOOKUP-ID.

           IF RP-AGE NOT = WS-ASK-AGE
              MOVE "AGE DIFFERENT DANS LA PORTEE" TO WS-MOTIF
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.

           MOVE RP-BREED TO WS-SPEC-BREED.
           PERFORM START-FIND-SPECIES THRU END-FIND-SPECIES.
           IF WS-SPEC-CODE NOT = SPACES
              AND WS-ASK-SPECIES NOT = SPACES
              AND WS-SPEC-CODE NOT = WS-ASK-SPECIES
              MOVE "ESPECE DIFFERENTE DANS LA PORTEE" TO WS-MOTIF
              PERFORM START-W-ANOMALY THRU END-W-ANOMALY
           END-IF.
       END-W-SIBLING.
           EXIT.
