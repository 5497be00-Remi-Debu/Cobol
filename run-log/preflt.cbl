      *       colonnes 9-48  : FICHIER ATTENDU                         *
      *       colonnes 49-57 : TAILLE MINIMALE EN OCTETS 9(9)          *
      *       colonnes 58-60 : AGE MAXIMAL EN JOURS 9(3)               *
      *       colonnes 61-100: COPYBOOK DU FICHIER (facultatif)        *
      *    et vérifie, pour la chaîne demandée (PREFLT-CHAIN, toutes   *
      *    à défaut), la présence, la fraîcheur et la taille           *
      *    plausible de chaque entrée (CBL_CHECK_FILE_EXIST) ; quand   *
      *    un copybook est donné, le contenu est en plus contrôlé champ*
      *    par champ contre lui (sous programme cpyvalid, erreurs      *
      *    détaillées dans "cpyvalid-rapport.dat"). Le                 *
      *    verdict part dans "preflight-verdict.dat" et au journal     *
      *    commun (runlog) ; un échec rend un code retour non nul,     *
      *    avec le motif nommé, pour bloquer le lancement.             *
       DATA DIVISION.
       FILE SECTION.
       FD  F-ATTENDUS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-ATTENDUS.
           03 AT-CHAINE   PIC X(08).
           03 AT-FICHIER  PIC X(40).
           03 AT-MIN-SIZE PIC 9(09).
           03 AT-MAX-AGE  PIC 9(03).
           03 AT-COPYBOOK PIC X(40).

       FD  F-VERDICT
           RECORD CONTAINS 132 CHARACTERS
       01  WS-LINE       PIC X(132).
       01  WS-SIZE-E     PIC ZZZZZZZZ9.

      *    Contrôle du contenu contre le copybook (cpyvalid).
       01  WS-CPY-COPYBOOK PIC X(60).
       01  WS-CPY-FICHIER  PIC X(60).
       01  WS-CPY-LUS      PIC 9(08).
       01  WS-CPY-ERREURS  PIC 9(08).
       01  WS-CPY-RESULT   PIC X(01).
           88 WS-CPY-CONFORME VALUE "C".
           88 WS-CPY-ABSENT   VALUE "A".
           88 WS-CPY-COPY-KO  VALUE "K".
       01  WS-CPY-ERREURS-E PIC ZZZZZZZ9.

       01  WS-CHECKED-CNT PIC 9(04) VALUE ZERO.
       01  WS-FAILED-CNT  PIC 9(04) VALUE ZERO.

              END-IF
           END-IF.

           IF AT-COPYBOOK NOT = SPACES
              MOVE AT-COPYBOOK TO WS-CPY-COPYBOOK
              MOVE AT-FICHIER  TO WS-CPY-FICHIER
              CALL "cpyvalid" USING WS-CPY-COPYBOOK, WS-CPY-FICHIER,
                 WS-CPY-LUS, WS-CPY-ERREURS, WS-CPY-RESULT
              END-CALL
              IF NOT WS-CPY-CONFORME
                 ADD 1 TO WS-FAILED-CNT
                 MOVE SPACES TO WS-LINE
                 EVALUATE TRUE
                    WHEN WS-CPY-COPY-KO
                       STRING AT-CHAINE SPACE
                          FUNCTION TRIM(AT-FICHIER) SPACE
                          ": *** COPYBOOK " FUNCTION TRIM(AT-COPYBOOK)
                          " ILLISIBLE ***"
                          DELIMITED BY SIZE
                          INTO WS-LINE
                    WHEN WS-CPY-ABSENT
                       STRING AT-CHAINE SPACE
                          FUNCTION TRIM(AT-FICHIER) SPACE
                          ": *** ILLISIBLE ***"
                          DELIMITED BY SIZE
                          INTO WS-LINE
                    WHEN OTHER
                       MOVE WS-CPY-ERREURS TO WS-CPY-ERREURS-E
                       STRING AT-CHAINE SPACE
                          FUNCTION TRIM(AT-FICHIER) SPACE
                          ": *** NON CONFORME A "
                          FUNCTION TRIM(AT-COPYBOOK) " ("
                          FUNCTION TRIM(WS-CPY-ERREURS-E)
                          " ERREURS - VOIR cpyvalid-rapport.dat) ***"
                          DELIMITED BY SIZE
                          INTO WS-LINE
                 END-EVALUATE
                 PERFORM START-SAY THRU END-SAY
                 GO TO END-CHECK-ONE
              END-IF
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING AT-CHAINE SPACE
              FUNCTION TRIM(AT-FICHIER) SPACE ": OK"
