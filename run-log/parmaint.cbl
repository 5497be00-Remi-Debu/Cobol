      ******************************************************************
      *    Maintenance à l'écran du registre des paramètres de         *
      *    chaîne "parametres.dat" (copybook parametre) : les seuils,  *
      *    bornes et noms de fichiers que les exploitants posaient à   *
      *    la main en variables d'environnement avant chaque passage   *
      *    sont désormais définis ici, une fiche par chaîne et par     *
      *    paramètre, et lus par les programmes au travers de paramlu. *
      *    Ecrans sur le modèle de hormaint : ajout, modification,     *
      *    retrait d'une définition (désignée par chaîne + nom) et     *
      *    liste du registre, avec :                                   *
      *    - validation de saisie : type N/D/I/A, bornes cohérentes,   *
      *      valeur conforme à la définition (paramck, les mêmes       *
      *      règles qu'à la lecture) ;                                 *
      *    - refus des doublons (même chaîne et même nom) ;            *
      *    - journal "parametres-audit.txt" (qui, quand, ancienne et   *
      *      nouvelle définition, opérateur identifié à la             *
      *      connexion) ;                                              *
      *    - connexion par opacces (sous-système param) : la liste     *
      *      demande le rôle C, ajout et modification le rôle M, le    *
      *      retrait le rôle A.                                        *
      *    Le registre est rechargé au lancement et réécrit en entier  *
      *    à la sortie.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parmaint.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAMETRES ASSIGN TO "parametres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETRES.

           SELECT F-AUDIT ASSIGN TO "parametres-audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAMETRES
           RECORD CONTAINS 199 CHARACTERS
           RECORDING MODE IS F.
       COPY parametre.

       FD  F-AUDIT
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F.
       01  R-AUDIT PIC X(400).

       WORKING-STORAGE SECTION.
       01  FS-PARAMETRES PIC X(02).
           88 FS-PARAMETRES-OK  VALUE "00".
           88 FS-PARAMETRES-EOF VALUE "10".
       01  FS-AUDIT PIC X(02).
           88 FS-AUDIT-OK VALUE "00".

      *    Registre chargé en table, les définitions retirées
      *    marquées.
       01  TABLE-PARAMETRES.
           03 PT-CNT PIC 9(03) VALUE ZERO.
           03 PT-ENT OCCURS 300 TIMES
                     INDEXED BY PT-IDX.
               05 PT-FICHE   PIC X(199).
               05 PT-DELETED PIC X(01).
                  88 PT-DELETED-Y VALUE "Y".

      *    Un registre qui déborde de la table interdit la
      *    maintenance : la réécriture tronquerait les définitions
      *    au-delà de 300.
       01  PT-OVERFLOW PIC X(01) VALUE "N".
           88 PT-OVERFLOW-Y VALUE "Y".

       01  WS-ACTION-CHOICE PIC 9(01) VALUE ZERO.
           88 WS-ACTION-ADD    VALUE 1.
           88 WS-ACTION-UPDATE VALUE 2.
           88 WS-ACTION-REMOVE VALUE 3.
           88 WS-ACTION-LIST   VALUE 4.
           88 WS-ACTION-QUIT   VALUE 9.

      *    Définition saisie à l'écran (la valeur, sur deux lignes).
       01  WS-ENTRY.
           03 WS-E-CHAINE  PIC X(08).
           03 WS-E-NOM     PIC X(30).
           03 WS-E-TYPE    PIC X(01).
           03 WS-E-MIN     PIC 9(08)V99.
           03 WS-E-MAX     PIC 9(08)V99.
           03 WS-E-VALEUR.
               05 WS-E-VAL-1 PIC X(50).
               05 WS-E-VAL-2 PIC X(50).
           03 WS-E-LIBELLE PIC X(40).

       01  WS-ENTRY-FICHE PIC X(199).

       01  WS-OPERATOR     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DATE   PIC 9(08).
       01  WS-AUDIT-TIME   PIC 9(06).
       01  WS-ACTION-LABEL PIC X(12).
       01  WS-OLD-VALUE    PIC X(160).
       01  WS-NEW-VALUE    PIC X(160).
       01  WS-SHOW-TEXT    PIC X(160).
       01  WS-SHOW-MIN     PIC Z(07)9.99.
       01  WS-SHOW-MAX     PIC Z(07)9.99.

       01  WS-FOUND-POS PIC 9(03) VALUE ZERO.
       01  WS-VALID PIC X(01).
           88 WS-VALID-Y VALUE "Y".
       01  WS-CK-RESULT  PIC X(01).
           88 WS-CK-RESULT-OK VALUE "Y".
       01  WS-CK-MESSAGE PIC X(60).

      *    Identification de l'opérateur et contrôle de ses droits
      *    (sous programme opacces).
       01  WS-ACC-FONCTION  PIC X(01).
       01  WS-ACC-SOUS-SYS  PIC X(08) VALUE "param".
       01  WS-ACC-PROGRAM   PIC X(08) VALUE "parmaint".
       01  WS-ACC-OPERATEUR PIC X(08) VALUE SPACES.
       01  WS-ACC-ACTION    PIC X(01).
       01  WS-ACC-RESULT    PIC X(01).
           88 WS-ACC-OK VALUE "Y".

      ******************************************************************
       SCREEN SECTION.
       01  SCREEN-MENU FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
           03 LINE 02 COL 02
              VALUE "MAINTENANCE DU REGISTRE DES PARAMETRES"
              FOREGROUND-COLOR 3.
           03 LINE 04 COL 05 VALUE "1. AJOUTER".
           03 LINE 05 COL 05 VALUE "2. MODIFIER".
           03 LINE 06 COL 05 VALUE "3. RETIRER".
           03 LINE 07 COL 05 VALUE "4. LISTER".
           03 LINE 08 COL 05 VALUE "9. QUITTER".
           03 LINE 10 COL 05 VALUE "CHOIX :".
           03 LINE 10 COL 13 PIC 9(01)
              TO WS-ACTION-CHOICE FOREGROUND-COLOR 7.

       01  SCREEN-ENTRY FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
           03 LINE 02 COL 02
              VALUE "DEFINITION DU PARAMETRE" FOREGROUND-COLOR 3.
           03 LINE 04 COL 05 VALUE "CHAINE             :".
           03 LINE 04 COL 27 PIC X(08)
              FROM WS-E-CHAINE FOREGROUND-COLOR 7.
           03 LINE 05 COL 05 VALUE "PARAMETRE          :".
           03 LINE 05 COL 27 PIC X(30)
              FROM WS-E-NOM FOREGROUND-COLOR 7.
           03 LINE 06 COL 05 VALUE "TYPE (N/D/I/A)     :".
           03 LINE 06 COL 27 PIC X(01)
              USING WS-E-TYPE FOREGROUND-COLOR 7.
           03 LINE 07 COL 05 VALUE "MINIMUM (8+2 DEC.) :".
           03 LINE 07 COL 27 PIC 9(08)V99
              USING WS-E-MIN FOREGROUND-COLOR 7.
           03 LINE 08 COL 05 VALUE "MAXIMUM (0=AUCUN)  :".
           03 LINE 08 COL 27 PIC 9(08)V99
              USING WS-E-MAX FOREGROUND-COLOR 7.
           03 LINE 09 COL 05 VALUE "VALEUR             :".
           03 LINE 09 COL 27 PIC X(50)
              USING WS-E-VAL-1 FOREGROUND-COLOR 7.
           03 LINE 10 COL 27 PIC X(50)
              USING WS-E-VAL-2 FOREGROUND-COLOR 7.
           03 LINE 11 COL 05 VALUE "LIBELLE            :".
           03 LINE 11 COL 27 PIC X(40)
              USING WS-E-LIBELLE FOREGROUND-COLOR 7.

       01  SCREEN-KEY FOREGROUND-COLOR 2.
           03 BLANK SCREEN.
           03 LINE 02 COL 02
              VALUE "SELECTION DU PARAMETRE" FOREGROUND-COLOR 3.
           03 LINE 04 COL 05 VALUE "CHAINE    :".
           03 LINE 04 COL 18 PIC X(08)
              TO WS-E-CHAINE FOREGROUND-COLOR 7.
           03 LINE 05 COL 05 VALUE "PARAMETRE :".
           03 LINE 05 COL 18 PIC X(30)
              TO WS-E-NOM FOREGROUND-COLOR 7.

      ******************************************************************
       PROCEDURE DIVISION.
       START-MAIN.
           MOVE "S" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-ACC-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
              DISPLAY "IDENTIFICATION REFUSEE : MAINTENANCE ABANDONNEE"
              STOP RUN
           END-IF.
           MOVE WS-ACC-OPERATEUR TO WS-OPERATOR.

           PERFORM START-R-PARAMETRES THRU END-R-PARAMETRES.

      *    Registre trop volumineux : la maintenance est refusée et
      *    parametres.dat reste intact.
           IF PT-OVERFLOW-Y
              DISPLAY "MAINTENANCE REFUSEE : parametres.dat "
                 "DEPASSE 300 DEFINITIONS, REGISTRE LAISSE INTACT"
              GO TO END-MAIN
           END-IF.

           PERFORM UNTIL WS-ACTION-QUIT
              ACCEPT SCREEN-MENU

              EVALUATE TRUE
                 WHEN WS-ACTION-ADD
                    PERFORM START-DO-ADD THRU END-DO-ADD
                 WHEN WS-ACTION-UPDATE
                    PERFORM START-DO-UPDATE THRU END-DO-UPDATE
                 WHEN WS-ACTION-REMOVE
                    PERFORM START-DO-REMOVE THRU END-DO-REMOVE
                 WHEN WS-ACTION-LIST
                    PERFORM START-DO-LIST THRU END-DO-LIST
                 WHEN WS-ACTION-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "CHOIX INCONNU"
              END-EVALUATE
           END-PERFORM.

           PERFORM START-W-PARAMETRES THRU END-W-PARAMETRES.
       END-MAIN.
           STOP RUN.

      ******************************************************************
      *    Charge le registre en table ; absent, il est créé à la      *
      *    sortie avec les définitions saisies.                        *
      ******************************************************************
       START-R-PARAMETRES.
           OPEN INPUT F-PARAMETRES.
           IF NOT FS-PARAMETRES-OK
              DISPLAY "AVERTISSEMENT : parametres.dat ABSENT, "
                 "REGISTRE VIDE"
              GO TO END-R-PARAMETRES
           END-IF.

           PERFORM UNTIL FS-PARAMETRES-EOF
              READ F-PARAMETRES
              AT END
                 SET FS-PARAMETRES-EOF TO TRUE
              NOT AT END
                 IF PT-CNT < 300
                    ADD 1 TO PT-CNT
                    MOVE R-PARAMETRE TO PT-FICHE(PT-CNT)
                    MOVE SPACE TO PT-DELETED(PT-CNT)
                 ELSE
                    SET PT-OVERFLOW-Y TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-PARAMETRES.
       END-R-PARAMETRES.
           EXIT.

      ******************************************************************
      *    Ajout : chaîne + nom, puis la définition ; refus des        *
      *    doublons.                                                   *
      ******************************************************************
       START-DO-ADD.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DO-ADD
           END-IF.

           ACCEPT SCREEN-KEY.
           IF WS-E-CHAINE = SPACES OR WS-E-NOM = SPACES
              DISPLAY "CHAINE ET PARAMETRE OBLIGATOIRES"
              GO TO END-DO-ADD
           END-IF.

           PERFORM START-FIND-PARAMETRE THRU END-FIND-PARAMETRE.
           IF WS-FOUND-POS > ZERO
              DISPLAY "DOUBLON : LE PARAMETRE EXISTE DEJA :" SPACE
                 FUNCTION TRIM(WS-E-CHAINE) "/"
                 FUNCTION TRIM(WS-E-NOM)
              GO TO END-DO-ADD
           END-IF.

           IF PT-CNT NOT < 300
              DISPLAY "REGISTRE PLEIN (300 DEFINITIONS)"
              GO TO END-DO-ADD
           END-IF.

           MOVE SPACES TO WS-E-TYPE.
           MOVE ZERO TO WS-E-MIN.
           MOVE ZERO TO WS-E-MAX.
           MOVE SPACES TO WS-E-VALEUR.
           MOVE SPACES TO WS-E-LIBELLE.
           ACCEPT SCREEN-ENTRY.

           PERFORM START-VALIDATE THRU END-VALIDATE.
           IF NOT WS-VALID-Y
              GO TO END-DO-ADD
           END-IF.

           ADD 1 TO PT-CNT.
           PERFORM START-BUILD-FICHE THRU END-BUILD-FICHE.
           MOVE WS-ENTRY-FICHE TO PT-FICHE(PT-CNT).
           MOVE SPACE TO PT-DELETED(PT-CNT).

           MOVE "AJOUT" TO WS-ACTION-LABEL.
           MOVE SPACES TO WS-OLD-VALUE.
           PERFORM START-SHOW-FICHE THRU END-SHOW-FICHE.
           MOVE WS-SHOW-TEXT TO WS-NEW-VALUE.
           PERFORM START-W-AUDIT THRU END-W-AUDIT.
       END-DO-ADD.
           EXIT.

      ******************************************************************
      *    Modification : la définition est désignée par chaîne +      *
      *    nom, présentée avec ses valeurs actuelles puis resaisie.    *
      ******************************************************************
       START-DO-UPDATE.
           MOVE "M" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DO-UPDATE
           END-IF.

           ACCEPT SCREEN-KEY.
           PERFORM START-FIND-PARAMETRE THRU END-FIND-PARAMETRE.
           IF WS-FOUND-POS = ZERO
              DISPLAY "PARAMETRE INTROUVABLE :" SPACE
                 FUNCTION TRIM(WS-E-CHAINE) "/"
                 FUNCTION TRIM(WS-E-NOM)
              GO TO END-DO-UPDATE
           END-IF.

           MOVE PT-FICHE(WS-FOUND-POS) TO R-PARAMETRE.
           MOVE PR-TYPE    TO WS-E-TYPE.
           MOVE PR-MIN     TO WS-E-MIN.
           MOVE PR-MAX     TO WS-E-MAX.
           MOVE PR-VALEUR  TO WS-E-VALEUR.
           MOVE PR-LIBELLE TO WS-E-LIBELLE.
           PERFORM START-SHOW-FICHE THRU END-SHOW-FICHE.
           MOVE WS-SHOW-TEXT TO WS-OLD-VALUE.

           ACCEPT SCREEN-ENTRY.
           PERFORM START-VALIDATE THRU END-VALIDATE.
           IF NOT WS-VALID-Y
              GO TO END-DO-UPDATE
           END-IF.

           PERFORM START-BUILD-FICHE THRU END-BUILD-FICHE.
           IF WS-ENTRY-FICHE = PT-FICHE(WS-FOUND-POS)
              DISPLAY "AUCUN CHANGEMENT"
              GO TO END-DO-UPDATE
           END-IF.
           MOVE WS-ENTRY-FICHE TO PT-FICHE(WS-FOUND-POS).
           PERFORM START-SHOW-FICHE THRU END-SHOW-FICHE.
           MOVE WS-SHOW-TEXT TO WS-NEW-VALUE.

           MOVE "MODIFICATION" TO WS-ACTION-LABEL.
           PERFORM START-W-AUDIT THRU END-W-AUDIT.
       END-DO-UPDATE.
           EXIT.

      ******************************************************************
      *    Retrait : la définition est marquée et ne sera pas          *
      *    réécrite ; les programmes retombent sur l'environnement.    *
      ******************************************************************
       START-DO-REMOVE.
           MOVE "S" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DO-REMOVE
           END-IF.

           ACCEPT SCREEN-KEY.
           PERFORM START-FIND-PARAMETRE THRU END-FIND-PARAMETRE.
           IF WS-FOUND-POS = ZERO
              DISPLAY "PARAMETRE INTROUVABLE :" SPACE
                 FUNCTION TRIM(WS-E-CHAINE) "/"
                 FUNCTION TRIM(WS-E-NOM)
              GO TO END-DO-REMOVE
           END-IF.

           MOVE PT-FICHE(WS-FOUND-POS) TO R-PARAMETRE.
           PERFORM START-SHOW-FICHE THRU END-SHOW-FICHE.
           MOVE WS-SHOW-TEXT TO WS-OLD-VALUE.
           SET PT-DELETED-Y(WS-FOUND-POS) TO TRUE.
           MOVE SPACES TO WS-NEW-VALUE.

           MOVE "RETRAIT" TO WS-ACTION-LABEL.
           PERFORM START-W-AUDIT THRU END-W-AUDIT.
       END-DO-REMOVE.
           EXIT.

      ******************************************************************
      *    Liste du registre : une définition par ligne.               *
      ******************************************************************
       START-DO-LIST.
           MOVE "C" TO WS-ACC-ACTION.
           PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS.
           IF NOT WS-ACC-OK
              GO TO END-DO-LIST
           END-IF.

           DISPLAY "==================================================".
           DISPLAY "REGISTRE DES PARAMETRES".
           DISPLAY "==================================================".
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF NOT PT-DELETED-Y(PT-IDX)
                 MOVE PT-FICHE(PT-IDX) TO R-PARAMETRE
                 PERFORM START-SHOW-FICHE THRU END-SHOW-FICHE
                 DISPLAY FUNCTION TRIM(PR-CHAINE) "/"
                    FUNCTION TRIM(PR-NOM) SPACE
                    FUNCTION TRIM(WS-SHOW-TEXT)
                 IF PR-LIBELLE NOT = SPACES
                    DISPLAY "   " PR-LIBELLE
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "==================================================".
       END-DO-LIST.
           EXIT.

      ******************************************************************
      *    Cherche la définition chaîne + nom (retirées exclues).      *
      ******************************************************************
       START-FIND-PARAMETRE.
           MOVE ZERO TO WS-FOUND-POS.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF NOT PT-DELETED-Y(PT-IDX)
                 AND PT-FICHE(PT-IDX)(1:8) = WS-E-CHAINE
                 AND PT-FICHE(PT-IDX)(9:30) = WS-E-NOM
                 SET WS-FOUND-POS TO PT-IDX
              END-IF
           END-PERFORM.
       END-FIND-PARAMETRE.
           EXIT.

      ******************************************************************
      *    Contrôles de saisie : type connu, bornes cohérentes, et     *
      *    valeur conforme à la définition (paramck).                  *
      ******************************************************************
       START-VALIDATE.
           SET WS-VALID-Y TO TRUE.

           IF WS-E-TYPE NOT = "N" AND WS-E-TYPE NOT = "D"
              AND WS-E-TYPE NOT = "I" AND WS-E-TYPE NOT = "A"
              DISPLAY "TYPE INCONNU :" SPACE WS-E-TYPE SPACE
                 "(N, D, I OU A ATTENDU)"
              MOVE "N" TO WS-VALID
              GO TO END-VALIDATE
           END-IF.

           IF WS-E-MAX > ZERO AND WS-E-MIN > WS-E-MAX
              DISPLAY "BORNES INCOHERENTES : MINIMUM SUPERIEUR AU "
                 "MAXIMUM"
              MOVE "N" TO WS-VALID
              GO TO END-VALIDATE
           END-IF.

           PERFORM START-BUILD-FICHE THRU END-BUILD-FICHE.
           MOVE WS-ENTRY-FICHE TO R-PARAMETRE.
           CALL "paramck" USING R-PARAMETRE, PR-VALEUR,
              WS-CK-RESULT, WS-CK-MESSAGE
           END-CALL.
           IF NOT WS-CK-RESULT-OK
              DISPLAY "VALEUR REFUSEE :" SPACE
                 "[" FUNCTION TRIM(WS-E-VALEUR) "]" SPACE
                 FUNCTION TRIM(WS-CK-MESSAGE)
              MOVE "N" TO WS-VALID
           END-IF.
       END-VALIDATE.
           EXIT.

      ******************************************************************
      *    Assemble la fiche au dessin du copybook parametre.          *
      ******************************************************************
       START-BUILD-FICHE.
           MOVE SPACES TO R-PARAMETRE.
           MOVE WS-E-CHAINE  TO PR-CHAINE.
           MOVE WS-E-NOM     TO PR-NOM.
           MOVE WS-E-TYPE    TO PR-TYPE.
           MOVE WS-E-MIN     TO PR-MIN.
           MOVE WS-E-MAX     TO PR-MAX.
           MOVE WS-E-VALEUR  TO PR-VALEUR.
           MOVE WS-E-LIBELLE TO PR-LIBELLE.
           MOVE R-PARAMETRE TO WS-ENTRY-FICHE.
       END-BUILD-FICHE.
           EXIT.

      ******************************************************************
      *    Forme lisible de la définition en R-PARAMETRE (type,        *
      *    bornes, valeur), rendue dans WS-SHOW-TEXT.                  *
      ******************************************************************
       START-SHOW-FICHE.
           MOVE PR-MIN TO WS-SHOW-MIN.
           MOVE PR-MAX TO WS-SHOW-MAX.
           MOVE SPACES TO WS-SHOW-TEXT.
           STRING "TYPE " PR-TYPE SPACE
              "MIN " FUNCTION TRIM(WS-SHOW-MIN) SPACE
              "MAX " FUNCTION TRIM(WS-SHOW-MAX) SPACE
              "VALEUR " FUNCTION TRIM(PR-VALEUR)
              DELIMITED BY SIZE
              INTO WS-SHOW-TEXT.
       END-SHOW-FICHE.
           EXIT.

      ******************************************************************
      *    Journalise le changement (qui, quand, avant, après), sur    *
      *    le modèle de horaire-audit.txt.                             *
      ******************************************************************
       START-W-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIME.

           MOVE SPACES TO R-AUDIT.
           STRING WS-AUDIT-DATE "-" WS-AUDIT-TIME SPACE
              FUNCTION TRIM(WS-OPERATOR) SPACE
              FUNCTION TRIM(WS-ACTION-LABEL) SPACE
              FUNCTION TRIM(WS-E-CHAINE) "/"
              FUNCTION TRIM(WS-E-NOM) SPACE
              "AVANT: [" FUNCTION TRIM(WS-OLD-VALUE) "]" SPACE
              "APRES: [" FUNCTION TRIM(WS-NEW-VALUE) "]"
              DELIMITED BY SIZE
              INTO R-AUDIT.

           OPEN EXTEND F-AUDIT.
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT F-AUDIT
           END-IF.
           WRITE R-AUDIT.
           CLOSE F-AUDIT.
       END-W-AUDIT.
           EXIT.

      ******************************************************************
      *    Réécrit le registre sans les définitions retirées.          *
      ******************************************************************
       START-W-PARAMETRES.
           OPEN OUTPUT F-PARAMETRES.

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF NOT PT-DELETED-Y(PT-IDX)
                 MOVE PT-FICHE(PT-IDX) TO R-PARAMETRE
                 WRITE R-PARAMETRE
              END-IF
           END-PERFORM.

           CLOSE F-PARAMETRES.
       END-W-PARAMETRES.
           EXIT.

      ******************************************************************
      *    Contrôle de l'action demandée (WS-ACC-ACTION : C, M ou S)   *
      *    contre le rôle de l'opérateur connecté.                     *
      ******************************************************************
       START-CHECK-ACCESS.
           MOVE "A" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-ACC-PROGRAM, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
       END-CHECK-ACCESS.
           EXIT.
