      ******************************************************************
      *    Sous programme partagé de lecture d'un paramètre de         *
      *    chaîne : les programmes l'appellent au lieu de lire         *
      *    eux-mêmes la variable d'environnement. La valeur est        *
      *    cherchée dans le registre "parametres.dat" (copybook        *
      *    parametre, tenu à l'écran par parmaint) sous la clé         *
      *    chaîne + nom du paramètre ; une définition sans valeur,     *
      *    ou un paramètre absent du registre, laisse la variable      *
      *    d'environnement du même nom faire foi comme avant. Toute    *
      *    valeur d'un paramètre défini est contrôlée (paramck) :      *
      *    une valeur refusée est signalée et rendue à blanc, le       *
      *    programme retombe alors sur sa valeur par défaut.           *
      *    Statut rendu :                                              *
      *       RG : valeur du registre                                  *
      *       EV : valeur de la variable d'environnement               *
      *       DF : non renseigné, valeur par défaut du programme       *
      *       KO : valeur refusée, valeur par défaut du programme      *
      *    Chaque lecture est consignée dans                           *
      *    "parametres-utilises.dat" (date, heure, programme,          *
      *    chaîne, paramètre, statut, valeur) : on sait après coup     *
      *    avec quelles valeurs chaque passage a tourné.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paramlu.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAMETRES ASSIGN TO "parametres.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETRES.

           SELECT F-UTILISES ASSIGN TO "parametres-utilises.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UTILISES.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-PARAMETRES
           RECORD CONTAINS 199 CHARACTERS
           RECORDING MODE IS F.
       COPY parametre.

       FD  F-UTILISES
           RECORD CONTAINS 168 CHARACTERS
           RECORDING MODE IS F.
       01  R-UTILISE.
           03 PU-DATE    PIC 9(08).
           03 FILLER     PIC X(01).
           03 PU-TIME    PIC 9(06).
           03 FILLER     PIC X(01).
           03 PU-PROGRAM PIC X(08).
           03 FILLER     PIC X(01).
           03 PU-CHAINE  PIC X(08).
           03 FILLER     PIC X(01).
           03 PU-NOM     PIC X(30).
           03 FILLER     PIC X(01).
           03 PU-STATUT  PIC X(02).
           03 FILLER     PIC X(01).
           03 PU-VALEUR  PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-PARAMETRES PIC X(02).
           88 FS-PARAMETRES-OK  VALUE "00".
           88 FS-PARAMETRES-EOF VALUE "10".
       01  FS-UTILISES PIC X(02).
           88 FS-UTILISES-OK VALUE "00".

      *    Définition trouvée au registre (copie de la fiche).
       01  WS-DEF-FOUND PIC X(01).
           88 WS-DEF-FOUND-Y VALUE "Y".
       01  WS-DEFINITION PIC X(199).

       01  WS-ENV-VALUE  PIC X(100).
       01  WS-CK-RESULT  PIC X(01).
           88 WS-CK-RESULT-OK VALUE "Y".
       01  WS-CK-MESSAGE PIC X(60).

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME PIC X(08).
       01  LK-CHAINE       PIC X(08).
       01  LK-NOM          PIC X(30).
       01  LK-VALEUR       PIC X(100).
       01  LK-STATUT       PIC X(02).
           88 LK-STATUT-REGISTRE VALUE "RG".
           88 LK-STATUT-ENV      VALUE "EV".
           88 LK-STATUT-DEFAUT   VALUE "DF".
           88 LK-STATUT-REFUSE   VALUE "KO".

      ******************************************************************
       PROCEDURE DIVISION USING LK-PROGRAM-NAME, LK-CHAINE, LK-NOM,
           LK-VALEUR, LK-STATUT.

       START-MAIN.
           MOVE SPACES TO LK-VALEUR.
           SET LK-STATUT-DEFAUT TO TRUE.

           PERFORM START-R-PARAMETRES THRU END-R-PARAMETRES.

           IF WS-DEF-FOUND-Y
              MOVE WS-DEFINITION TO R-PARAMETRE
              IF PR-VALEUR NOT = SPACES
                 MOVE PR-VALEUR TO LK-VALEUR
                 SET LK-STATUT-REGISTRE TO TRUE
              END-IF
           END-IF.

           IF LK-STATUT-DEFAUT
              MOVE SPACES TO WS-ENV-VALUE
              ACCEPT WS-ENV-VALUE FROM ENVIRONMENT LK-NOM
              IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO LK-VALEUR
                 SET LK-STATUT-ENV TO TRUE
              END-IF
           END-IF.

           IF WS-DEF-FOUND-Y AND NOT LK-STATUT-DEFAUT
              PERFORM START-CHECK-VALUE THRU END-CHECK-VALUE
           END-IF.

           PERFORM START-W-UTILISE THRU END-W-UTILISE.

           IF LK-STATUT-REFUSE
              MOVE SPACES TO LK-VALEUR
           END-IF.
       END-MAIN.
           GOBACK.

      ******************************************************************
      *    Cherche la définition chaîne + nom dans le registre ; un    *
      *    registre absent laisse l'environnement faire foi.           *
      ******************************************************************
       START-R-PARAMETRES.
           MOVE "N" TO WS-DEF-FOUND.

           OPEN INPUT F-PARAMETRES.
           IF NOT FS-PARAMETRES-OK
              GO TO END-R-PARAMETRES
           END-IF.

           PERFORM UNTIL FS-PARAMETRES-EOF OR WS-DEF-FOUND-Y
              READ F-PARAMETRES
              AT END
                 SET FS-PARAMETRES-EOF TO TRUE
              NOT AT END
                 IF PR-CHAINE = LK-CHAINE AND PR-NOM = LK-NOM
                    SET WS-DEF-FOUND-Y TO TRUE
                    MOVE R-PARAMETRE TO WS-DEFINITION
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-PARAMETRES.
       END-R-PARAMETRES.
           EXIT.

      ******************************************************************
      *    Contrôle la valeur retenue contre sa définition : refusée,  *
      *    elle est signalée et le programme garde son défaut.         *
      ******************************************************************
       START-CHECK-VALUE.
           MOVE WS-DEFINITION TO R-PARAMETRE.
           CALL "paramck" USING R-PARAMETRE, LK-VALEUR,
              WS-CK-RESULT, WS-CK-MESSAGE
           END-CALL.

           IF NOT WS-CK-RESULT-OK
              DISPLAY "PARAMETRE REFUSE :" SPACE
                 FUNCTION TRIM(LK-CHAINE) "/"
                 FUNCTION TRIM(LK-NOM) SPACE
                 "[" FUNCTION TRIM(LK-VALEUR) "]" SPACE
                 FUNCTION TRIM(WS-CK-MESSAGE) SPACE
                 "- VALEUR PAR DEFAUT DU PROGRAMME RETENUE"
              SET LK-STATUT-REFUSE TO TRUE
           END-IF.
       END-CHECK-VALUE.
           EXIT.

      ******************************************************************
      *    Consigne la valeur lue (ou refusée) au journal des          *
      *    paramètres utilisés.                                        *
      ******************************************************************
       START-W-UTILISE.
           MOVE SPACES TO R-UTILISE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PU-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PU-TIME.
           MOVE LK-PROGRAM-NAME TO PU-PROGRAM.
           MOVE LK-CHAINE       TO PU-CHAINE.
           MOVE LK-NOM          TO PU-NOM.
           MOVE LK-STATUT       TO PU-STATUT.
           MOVE LK-VALEUR       TO PU-VALEUR.

           OPEN EXTEND F-UTILISES.
           IF NOT FS-UTILISES-OK
              OPEN OUTPUT F-UTILISES
           END-IF.
           WRITE R-UTILISE.
           CLOSE F-UTILISES.
       END-W-UTILISE.
           EXIT.
