      *    étapes déjà faites sont sautées. Quand le recoupement du    *
      *    cycle précédent a signalé un écart, le pilote refuse de     *
      *    lancer sclrep tant que l'exploitant n'a pas positionné      *
      *    SCLCHAIN-OVERRIDE=Y. Juste avant le bulletin, le contrôle   *
      *    d'intégrité sclinteg est rejoué à chaque lancement : un     *
      *    constat BLOQUANT dans "integrite.dat" (ou un rapport        *
      *    incomplet) arrête aussi la chaîne avant sclrep, sauf la     *
      *    même dérogation.                                            *
      *    Les programmes de la chaîne se terminant par STOP RUN,      *
      *    chaque étape est lancée comme un travail séparé (SYSTEM).   *
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECO.

           SELECT F-INTEG ASSIGN TO 'integrite.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTEG.

      ******************************************************************

       DATA DIVISION.
           RECORDING MODE IS F.
       01  R-RECO PIC X(200).

       FD  F-INTEG
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  R-INTEG PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-CONTROL PIC X(02).
           88 FS-CONTROL-OK VALUE '00'.
       01  WS-OVERRIDE-ENV PIC X(01) VALUE 'N'.
           88 WS-OVERRIDE-YES VALUE 'Y'.

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE 'sclchain'.
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-PREV-MISMATCH PIC X(01) VALUE 'N'.
           88 WS-PREV-MISMATCH-YES VALUE 'Y'.

       01  FS-INTEG PIC X(02).
           88 FS-INTEG-OK  VALUE '00'.
           88 FS-INTEG-EOF VALUE '10'.

      *    Verdict du contrôle d'intégrité : B bloquant, S sans
      *    bloquant, I rapport absent ou incomplet.
       01  WS-INTEG-VERDICT PIC X(01) VALUE 'I'.
           88 WS-INTEG-BLOCKING   VALUE 'B'.
           88 WS-INTEG-CLEAN      VALUE 'S'.
           88 WS-INTEG-INCOMPLETE VALUE 'I'.

       01  WS-COMMAND      PIC X(100).
       01  WS-STEP-RC      PIC S9(04) VALUE ZERO.


       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE "SCLCHAIN-OVERRIDE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-OVERRIDE-ENV.

      *    Prise du verrou d'exploitation : un verrou déjà tenu est
      *    soit une chaîne encore en cours, soit un verrou orphelin
           END-IF.

      *    Etape 3 : bulletin. Refusée si le recoupement du cycle
      *    précédent avait signalé un écart, ou si le contrôle
      *    d'intégrité rejoué juste avant trouve un constat
      *    bloquant, sauf dérogation de l'exploitant.
           IF NOT WS-SCLREP-DONE
               IF WS-PREV-MISMATCH-YES AND NOT WS-OVERRIDE-YES
                   DISPLAY "ECART DE RECONCILIATION AU CYCLE "
                   GO TO END-0000-MAIN-P
               END-IF

               MOVE "sclinteg" TO WS-COMMAND
               PERFORM 2000-START-RUN-STEP THRU END-2000-RUN-STEP
               IF WS-STEP-RC NOT = ZERO
                   DISPLAY "CHAINE ARRETEE SUR L'ETAPE sclinteg"
                   GO TO END-0000-MAIN-P
               END-IF
               PERFORM 1200-START-CHECK-INTEG
                  THRU END-1200-CHECK-INTEG
               IF NOT WS-INTEG-CLEAN
                   IF WS-OVERRIDE-YES
                       DISPLAY "CONTROLE D'INTEGRITE NON CONCLUANT, "
                          "sclrep LANCE SUR DEROGATION"
                   ELSE
                       DISPLAY "CONSTAT D'INTEGRITE BLOQUANT OU "
                          "RAPPORT INCOMPLET (VOIR integrite.dat) : "
                          "sclrep REFUSE (POSITIONNER "
                          "SCLCHAIN-OVERRIDE=Y POUR PASSER OUTRE)"
                       GO TO END-0000-MAIN-P
                   END-IF
               END-IF

               MOVE "sclrep" TO WS-COMMAND
               PERFORM 2000-START-RUN-STEP THRU END-2000-RUN-STEP
               IF WS-STEP-RC NOT = ZERO
       END-1100-CHECK-PREV-RECO.
           EXIT.

      ******************************************************************
      *    Relit le verdict du contrôle d'intégrité (ligne RESULTAT    *
      *    de "integrite.dat") ; sans cette ligne, le balayage n'est   *
      *    pas allé au bout et le rapport compte comme incomplet.      *
      ******************************************************************
       1200-START-CHECK-INTEG.
           SET WS-INTEG-INCOMPLETE TO TRUE.
           OPEN INPUT F-INTEG.
           IF NOT FS-INTEG-OK
               GO TO END-1200-CHECK-INTEG
           END-IF.

           PERFORM UNTIL FS-INTEG-EOF
               READ F-INTEG
               AT END
                   SET FS-INTEG-EOF TO TRUE
               NOT AT END
                   IF R-INTEG(1:10) EQUAL "RESULTAT :"
                       IF R-INTEG(12:8) EQUAL "BLOQUANT"
                           SET WS-INTEG-BLOCKING TO TRUE
                       ELSE
                           SET WS-INTEG-CLEAN TO TRUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-INTEG.
       END-1200-CHECK-INTEG.
           EXIT.

      ******************************************************************
      *    Lance l'étape courante comme un travail séparé et relève    *
      *    son code retour.                                            *
