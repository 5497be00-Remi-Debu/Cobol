      ******************************************************************
      *    Declaration sociale mensuelle : la declaration aux          *
      *    organismes sociaux se refaisait sur tableur a partir du     *
      *    journal de paie. Le programme tourne apres flpay sur la     *
      *    meme periode (AAAAMM du mois en cours, ou FLDSN-PERIODE)    *
      *    et ecrit "dsn-mensuelle.txt" en rubriques a la maniere de   *
      *    la DSN (une rubrique par ligne : code,'valeur') :           *
      *    - S10/S20 : bloc employeur tire de "dsn-employeur.txt"      *
      *      (SIRET X(14), raison sociale X(40), code NAF X(05)) et    *
      *      mois declare ;                                            *
      *    - S21.G00.30/40/50/51/81 : un bloc par employe de           *
      *      fichierclient.idx (identite, contrat : date d'embauche,   *
      *      poste ; net verse et net fiscal, brut, cotisation de la   *
      *      tranche du bareme "taux-cotisations.txt" appliquee par    *
      *      flpay), montants repris du mois dans l'historique         *
      *      "paie-cumuls.txt" ;                                       *
      *    - S21.G00.62 : fin de contrat des departs releves par       *
      *      flcomp dans "flclt-mouvements.txt" (les arrivees y sont   *
      *      rapprochees de la date d'embauche) ;                      *
      *    - S21.G00.23 : cotisations agregees par tranche ;           *
      *    - S90 : nombre de rubriques.                                *
      *    Avant liberation, l'effectif et les totaux brut,            *
      *    cotisations et net sont rapproches des ecritures de         *
      *    departement de "ecritures-paie.txt". Le rapport             *
      *    "dsn-controle.txt" liste les anomalies, BLOQUANTES ou       *
      *    AVERTISSEMENTS ; une seule anomalie bloquante vide          *
      *    dsn-mensuelle.txt.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fldsn.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYEE ASSIGN TO "fichierclient.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REMPLOYEE-ID
           ALTERNATE RECORD KEY IS REMPLOYEE-AGENCE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REMPLOYEE-CODE WITH DUPLICATES
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT F-EMPLOYEUR ASSIGN TO "dsn-employeur.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EMPLOYEUR.

           SELECT F-TAUX ASSIGN TO "taux-cotisations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TAUX.

           SELECT F-CUMUL ASSIGN TO "paie-cumuls.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CUMUL.

           SELECT F-MOUVEMENTS ASSIGN TO "flclt-mouvements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOUVEMENTS.

           SELECT F-ECRITURES ASSIGN TO "ecritures-paie.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ECRITURES.

           SELECT F-DSN ASSIGN TO "dsn-mensuelle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DSN.

           SELECT F-CONTROLE ASSIGN TO "dsn-controle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROLE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPLOYEE==.

       FD  F-EMPLOYEUR.
       01  R-EMPLOYEUR.
           03 REMP-SIRET  PIC X(14).
           03 REMP-RAISON PIC X(40).
           03 REMP-NAF    PIC X(05).

       FD  F-TAUX.
       01  R-TAUX.
           03 RTAUX-PLAFOND PIC 9(06)V9(02).
           03 RTAUX-TAUX    PIC 9(02)V9(02).

      *    Historique de paie tenu par flpay.
       FD  F-CUMUL
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F.
       01  R-CUMUL.
           03 CUM-ID      PIC X(09).
           03 CUM-ANNEE   PIC 9(04).
           03 CUM-NOM     PIC X(20).
           03 CUM-PRENOM  PIC X(20).
           03 CUM-PERIODE PIC 9(06).
           03 CUM-MOIS    PIC 9(02).
           03 CUM-BRUT    PIC 9(08)V9(02).
           03 CUM-COTIS   PIC 9(08)V9(02).
           03 CUM-NET     PIC 9(08)V9(02).
           03 CUM-IMPOS   PIC 9(08)V9(02).
           03 CUM-M-BRUT  PIC 9(06)V9(02).
           03 CUM-M-COTIS PIC 9(06)V9(02).
           03 CUM-M-NET   PIC 9(06)V9(02).
           03 CUM-M-IMPOS PIC 9(06)V9(02).

      *    Rapport de flcomp : libelle X(10), blanc, matricule, blanc,
      *    nom.
       FD  F-MOUVEMENTS.
       01  R-MOUVEMENTS.
           03 MVT-LABEL PIC X(10).
           03 FILLER    PIC X(01).
           03 MVT-ID    PIC X(09).
           03 FILLER    PIC X(01).
           03 MVT-NOM   PIC X(20).
           03 FILLER    PIC X(79).

       FD  F-ECRITURES
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
       01  R-ECRITURES.
           03 ECR-NUM     PIC 9(06).
           03 ECR-DEPT    PIC X(03).
           03 ECR-COUNT   PIC 9(05).
           03 ECR-BRUT    PIC 9(10)V9(02).
           03 ECR-COTIS   PIC 9(10)V9(02).
           03 ECR-NET     PIC 9(10)V9(02).
           03 ECR-ELEMENT PIC X(03).
           03 ECR-PERIODE PIC 9(06).

       FD  F-DSN.
       01  R-DSN PIC X(100).

       FD  F-CONTROLE.
       01  R-CONTROLE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-EMPLOYEE PIC X(02).
           88 WS-FS-EMPLOYEE-OK  VALUE "00".
           88 WS-FS-EMPLOYEE-EOF VALUE "10".
       01  WS-FS-EMPLOYEUR PIC X(02).
           88 WS-FS-EMPLOYEUR-OK VALUE "00".
       01  WS-FS-TAUX PIC X(02).
           88 WS-FS-TAUX-OK  VALUE "00".
           88 WS-FS-TAUX-EOF VALUE "10".
       01  WS-FS-CUMUL PIC X(02).
           88 WS-FS-CUMUL-OK  VALUE "00".
           88 WS-FS-CUMUL-EOF VALUE "10".
       01  WS-FS-MOUVEMENTS PIC X(02).
           88 WS-FS-MOUVEMENTS-OK  VALUE "00".
           88 WS-FS-MOUVEMENTS-EOF VALUE "10".
       01  WS-FS-ECRITURES PIC X(02).
           88 WS-FS-ECRITURES-OK  VALUE "00".
           88 WS-FS-ECRITURES-EOF VALUE "10".
       01  WS-FS-DSN      PIC X(02).
       01  WS-FS-CONTROLE PIC X(02).

      *    Periode declaree.
       01  WS-TODAY       PIC 9(08).
       01  WS-PERIODE-ENV PIC X(06) VALUE SPACES.
       01  WS-PERIODE     PIC 9(06).
       01  WS-PER-DATE    PIC X(08).
       01  WS-FIN-MOIS    PIC X(08).
       01  WS-DATE-INT    PIC 9(08) COMP.
       01  WS-WORK-DATE   PIC 9(08).
       01  WS-NEXT-PER    PIC 9(06).
       01  WS-LINE-PTR    PIC 9(03).

      *    Bloc employeur.
       01  WS-EMPLOYEUR.
           03 WS-EMP-SIRET  PIC X(14) VALUE SPACES.
           03 WS-EMP-RAISON PIC X(40) VALUE SPACES.
           03 WS-EMP-NAF    PIC X(05) VALUE SPACES.

      *    Bareme de cotisations et agregats par tranche.
       01  WS-TAUX-TABLE.
           03 WS-TX-CNT PIC 9(02) VALUE 0.
           03 WS-TX OCCURS 20 TIMES
                    INDEXED BY WS-TX-IDX.
               05 WS-TX-PLAFOND PIC 9(06)V9(02).
               05 WS-TX-TAUX    PIC 9(02)V9(02).
               05 WS-TX-COUNT   PIC 9(05).
               05 WS-TX-BASE    PIC 9(10)V9(02).
               05 WS-TX-COTIS   PIC 9(10)V9(02).
       01  WS-TX-APPLIED PIC 9(02).

      *    Employes du fichier maitre.
       01  WS-EMPLOYEE-TABLE.
           03 WS-EE-CNT PIC 9(04) VALUE 0.
           03 WS-EE OCCURS 2000 TIMES
                    INDEXED BY WS-EE-IDX.
               05 WS-EE-ID       PIC X(09).
               05 WS-EE-NOM      PIC X(20).
               05 WS-EE-PRENOM   PIC X(20).
               05 WS-EE-POSTE    PIC X(14).
               05 WS-EE-EMBAUCHE PIC X(08).
               05 WS-EE-PAY      PIC 9(04).

      *    Paie du mois reprise de l'historique.
       01  WS-PAY-TABLE.
           03 WS-PY-CNT PIC 9(04) VALUE 0.
           03 WS-PY OCCURS 2000 TIMES
                    INDEXED BY WS-PY-IDX.
               05 WS-PY-ID     PIC X(09).
               05 WS-PY-BRUT   PIC 9(06)V9(02).
               05 WS-PY-COTIS  PIC 9(06)V9(02).
               05 WS-PY-NET    PIC 9(06)V9(02).
               05 WS-PY-IMPOS  PIC 9(06)V9(02).
               05 WS-PY-USED   PIC X(01).

      *    Arrivees (A) et departs (D) releves par flcomp.
       01  WS-MVT-TABLE.
           03 WS-MV-CNT PIC 9(04) VALUE 0.
           03 WS-MV OCCURS 2000 TIMES
                    INDEXED BY WS-MV-IDX.
               05 WS-MV-TYPE PIC X(01).
               05 WS-MV-ID   PIC X(09).
               05 WS-MV-NOM  PIC X(20).
       01  WS-MVT-PRESENT PIC X(01) VALUE "N".
           88 WS-MVT-PRESENT-Y VALUE "Y".

      *    Totaux declares et totaux de l'extrait comptable.
       01  WS-DECL-COUNT PIC 9(05) VALUE 0.
       01  WS-DECL-BRUT  PIC 9(10)V9(02) VALUE 0.
       01  WS-DECL-COTIS PIC 9(10)V9(02) VALUE 0.
       01  WS-DECL-NET   PIC 9(10)V9(02) VALUE 0.
       01  WS-ECR-PRESENT PIC X(01) VALUE "N".
           88 WS-ECR-PRESENT-Y VALUE "Y".
       01  WS-ECR-COUNT  PIC 9(05) VALUE 0.
       01  WS-ECR-BRUT   PIC 9(10)V9(02) VALUE 0.
       01  WS-ECR-COTIS  PIC 9(10)V9(02) VALUE 0.
       01  WS-ECR-NET    PIC 9(10)V9(02) VALUE 0.

      *    Anomalies du controle.
       01  WS-BLOQ-CNT  PIC 9(05) VALUE 0.
       01  WS-AVERT-CNT PIC 9(05) VALUE 0.
       01  WS-ANO-LEVEL PIC X(01).
           88 WS-ANO-BLOQUANTE VALUE "B".
           88 WS-ANO-AVERT     VALUE "A".
       01  WS-ANO-TEXT  PIC X(110).

      *    Rubrique a ecrire.
       01  WS-RUB-CODE  PIC X(14).
       01  WS-RUB-VALUE PIC X(60).
       01  WS-RUB-CNT   PIC 9(08) VALUE 0.
       01  WS-PNT-AMT   PIC Z(9)9.99.
       01  WS-PNT-RATE  PIC Z9.99.
       01  WS-PNT-CNT   PIC Z(7)9.
       01  WS-PNT-PER   PIC ZZZZZ9.99.
       01  WS-PNT-DECL  PIC Z(9)9.99.
       01  WS-LINE      PIC X(132).

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "fldsn".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-BLOQ-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           PERFORM START-PERIODE THRU END-PERIODE.

           OPEN OUTPUT F-CONTROLE.
           MOVE SPACES TO WS-LINE.
           STRING "*** CONTROLE DE LA DECLARATION SOCIALE - PERIODE"
              SPACE WS-PERIODE SPACE "***"
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           PERFORM START-R-EMPLOYEUR THRU END-R-EMPLOYEUR.
           PERFORM START-R-TAUX THRU END-R-TAUX.
           PERFORM START-R-EMPLOYEE THRU END-R-EMPLOYEE.
           PERFORM START-R-CUMUL THRU END-R-CUMUL.
           PERFORM START-R-MOUVEMENTS THRU END-R-MOUVEMENTS.
           PERFORM START-R-ECRITURES THRU END-R-ECRITURES.
           PERFORM START-W-DSN THRU END-W-DSN.
           PERFORM START-RAPPROCHEMENT THRU END-RAPPROCHEMENT.
           PERFORM START-LIBERATION THRU END-LIBERATION.

           CLOSE F-CONTROLE.
           DISPLAY "PERIODE :" SPACE WS-PERIODE SPACE
              "SALARIES :" SPACE WS-DECL-COUNT SPACE
              "BLOQUANTES :" SPACE WS-BLOQ-CNT SPACE
              "AVERTISSEMENTS :" SPACE WS-AVERT-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Periode : le mois en cours ou FLDSN-PERIODE (AAAAMM) ;      *
      *    premier et dernier jour du mois au format JJMMAAAA.         *
      ******************************************************************
       START-PERIODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIODE.

           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT "FLDSN-PERIODE".
           IF WS-PERIODE-ENV IS NUMERIC
              AND WS-PERIODE-ENV(5:2) >= "01"
              AND WS-PERIODE-ENV(5:2) <= "12"
              MOVE WS-PERIODE-ENV TO WS-PERIODE
           END-IF.

           STRING "01" WS-PERIODE(5:2) WS-PERIODE(1:4)
              DELIMITED BY SIZE INTO WS-PER-DATE.

      *    Dernier jour : veille du premier jour du mois suivant.
           IF WS-PERIODE(5:2) = "12"
              COMPUTE WS-NEXT-PER = WS-PERIODE + 89
           ELSE
              COMPUTE WS-NEXT-PER = WS-PERIODE + 1
           END-IF.
           COMPUTE WS-WORK-DATE = WS-NEXT-PER * 100 + 1.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           STRING WS-WORK-DATE(7:2) WS-WORK-DATE(5:2)
              WS-WORK-DATE(1:4)
              DELIMITED BY SIZE INTO WS-FIN-MOIS.
       END-PERIODE.
           EXIT.

      ******************************************************************
      *    Bloc employeur : SIRET de 14 chiffres obligatoire.          *
      ******************************************************************
       START-R-EMPLOYEUR.
           OPEN INPUT F-EMPLOYEUR.
           IF WS-FS-EMPLOYEUR-OK
              READ F-EMPLOYEUR
              AT END
                 CONTINUE
              NOT AT END
                 MOVE REMP-SIRET  TO WS-EMP-SIRET
                 MOVE REMP-RAISON TO WS-EMP-RAISON
                 MOVE REMP-NAF    TO WS-EMP-NAF
              END-READ
              CLOSE F-EMPLOYEUR
           END-IF.

           IF WS-EMP-SIRET IS NOT NUMERIC
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE "EMPLOYEUR : SIRET ABSENT OU NON NUMERIQUE "
                 & "(dsn-employeur.txt)" TO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
           END-IF.
           IF WS-EMP-RAISON = SPACES
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE "EMPLOYEUR : RAISON SOCIALE ABSENTE" TO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
           END-IF.
       END-R-EMPLOYEUR.
           EXIT.

      ******************************************************************
      *    Charge le bareme de cotisations.                            *
      ******************************************************************
       START-R-TAUX.
           OPEN INPUT F-TAUX.
           IF NOT WS-FS-TAUX-OK
              DISPLAY "ERREUR OUVERTURE taux-cotisations.txt :" SPACE
                 WS-FS-TAUX
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-TAUX-EOF
              READ F-TAUX
              AT END
                 SET WS-FS-TAUX-EOF TO TRUE
              NOT AT END
                 IF WS-TX-CNT < 20
                    ADD 1 TO WS-TX-CNT
                    MOVE RTAUX-PLAFOND TO WS-TX-PLAFOND(WS-TX-CNT)
                    MOVE RTAUX-TAUX    TO WS-TX-TAUX(WS-TX-CNT)
                    MOVE ZERO TO WS-TX-COUNT(WS-TX-CNT)
                    MOVE ZERO TO WS-TX-BASE(WS-TX-CNT)
                    MOVE ZERO TO WS-TX-COTIS(WS-TX-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-TAUX.
       END-R-TAUX.
           EXIT.

      ******************************************************************
      *    Charge les employes ; la date d'embauche est obligatoire    *
      *    pour le bloc contrat.                                       *
      ******************************************************************
       START-R-EMPLOYEE.
           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-EMPLOYEE-EOF
              READ F-EMPLOYEE
              AT END
                 SET WS-FS-EMPLOYEE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 IF WS-EE-CNT < 2000
                    ADD 1 TO WS-EE-CNT
                    SET WS-EE-IDX TO WS-EE-CNT
                    MOVE REMPLOYEE-ID     TO WS-EE-ID(WS-EE-IDX)
                    MOVE REMPLOYEE-NOM    TO WS-EE-NOM(WS-EE-IDX)
                    MOVE REMPLOYEE-PRENOM TO WS-EE-PRENOM(WS-EE-IDX)
                    MOVE REMPLOYEE-POSTE  TO WS-EE-POSTE(WS-EE-IDX)
                    MOVE REMPLOYEE-EMBAUCHE
                       TO WS-EE-EMBAUCHE(WS-EE-IDX)
                    MOVE ZERO TO WS-EE-PAY(WS-EE-IDX)
                    IF REMPLOYEE-EMBAUCHE IS NOT NUMERIC
                       SET WS-ANO-BLOQUANTE TO TRUE
                       MOVE SPACES TO WS-ANO-TEXT
                       STRING "SALARIE" SPACE REMPLOYEE-ID SPACE
                          ": DATE D'EMBAUCHE ABSENTE, CONTRAT "
                          "INCOMPLET"
                          DELIMITED BY SIZE INTO WS-ANO-TEXT
                       PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
                    END-IF
                 ELSE
                    SET WS-ANO-BLOQUANTE TO TRUE
                    MOVE "FICHIER DES EMPLOYES : PLUS DE 2000 FICHES"
                       TO WS-ANO-TEXT
                    PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-EMPLOYEE.
       END-R-EMPLOYEE.
           EXIT.

      ******************************************************************
      *    Paie du mois : lignes de l'historique dont la derniere      *
      *    periode payee est la periode declaree ; chaque paie est     *
      *    rattachee a son employe.                                    *
      ******************************************************************
       START-R-CUMUL.
           OPEN INPUT F-CUMUL.
           IF NOT WS-FS-CUMUL-OK
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE "HISTORIQUE DE PAIE paie-cumuls.txt ABSENT : flpay "
                 & "N'A PAS TOURNE" TO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              GO TO END-R-CUMUL
           END-IF.

           PERFORM UNTIL WS-FS-CUMUL-EOF
              READ F-CUMUL
              AT END
                 SET WS-FS-CUMUL-EOF TO TRUE
              NOT AT END
                 IF CUM-PERIODE = WS-PERIODE
                    AND WS-PY-CNT < 2000
                    ADD 1 TO WS-PY-CNT
                    SET WS-PY-IDX TO WS-PY-CNT
                    MOVE CUM-ID      TO WS-PY-ID(WS-PY-IDX)
                    MOVE CUM-M-BRUT  TO WS-PY-BRUT(WS-PY-IDX)
                    MOVE CUM-M-COTIS TO WS-PY-COTIS(WS-PY-IDX)
                    MOVE CUM-M-NET   TO WS-PY-NET(WS-PY-IDX)
                    MOVE CUM-M-IMPOS TO WS-PY-IMPOS(WS-PY-IDX)
                    MOVE "N"         TO WS-PY-USED(WS-PY-IDX)
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-CUMUL.

           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-CNT
              PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                      UNTIL WS-EE-IDX > WS-EE-CNT
                 IF WS-EE-ID(WS-EE-IDX) = WS-PY-ID(WS-PY-IDX)
                    SET WS-EE-PAY(WS-EE-IDX) TO WS-PY-IDX
                    MOVE "O" TO WS-PY-USED(WS-PY-IDX)
                 END-IF
              END-PERFORM
              IF WS-PY-USED(WS-PY-IDX) = "N"
                 SET WS-ANO-BLOQUANTE TO TRUE
                 MOVE SPACES TO WS-ANO-TEXT
                 STRING "SALARIE" SPACE WS-PY-ID(WS-PY-IDX) SPACE
                    ": PAYE SUR LA PERIODE MAIS ABSENT DE "
                    "fichierclient.idx"
                    DELIMITED BY SIZE INTO WS-ANO-TEXT
                 PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > WS-EE-CNT
              IF WS-EE-PAY(WS-EE-IDX) = ZERO
                 SET WS-ANO-BLOQUANTE TO TRUE
                 MOVE SPACES TO WS-ANO-TEXT
                 STRING "SALARIE" SPACE WS-EE-ID(WS-EE-IDX) SPACE
                    ": AUCUNE PAIE SUR LA PERIODE" SPACE WS-PERIODE
                    DELIMITED BY SIZE INTO WS-ANO-TEXT
                 PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              END-IF
           END-PERFORM.
       END-R-CUMUL.
           EXIT.

      ******************************************************************
      *    Arrivees et departs de flcomp. Une arrivee embauchee hors   *
      *    du mois ou un depart encore paye sont signales.             *
      ******************************************************************
       START-R-MOUVEMENTS.
           OPEN INPUT F-MOUVEMENTS.
           IF NOT WS-FS-MOUVEMENTS-OK
              SET WS-ANO-AVERT TO TRUE
              MOVE "flclt-mouvements.txt ABSENT : NI ARRIVEE NI DEPART "
                 & "DECLARES" TO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              GO TO END-R-MOUVEMENTS
           END-IF.
           SET WS-MVT-PRESENT-Y TO TRUE.

           PERFORM UNTIL WS-FS-MOUVEMENTS-EOF
              READ F-MOUVEMENTS
              AT END
                 SET WS-FS-MOUVEMENTS-EOF TO TRUE
              NOT AT END
                 IF (MVT-LABEL = "ARRIVEE  :" OR "DEPART   :")
                    AND WS-MV-CNT < 2000
                    ADD 1 TO WS-MV-CNT
                    SET WS-MV-IDX TO WS-MV-CNT
                    MOVE MVT-LABEL(1:1) TO WS-MV-TYPE(WS-MV-IDX)
                    MOVE MVT-ID         TO WS-MV-ID(WS-MV-IDX)
                    MOVE MVT-NOM        TO WS-MV-NOM(WS-MV-IDX)
                    PERFORM START-CHECK-MVT THRU END-CHECK-MVT
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-MOUVEMENTS.
       END-R-MOUVEMENTS.
           EXIT.

      ******************************************************************
      *    Rapproche le mouvement WS-MV-IDX du fichier des employes.   *
      ******************************************************************
       START-CHECK-MVT.
           SET WS-EE-IDX TO 1.
           SEARCH WS-EE
              AT END
                 SET WS-EE-IDX TO 1
                 IF WS-MV-TYPE(WS-MV-IDX) = "A"
                    SET WS-ANO-BLOQUANTE TO TRUE
                    MOVE SPACES TO WS-ANO-TEXT
                    STRING "ARRIVEE" SPACE WS-MV-ID(WS-MV-IDX) SPACE
                       ": ABSENTE DE fichierclient.idx"
                       DELIMITED BY SIZE INTO WS-ANO-TEXT
                    PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
                 END-IF
                 GO TO END-CHECK-MVT
              WHEN WS-EE-IDX > WS-EE-CNT
                 IF WS-MV-TYPE(WS-MV-IDX) = "A"
                    SET WS-ANO-BLOQUANTE TO TRUE
                    MOVE SPACES TO WS-ANO-TEXT
                    STRING "ARRIVEE" SPACE WS-MV-ID(WS-MV-IDX) SPACE
                       ": ABSENTE DE fichierclient.idx"
                       DELIMITED BY SIZE INTO WS-ANO-TEXT
                    PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
                 END-IF
                 GO TO END-CHECK-MVT
              WHEN WS-EE-ID(WS-EE-IDX) = WS-MV-ID(WS-MV-IDX)
                 CONTINUE
           END-SEARCH.

           IF WS-MV-TYPE(WS-MV-IDX) = "D"
              SET WS-ANO-AVERT TO TRUE
              MOVE SPACES TO WS-ANO-TEXT
              STRING "DEPART" SPACE WS-MV-ID(WS-MV-IDX) SPACE
                 ": TOUJOURS PRESENT DANS fichierclient.idx, PAS DE "
                 "FIN DE CONTRAT DECLAREE"
                 DELIMITED BY SIZE INTO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              MOVE SPACE TO WS-MV-TYPE(WS-MV-IDX)
           ELSE
              IF WS-EE-EMBAUCHE(WS-EE-IDX)(1:6) NOT = WS-PERIODE
                 SET WS-ANO-AVERT TO TRUE
                 MOVE SPACES TO WS-ANO-TEXT
                 STRING "ARRIVEE" SPACE WS-MV-ID(WS-MV-IDX) SPACE
                    ": EMBAUCHE LE" SPACE WS-EE-EMBAUCHE(WS-EE-IDX)
                    SPACE "HORS DE LA PERIODE" SPACE WS-PERIODE
                    DELIMITED BY SIZE INTO WS-ANO-TEXT
                 PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              END-IF
           END-IF.
       END-CHECK-MVT.
           EXIT.

      ******************************************************************
      *    Totaux de controle : ecritures de departement (element a    *
      *    blanc) de l'extrait comptable de flpay.                     *
      ******************************************************************
       START-R-ECRITURES.
           OPEN INPUT F-ECRITURES.
           IF NOT WS-FS-ECRITURES-OK
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE "EXTRAIT COMPTABLE ecritures-paie.txt ABSENT : "
                 & "TOTAUX NON CONTROLABLES" TO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              GO TO END-R-ECRITURES
           END-IF.
           SET WS-ECR-PRESENT-Y TO TRUE.

           PERFORM UNTIL WS-FS-ECRITURES-EOF
              READ F-ECRITURES
              AT END
                 SET WS-FS-ECRITURES-EOF TO TRUE
              NOT AT END
                 IF ECR-ELEMENT = SPACES
                    ADD ECR-COUNT TO WS-ECR-COUNT
                    ADD ECR-BRUT  TO WS-ECR-BRUT
                    ADD ECR-COTIS TO WS-ECR-COTIS
                    ADD ECR-NET   TO WS-ECR-NET
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-ECRITURES.
       END-R-ECRITURES.
           EXIT.

      ******************************************************************
      *    Ecrit la declaration : employeur, salaries, departs,        *
      *    agregats par tranche, total des rubriques.                  *
      ******************************************************************
       START-W-DSN.
           OPEN OUTPUT F-DSN.

           MOVE "S10.G00.00.001" TO WS-RUB-CODE.
           MOVE "fldsn" TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S10.G00.01.001" TO WS-RUB-CODE.
           MOVE WS-EMP-SIRET(1:9) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S10.G00.01.002" TO WS-RUB-CODE.
           MOVE WS-EMP-SIRET(10:5) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S10.G00.01.003" TO WS-RUB-CODE.
           MOVE WS-EMP-RAISON TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S20.G00.05.001" TO WS-RUB-CODE.
           MOVE "01" TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S20.G00.05.005" TO WS-RUB-CODE.
           MOVE WS-PER-DATE TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.06.001" TO WS-RUB-CODE.
           MOVE WS-EMP-SIRET(1:9) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.06.003" TO WS-RUB-CODE.
           MOVE WS-EMP-NAF TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.

           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > WS-EE-CNT
              PERFORM START-W-SALARIE THRU END-W-SALARIE
           END-PERFORM.

      *    Departs : le salarie a quitte le fichier, son contrat
      *    prend fin dans le mois.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-CNT
              IF WS-MV-TYPE(WS-MV-IDX) = "D"
                 MOVE "S21.G00.30.002" TO WS-RUB-CODE
                 MOVE WS-MV-NOM(WS-MV-IDX) TO WS-RUB-VALUE
                 PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE
                 MOVE "S21.G00.30.019" TO WS-RUB-CODE
                 MOVE WS-MV-ID(WS-MV-IDX) TO WS-RUB-VALUE
                 PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE
                 MOVE "S21.G00.62.001" TO WS-RUB-CODE
                 MOVE WS-FIN-MOIS TO WS-RUB-VALUE
                 PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE
              END-IF
           END-PERFORM.

      *    Cotisations agregees par tranche.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-CNT
              IF WS-TX-COUNT(WS-TX-IDX) > ZERO
                 SET WS-TX-APPLIED TO WS-TX-IDX
                 MOVE "S21.G00.23.001" TO WS-RUB-CODE
                 MOVE SPACES TO WS-RUB-VALUE
                 STRING "TR" WS-TX-APPLIED DELIMITED BY SIZE
                    INTO WS-RUB-VALUE
                 PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE
                 MOVE "S21.G00.23.003" TO WS-RUB-CODE
                 MOVE WS-TX-TAUX(WS-TX-IDX) TO WS-PNT-RATE
                 MOVE FUNCTION TRIM(WS-PNT-RATE) TO WS-RUB-VALUE
                 PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE
                 MOVE "S21.G00.23.004" TO WS-RUB-CODE
                 MOVE WS-TX-BASE(WS-TX-IDX) TO WS-PNT-AMT
                 MOVE FUNCTION TRIM(WS-PNT-AMT) TO WS-RUB-VALUE
                 PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE
                 MOVE "S21.G00.23.005" TO WS-RUB-CODE
                 MOVE WS-TX-COTIS(WS-TX-IDX) TO WS-PNT-AMT
                 MOVE FUNCTION TRIM(WS-PNT-AMT) TO WS-RUB-VALUE
                 PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE
              END-IF
           END-PERFORM.

           ADD 2 TO WS-RUB-CNT.
           MOVE WS-RUB-CNT TO WS-PNT-CNT.
           MOVE "S90.G00.90.001" TO WS-RUB-CODE.
           MOVE FUNCTION TRIM(WS-PNT-CNT) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S90.G00.90.002" TO WS-RUB-CODE.
           MOVE "1" TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.

           CLOSE F-DSN.
       END-W-DSN.
           EXIT.

      ******************************************************************
      *    Bloc du salarie WS-EE-IDX : identite, contrat, versement,   *
      *    remuneration brute et cotisation de sa tranche.             *
      ******************************************************************
       START-W-SALARIE.
           MOVE "S21.G00.30.002" TO WS-RUB-CODE.
           MOVE WS-EE-NOM(WS-EE-IDX) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.30.004" TO WS-RUB-CODE.
           MOVE WS-EE-PRENOM(WS-EE-IDX) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.30.019" TO WS-RUB-CODE.
           MOVE WS-EE-ID(WS-EE-IDX) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.

           MOVE "S21.G00.40.001" TO WS-RUB-CODE.
           MOVE SPACES TO WS-RUB-VALUE.
           STRING WS-EE-EMBAUCHE(WS-EE-IDX)(7:2)
              WS-EE-EMBAUCHE(WS-EE-IDX)(5:2)
              WS-EE-EMBAUCHE(WS-EE-IDX)(1:4)
              DELIMITED BY SIZE INTO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.40.006" TO WS-RUB-CODE.
           MOVE WS-EE-POSTE(WS-EE-IDX) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.40.009" TO WS-RUB-CODE.
           MOVE WS-EE-ID(WS-EE-IDX) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.

           IF WS-EE-PAY(WS-EE-IDX) = ZERO
              GO TO END-W-SALARIE
           END-IF.
           SET WS-PY-IDX TO WS-EE-PAY(WS-EE-IDX).

           ADD 1 TO WS-DECL-COUNT.
           ADD WS-PY-BRUT(WS-PY-IDX)  TO WS-DECL-BRUT.
           ADD WS-PY-COTIS(WS-PY-IDX) TO WS-DECL-COTIS.
           ADD WS-PY-NET(WS-PY-IDX)   TO WS-DECL-NET.

           MOVE "S21.G00.50.001" TO WS-RUB-CODE.
           MOVE WS-FIN-MOIS TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.50.002" TO WS-RUB-CODE.
           MOVE WS-PY-IMPOS(WS-PY-IDX) TO WS-PNT-AMT.
           MOVE FUNCTION TRIM(WS-PNT-AMT) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.50.004" TO WS-RUB-CODE.
           MOVE WS-PY-NET(WS-PY-IDX) TO WS-PNT-AMT.
           MOVE FUNCTION TRIM(WS-PNT-AMT) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.

           MOVE "S21.G00.51.011" TO WS-RUB-CODE.
           MOVE "001" TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.51.013" TO WS-RUB-CODE.
           MOVE WS-PY-BRUT(WS-PY-IDX) TO WS-PNT-AMT.
           MOVE FUNCTION TRIM(WS-PNT-AMT) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.

      *    Tranche du bareme couvrant le brut, comme dans flpay.
           MOVE ZERO TO WS-TX-APPLIED.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-CNT
              IF WS-TX-APPLIED = ZERO
                 AND WS-PY-BRUT(WS-PY-IDX)
                     NOT GREATER WS-TX-PLAFOND(WS-TX-IDX)
                 SET WS-TX-APPLIED TO WS-TX-IDX
              END-IF
           END-PERFORM.
           IF WS-TX-APPLIED = ZERO
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE SPACES TO WS-ANO-TEXT
              STRING "SALARIE" SPACE WS-EE-ID(WS-EE-IDX) SPACE
                 ": BRUT HORS BAREME taux-cotisations.txt"
                 DELIMITED BY SIZE INTO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
              GO TO END-W-SALARIE
           END-IF.
           SET WS-TX-IDX TO WS-TX-APPLIED.
           ADD 1 TO WS-TX-COUNT(WS-TX-IDX).
           ADD WS-PY-BRUT(WS-PY-IDX)  TO WS-TX-BASE(WS-TX-IDX).
           ADD WS-PY-COTIS(WS-PY-IDX) TO WS-TX-COTIS(WS-TX-IDX).

           MOVE "S21.G00.81.001" TO WS-RUB-CODE.
           MOVE SPACES TO WS-RUB-VALUE.
           STRING "TR" WS-TX-APPLIED DELIMITED BY SIZE
              INTO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.81.003" TO WS-RUB-CODE.
           MOVE WS-PY-BRUT(WS-PY-IDX) TO WS-PNT-AMT.
           MOVE FUNCTION TRIM(WS-PNT-AMT) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.81.004" TO WS-RUB-CODE.
           MOVE WS-PY-COTIS(WS-PY-IDX) TO WS-PNT-AMT.
           MOVE FUNCTION TRIM(WS-PNT-AMT) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
           MOVE "S21.G00.81.007" TO WS-RUB-CODE.
           MOVE WS-TX-TAUX(WS-TX-IDX) TO WS-PNT-RATE.
           MOVE FUNCTION TRIM(WS-PNT-RATE) TO WS-RUB-VALUE.
           PERFORM START-W-RUBRIQUE THRU END-W-RUBRIQUE.
       END-W-SALARIE.
           EXIT.

      ******************************************************************
      *    Ecrit la rubrique WS-RUB-CODE,'WS-RUB-VALUE'.               *
      ******************************************************************
       START-W-RUBRIQUE.
           MOVE SPACES TO R-DSN.
           STRING WS-RUB-CODE ",'" FUNCTION TRIM(WS-RUB-VALUE) "'"
              DELIMITED BY SIZE INTO R-DSN.
           WRITE R-DSN.
           ADD 1 TO WS-RUB-CNT.
       END-W-RUBRIQUE.
           EXIT.

      ******************************************************************
      *    Rapproche effectif et totaux declares de l'extrait          *
      *    comptable ; tout ecart est bloquant.                        *
      ******************************************************************
       START-RAPPROCHEMENT.
           IF NOT WS-ECR-PRESENT-Y
              GO TO END-RAPPROCHEMENT
           END-IF.

           IF WS-DECL-COUNT NOT = WS-ECR-COUNT
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE SPACES TO WS-ANO-TEXT
              STRING "EFFECTIF DECLARE" SPACE WS-DECL-COUNT SPACE
                 "<> EFFECTIF DE ecritures-paie.txt" SPACE WS-ECR-COUNT
                 DELIMITED BY SIZE INTO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
           END-IF.

           IF WS-DECL-BRUT NOT = WS-ECR-BRUT
              MOVE WS-DECL-BRUT TO WS-PNT-DECL
              MOVE WS-ECR-BRUT  TO WS-PNT-AMT
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE SPACES TO WS-ANO-TEXT
              STRING "BRUT DECLARE" SPACE FUNCTION TRIM(WS-PNT-DECL)
                 SPACE "<> BRUT DE ecritures-paie.txt" SPACE
                 FUNCTION TRIM(WS-PNT-AMT)
                 DELIMITED BY SIZE INTO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
           END-IF.

           IF WS-DECL-COTIS NOT = WS-ECR-COTIS
              MOVE WS-DECL-COTIS TO WS-PNT-DECL
              MOVE WS-ECR-COTIS  TO WS-PNT-AMT
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE SPACES TO WS-ANO-TEXT
              STRING "COTISATIONS DECLAREES" SPACE
                 FUNCTION TRIM(WS-PNT-DECL) SPACE
                 "<> COTISATIONS DE ecritures-paie.txt" SPACE
                 FUNCTION TRIM(WS-PNT-AMT)
                 DELIMITED BY SIZE INTO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
           END-IF.

           IF WS-DECL-NET NOT = WS-ECR-NET
              MOVE WS-DECL-NET TO WS-PNT-DECL
              MOVE WS-ECR-NET  TO WS-PNT-AMT
              SET WS-ANO-BLOQUANTE TO TRUE
              MOVE SPACES TO WS-ANO-TEXT
              STRING "NET DECLARE" SPACE FUNCTION TRIM(WS-PNT-DECL)
                 SPACE "<> NET DE ecritures-paie.txt" SPACE
                 FUNCTION TRIM(WS-PNT-AMT)
                 DELIMITED BY SIZE INTO WS-ANO-TEXT
              PERFORM START-W-ANOMALIE THRU END-W-ANOMALIE
           END-IF.
       END-RAPPROCHEMENT.
           EXIT.

      ******************************************************************
      *    Conclusion du controle : la declaration est liberee, ou     *
      *    videe s'il reste une anomalie bloquante.                    *
      ******************************************************************
       START-LIBERATION.
           MOVE SPACES TO R-CONTROLE.
           WRITE R-CONTROLE.
           MOVE WS-DECL-COUNT TO WS-PNT-CNT.
           MOVE WS-DECL-BRUT  TO WS-PNT-DECL.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "SALARIES DECLARES :" SPACE FUNCTION TRIM(WS-PNT-CNT)
              SPACE "BRUT :" SPACE FUNCTION TRIM(WS-PNT-DECL)
              DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR.
           MOVE WS-DECL-COTIS TO WS-PNT-DECL.
           STRING SPACE "COTISATIONS :" SPACE
              FUNCTION TRIM(WS-PNT-DECL)
              DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR.
           MOVE WS-DECL-NET TO WS-PNT-DECL.
           STRING SPACE "NET :" SPACE FUNCTION TRIM(WS-PNT-DECL)
              DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR.
           WRITE R-CONTROLE FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "ANOMALIES BLOQUANTES :" SPACE WS-BLOQ-CNT SPACE
              "AVERTISSEMENTS :" SPACE WS-AVERT-CNT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           IF WS-BLOQ-CNT = ZERO
              MOVE "DECLARATION LIBEREE : dsn-mensuelle.txt"
                 TO R-CONTROLE
              WRITE R-CONTROLE
              MOVE WS-RUB-CNT TO WS-RUN-WRITTEN
           ELSE
              MOVE "DECLARATION BLOQUEE : dsn-mensuelle.txt VIDE"
                 TO R-CONTROLE
              WRITE R-CONTROLE
              DISPLAY "DECLARATION BLOQUEE, VOIR dsn-controle.txt"
              MOVE "KO" TO WS-RUN-STATUS
              OPEN OUTPUT F-DSN
              CLOSE F-DSN
           END-IF.
       END-LIBERATION.
           EXIT.

      ******************************************************************
      *    Ecrit l'anomalie WS-ANO-TEXT au rapport de controle.        *
      ******************************************************************
       START-W-ANOMALIE.
           MOVE SPACES TO WS-LINE.
           IF WS-ANO-BLOQUANTE
              ADD 1 TO WS-BLOQ-CNT
              STRING "BLOQUANTE      :" SPACE WS-ANO-TEXT
                 DELIMITED BY SIZE INTO WS-LINE
           ELSE
              ADD 1 TO WS-AVERT-CNT
              STRING "AVERTISSEMENT  :" SPACE WS-ANO-TEXT
                 DELIMITED BY SIZE INTO WS-LINE
           END-IF.
           WRITE R-CONTROLE FROM WS-LINE.
       END-W-ANOMALIE.
           EXIT.
