      ******************************************************************
      *    Journal de paie mensuel : fichierclient.idx porte le        *
      *    SALAIRE brut de chaque employe et toute la chaine (flclt,   *
      *    flsim, flcomp) le traite comme tel. Ce programme calcule   *
      *    le net :                                                    *
      *      sur le modele de facture-groupes.dat : une ecriture par   *
      *      departement (sequence, departement, effectif, brut,       *
      *      cotisations, net).                                        *
      *    Les elements variables du mois "paie-variable.txt"          *
      *    (matricule X(9), code X(3), periode AAAAMM, heures, taux,   *
      *    montant 9(8)V99) et "paie-variable-hsup.txt" (meme format,  *
      *    heures supplementaires et remplacements des enseignants     *
      *    ecrits par sclhsup) s'ajoutent au SALAIRE de l'employe      *
      *    avant cotisations ; les deux fichiers sont facultatifs.     *
      *    Une ligne d'une autre periode que la paie est ecartee et    *
      *    un matricule inconnu est signale au journal.                *
      *    Le referentiel entretenu "elements-paie.txt" decrit chaque  *
      *    code d'element (code X(3), libelle X(20), sens G gain ou R  *
      *    retenue, soumis a cotisations O/N, imposable O/N, mode M    *
      *    montant, Q quantite x taux, J jours x trentieme du          *
      *    SALAIRE, taux unitaire 9(3)V99 a defaut du taux de la       *
      *    ligne) : les elements soumis entrent dans le brut et la     *
      *    base de cotisations, les autres (frais rembourses...) vont  *
      *    directement au net ; un code absent du referentiel est      *
      *    refuse. Sans referentiel, tout element est un gain soumis   *
      *    et imposable. Le journal detaille les elements de chaque    *
      *    employe, son net imposable et les totaux par element ;      *
      *    l'extrait comptable ajoute une ecriture par departement et  *
      *    par element (code element en colonnes 51-53, a blanc sur    *
      *    l'ecriture du departement, montants en valeur absolue, le   *
      *    sens venant du referentiel). Chaque ecriture porte en       *
      *    colonnes 54-59 la periode de paie AAAAMM, que l'interface   *
      *    comptable (cptimput) rapproche de la periode imputee.       *
      *    Chaque employe recoit son bulletin du mois (periode AAAAMM  *
      *    du mois en cours, ou FLPAY-PERIODE) dans                    *
      *    "bulletins-paie.txt" : identite, poste, agence, brut,       *
      *    tranches du bareme, net et cumuls de l'annee. Les cumuls    *
      *    sont tenus dans l'historique "paie-cumuls.txt" (une ligne   *
      *    par matricule et par annee : une annee nouvelle repart de   *
      *    zero) ; un mois relance remplace ses montants au lieu de    *
      *    les ajouter deux fois. En decembre, ou pour l'annee         *
      *    FLPAY-ANNUEL, l'historique produit les attestations         *
      *    annuelles pour la declaration de revenus                    *
      *    "attestations-fiscales.txt".                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flpay.
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

           SELECT F-DEPT ASSIGN TO "fr-liste-dept.txt"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TAUX.

           SELECT F-VARIABLE ASSIGN TO DYNAMIC WS-VARIABLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-VARIABLE.

           SELECT F-ELEMENT ASSIGN TO "elements-paie.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ELEMENT.

           SELECT F-JOURNAL ASSIGN TO "journal-paie.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL.

           SELECT F-BULLETIN ASSIGN TO "bulletins-paie.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BULLETIN.

           SELECT F-CUMUL ASSIGN TO "paie-cumuls.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CUMUL.

           SELECT F-ATTEST ASSIGN TO "attestations-fiscales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ATTEST.

           SELECT F-ECRITURES ASSIGN TO "ecritures-paie.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           03 RTAUX-PLAFOND PIC 9(06)V9(02).
           03 RTAUX-TAUX    PIC 9(02)V9(02).

      *    Element variable de paie (heures supplementaires...).
       FD  F-VARIABLE
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-VARIABLE.
           03 RVAR-ID     PIC X(09).
           03 RVAR-CODE   PIC X(03).
           03 RVAR-PERIOD PIC 9(06).
           03 RVAR-HOURS  PIC 9(03)V9(02).
           03 RVAR-RATE   PIC 9(03)V9(02).
           03 RVAR-AMOUNT PIC 9(08)V9(02).

      *    Referentiel des elements variables.
       FD  F-ELEMENT.
       01  R-ELEMENT.
           03 REL-CODE    PIC X(03).
           03 REL-LIBELLE PIC X(20).
           03 REL-SENS    PIC X(01).
           03 REL-COTIS   PIC X(01).
           03 REL-IMPOS   PIC X(01).
           03 REL-MODE    PIC X(01).
           03 REL-TAUX    PIC 9(03)V9(02).

       FD  F-JOURNAL.
       01  R-JOURNAL PIC X(132).

       FD  F-BULLETIN.
       01  R-BULLETIN PIC X(80).

      *    Historique de paie : cumuls de l'annee par matricule et
      *    montants du dernier mois paye (CUM-M-...).
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

       FD  F-ATTEST.
       01  R-ATTEST PIC X(80).

      *    Extrait comptable a largeur fixe, une ecriture par
      *    departement puis une par departement et element variable.
       FD  F-ECRITURES
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
       01  R-ECRITURES.
           03 ECR-NUM   PIC 9(06).
           03 ECR-BRUT  PIC 9(10)V9(02).
           03 ECR-COTIS PIC 9(10)V9(02).
           03 ECR-NET   PIC 9(10)V9(02).
           03 ECR-ELEMENT PIC X(03).
           03 ECR-PERIODE PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-FS-EMPLOYEE PIC X(02).
       01  WS-FS-TAUX PIC X(02).
           88 WS-FS-TAUX-OK  VALUE "00".
           88 WS-FS-TAUX-EOF VALUE "10".
       01  WS-FS-VARIABLE PIC X(02).
           88 WS-FS-VARIABLE-OK  VALUE "00".
           88 WS-FS-VARIABLE-EOF VALUE "10".
       01  WS-VARIABLE-FILENAME PIC X(30).
       01  WS-FS-ELEMENT PIC X(02).
           88 WS-FS-ELEMENT-OK  VALUE "00".
           88 WS-FS-ELEMENT-EOF VALUE "10".
       01  WS-FS-CUMUL PIC X(02).
           88 WS-FS-CUMUL-OK  VALUE "00".
           88 WS-FS-CUMUL-EOF VALUE "10".
       01  WS-FS-BULLETIN  PIC X(02).
       01  WS-FS-ATTEST    PIC X(02).
       01  WS-FS-JOURNAL   PIC X(02).
       01  WS-FS-ECRITURES PIC X(02).

               05 WS-AGN-BRUT  PIC 9(10)V9(02).
               05 WS-AGN-NET   PIC 9(10)V9(02).

      *    Referentiel des elements variables et cumuls par element.
       01  WS-EL-PRESENT PIC X(01) VALUE "N".
           88 WS-EL-PRESENT-Y VALUE "Y".
       01  WS-EL-TABLE.
           03 WS-EL-CNT PIC 9(03) VALUE 0.
           03 WS-EL OCCURS 100 TIMES
                    INDEXED BY WS-EL-IDX.
               05 WS-EL-CODE    PIC X(03).
               05 WS-EL-LIBELLE PIC X(20).
               05 WS-EL-SENS    PIC X(01).
               05 WS-EL-COTIS   PIC X(01).
               05 WS-EL-IMPOS   PIC X(01).
               05 WS-EL-MODE    PIC X(01).
               05 WS-EL-TAUX    PIC 9(03)V9(02).
               05 WS-EL-COUNT   PIC 9(05).
               05 WS-EL-TOTAL   PIC 9(10)V9(02).

      *    Elements variables cumules par matricule et par code
      *    (WS-VR-USED : N a payer, O paye, R refuse).
       01  WS-VAR-TABLE.
           03 WS-VR-CNT PIC 9(04) VALUE 0.
           03 WS-VR OCCURS 2000 TIMES
                    INDEXED BY WS-VR-IDX.
               05 WS-VR-ID     PIC X(09).
               05 WS-VR-CODE   PIC X(03).
               05 WS-VR-EL     PIC 9(03).
               05 WS-VR-QTY    PIC 9(05)V9(02).
               05 WS-VR-AMOUNT PIC 9(08)V9(02).
               05 WS-VR-USED   PIC X(01).

      *    Lignes d'elements variables ecartees, hors periode de paie.
       01  WS-HP-TABLE.
           03 WS-HP-TOTAL PIC 9(06) VALUE 0.
           03 WS-HP-CNT PIC 9(04) VALUE 0.
           03 WS-HP OCCURS 500 TIMES
                    INDEXED BY WS-HP-IDX.
               05 WS-HP-ID     PIC X(09).
               05 WS-HP-CODE   PIC X(03).
               05 WS-HP-PERIOD PIC 9(06).
               05 WS-HP-AMOUNT PIC 9(08)V9(02).

      *    Elements par departement pour l'extrait comptable.
       01  WS-DE-TABLE.
           03 WS-DE-CNT PIC 9(04) VALUE 0.
           03 WS-DE OCCURS 2000 TIMES
                    INDEXED BY WS-DE-IDX.
               05 WS-DE-DEPT  PIC X(03).
               05 WS-DE-CODE  PIC X(03).
               05 WS-DE-COUNT PIC 9(05).
               05 WS-DE-BRUT  PIC 9(10)V9(02).
               05 WS-DE-NET   PIC 9(10)V9(02).

      *    Effets des elements de l'employe courant : sur le brut
      *    soumis (WS-VARIABLE), sur le net hors cotisations
      *    (WS-NONCOT) et part non imposable du net (WS-NONIMP).
       01  WS-VARIABLE PIC S9(06)V9(02).
       01  WS-NONCOT   PIC S9(06)V9(02).
       01  WS-NONIMP   PIC S9(06)V9(02).
       01  WS-CALC     PIC S9(07)V9(02).
       01  WS-EL-AMOUNT PIC 9(08)V9(02).
       01  WS-EL-SEEN  PIC 9(03).
       01  WS-NET-IMPOS PIC 9(06)V9(02).
       01  WS-BRUT     PIC 9(06)V9(02).
       01  WS-TAUX     PIC 9(02)V9(02).
       01  WS-COTIS    PIC 9(06)V9(02).
       01  WS-TOT-NET   PIC 9(10)V9(02) VALUE 0.

       01  WS-LINE      PIC X(132).
       01  WS-PNT-BRUT  PIC ZZZZZ9.99.
       01  WS-PNT-COTIS PIC ZZZZZ9.99.
       01  WS-PNT-NET   PIC ZZZZZ9.99.
       01  WS-PNT-VAR   PIC -(5)9.99.
       01  WS-PNT-TOT   PIC ZZZZZZZZZ9.99.
       01  WS-PNT-QTY   PIC ZZZZ9.99.
       01  WS-EL-WORDS  PIC X(40).

       01  WS-ECR-SEQ   PIC 9(06) VALUE 0.

      *    Periode de paie et annee des attestations fiscales.
       01  WS-TODAY       PIC 9(08).
       01  WS-PERIODE-ENV PIC X(06) VALUE SPACES.
       01  WS-PERIODE     PIC 9(06).
       01  WS-PER-AAAA    PIC 9(04).
       01  WS-PER-MM      PIC 9(02).
       01  WS-ANNUEL-ENV  PIC X(04) VALUE SPACES.
       01  WS-ANNUEL      PIC 9(04) VALUE 0.

      *    Historique des cumuls, une entree par matricule et annee.
       01  WS-CUM-TABLE.
           03 WS-CU-CNT PIC 9(04) VALUE 0.
           03 WS-CU OCCURS 5000 TIMES
                    INDEXED BY WS-CU-IDX.
               05 WS-CU-ID      PIC X(09).
               05 WS-CU-ANNEE   PIC 9(04).
               05 WS-CU-NOM     PIC X(20).
               05 WS-CU-PRENOM  PIC X(20).
               05 WS-CU-PERIODE PIC 9(06).
               05 WS-CU-MOIS    PIC 9(02).
               05 WS-CU-BRUT    PIC 9(08)V9(02).
               05 WS-CU-COTIS   PIC 9(08)V9(02).
               05 WS-CU-NET     PIC 9(08)V9(02).
               05 WS-CU-IMPOS   PIC 9(08)V9(02).
               05 WS-CU-M-BRUT  PIC 9(06)V9(02).
               05 WS-CU-M-COTIS PIC 9(06)V9(02).
               05 WS-CU-M-NET   PIC 9(06)V9(02).
               05 WS-CU-M-IMPOS PIC 9(06)V9(02).
       01  WS-CU-OVERFLOW PIC X(01) VALUE "N".
           88 WS-CU-OVERFLOW-Y VALUE "Y".
       01  WS-CU-FOUND    PIC X(01).
           88 WS-CU-PLEIN VALUE "P".

      *    Bulletin : tranche appliquee et ligne libelle/montant.
       01  WS-TX-APPLIED  PIC 9(02).
       01  WS-BL-SEP      PIC X(80) VALUE ALL "=".
       01  WS-BL-DETAIL.
           03 WS-BL-LABEL  PIC X(60).
           03 WS-BL-AMOUNT PIC -(8)9.99.
       01  WS-BL-AGENCE   PIC X(20).
       01  WS-PNT-PLAF    PIC ZZZZZ9.99.
       01  WS-PNT-RATE    PIC Z9.99.
       01  WS-PNT-MOIS    PIC Z9.
       01  WS-BL-COUNT    PIC 9(05) VALUE 0.
       01  WS-AT-COUNT    PIC 9(05) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "flpay".
      *    employes, ecrit le journal et l'extrait comptable.          *
      ******************************************************************
       START-MAIN.
           PERFORM START-PERIODE THRU END-PERIODE.
           PERFORM START-R-TAUX THRU END-R-TAUX.
           PERFORM START-R-DEPT THRU END-R-DEPT.
           PERFORM START-R-AGENCE THRU END-R-AGENCE.
           PERFORM START-R-ELEMENT THRU END-R-ELEMENT.
           PERFORM START-R-VARIABLE THRU END-R-VARIABLE.
           PERFORM START-R-CUMUL THRU END-R-CUMUL.
           PERFORM START-R-EMPLOYEE THRU END-R-EMPLOYEE.
           PERFORM START-W-TOTAUX THRU END-W-TOTAUX.
           PERFORM START-W-ECRITURES THRU END-W-ECRITURES.
           PERFORM START-W-CUMUL THRU END-W-CUMUL.
           IF WS-ANNUEL > ZERO
              PERFORM START-W-ATTEST THRU END-W-ATTEST
           END-IF.
           DISPLAY "PERIODE :" SPACE WS-PERIODE SPACE
              "BULLETINS :" SPACE WS-BL-COUNT SPACE
              "ATTESTATIONS :" SPACE WS-AT-COUNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Periode de paie : le mois en cours ou FLPAY-PERIODE         *
      *    (AAAAMM). Attestations fiscales de l'annee FLPAY-ANNUEL,    *
      *    ou de l'annee en cours sur la paie de decembre.             *
      ******************************************************************
       START-PERIODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIODE.

           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT "FLPAY-PERIODE".
           IF WS-PERIODE-ENV IS NUMERIC
              AND WS-PERIODE-ENV(5:2) >= "01"
              AND WS-PERIODE-ENV(5:2) <= "12"
              MOVE WS-PERIODE-ENV TO WS-PERIODE
           END-IF.
           MOVE WS-PERIODE(1:4) TO WS-PER-AAAA.
           MOVE WS-PERIODE(5:2) TO WS-PER-MM.

           IF WS-PER-MM = 12
              MOVE WS-PER-AAAA TO WS-ANNUEL
           END-IF.
           ACCEPT WS-ANNUEL-ENV FROM ENVIRONMENT "FLPAY-ANNUEL".
           IF WS-ANNUEL-ENV IS NUMERIC
              MOVE WS-ANNUEL-ENV TO WS-ANNUEL
           END-IF.
       END-PERIODE.
           EXIT.

      ******************************************************************
      *    Charge le bareme des cotisations.                           *
      ******************************************************************
       END-R-AGENCE.
           EXIT.

      ******************************************************************
      *    Charge le referentiel des elements variables (facultatif).  *
      ******************************************************************
       START-R-ELEMENT.
           OPEN INPUT F-ELEMENT.
           IF NOT WS-FS-ELEMENT-OK
              DISPLAY "AVERTISSEMENT : elements-paie.txt ABSENT, "
                 "ELEMENTS VARIABLES PAYES COMME GAINS SOUMIS"
              GO TO END-R-ELEMENT
           END-IF.
           SET WS-EL-PRESENT-Y TO TRUE.

           PERFORM UNTIL WS-FS-ELEMENT-EOF
              READ F-ELEMENT
              AT END
                 SET WS-FS-ELEMENT-EOF TO TRUE
              NOT AT END
                 IF WS-EL-CNT < 100 AND REL-CODE NOT = SPACES
                    ADD 1 TO WS-EL-CNT
                    MOVE REL-CODE    TO WS-EL-CODE(WS-EL-CNT)
                    MOVE REL-LIBELLE TO WS-EL-LIBELLE(WS-EL-CNT)
                    MOVE REL-SENS    TO WS-EL-SENS(WS-EL-CNT)
                    MOVE REL-COTIS   TO WS-EL-COTIS(WS-EL-CNT)
                    MOVE REL-IMPOS   TO WS-EL-IMPOS(WS-EL-CNT)
                    MOVE REL-MODE    TO WS-EL-MODE(WS-EL-CNT)
                    IF REL-TAUX IS NUMERIC
                       MOVE REL-TAUX TO WS-EL-TAUX(WS-EL-CNT)
                    ELSE
                       MOVE ZERO TO WS-EL-TAUX(WS-EL-CNT)
                    END-IF
                    MOVE ZERO TO WS-EL-COUNT(WS-EL-CNT)
                    MOVE ZERO TO WS-EL-TOTAL(WS-EL-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-ELEMENT.
       END-R-ELEMENT.
           EXIT.

      ******************************************************************
      *    Charge et cumule par matricule les elements variables du    *
      *    mois : elements saisis puis heures supplementaires.         *
      ******************************************************************
       START-R-VARIABLE.
           MOVE "paie-variable.txt" TO WS-VARIABLE-FILENAME.
           PERFORM START-R-ONE-VARIABLE THRU END-R-ONE-VARIABLE.
           MOVE "paie-variable-hsup.txt" TO WS-VARIABLE-FILENAME.
           PERFORM START-R-ONE-VARIABLE THRU END-R-ONE-VARIABLE.
       END-R-VARIABLE.
           EXIT.

      ******************************************************************
      *    Lit un fichier d'elements variables ; une ligne d'une autre *
      *    periode est ecartee et gardee pour le journal.              *
      ******************************************************************
       START-R-ONE-VARIABLE.
           OPEN INPUT F-VARIABLE.
           IF NOT WS-FS-VARIABLE-OK
              GO TO END-R-ONE-VARIABLE
           END-IF.

           PERFORM UNTIL WS-FS-VARIABLE-EOF
              READ F-VARIABLE
              AT END
                 SET WS-FS-VARIABLE-EOF TO TRUE
              NOT AT END
                 IF RVAR-AMOUNT IS NUMERIC AND RVAR-HOURS IS NUMERIC
                    AND RVAR-RATE IS NUMERIC
                    IF RVAR-PERIOD NOT = WS-PERIODE
                       PERFORM START-HORS-PERIODE THRU END-HORS-PERIODE
                    ELSE
                       PERFORM START-ADD-VARIABLE THRU END-ADD-VARIABLE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-VARIABLE.
       END-R-ONE-VARIABLE.
           EXIT.

      ******************************************************************
      *    Ecarte une ligne d'element variable hors periode de paie.   *
      ******************************************************************
       START-HORS-PERIODE.
           ADD 1 TO WS-HP-TOTAL.
           IF WS-HP-CNT < 500
              ADD 1 TO WS-HP-CNT
              MOVE RVAR-ID     TO WS-HP-ID(WS-HP-CNT)
              MOVE RVAR-CODE   TO WS-HP-CODE(WS-HP-CNT)
              MOVE RVAR-PERIOD TO WS-HP-PERIOD(WS-HP-CNT)
              MOVE RVAR-AMOUNT TO WS-HP-AMOUNT(WS-HP-CNT)
           END-IF.
       END-HORS-PERIODE.
           EXIT.

      ******************************************************************
      *    Ajoute l'element variable lu au cumul de son matricule et   *
      *    de son code. Le code est controle contre le referentiel     *
      *    (sans referentiel, il y est ajoute comme gain soumis) ; le  *
      *    mode Q valorise la quantite au taux de la ligne ou, a       *
      *    defaut, du referentiel ; le mode J est valorise a la paie   *
      *    sur le SALAIRE de l'employe.                                *
      ******************************************************************
       START-ADD-VARIABLE.
           SET WS-EL-IDX TO 1.
           SEARCH WS-EL
              AT END
                 CONTINUE
              WHEN WS-EL-IDX > WS-EL-CNT
                 CONTINUE
              WHEN WS-EL-CODE(WS-EL-IDX) = RVAR-CODE
                 CONTINUE
           END-SEARCH.

           IF WS-EL-IDX > WS-EL-CNT AND NOT WS-EL-PRESENT-Y
              AND WS-EL-CNT < 100
              ADD 1 TO WS-EL-CNT
              SET WS-EL-IDX TO WS-EL-CNT
              MOVE RVAR-CODE TO WS-EL-CODE(WS-EL-IDX)
              MOVE "ELEMENT VARIABLE" TO WS-EL-LIBELLE(WS-EL-IDX)
              MOVE "G" TO WS-EL-SENS(WS-EL-IDX)
              MOVE "O" TO WS-EL-COTIS(WS-EL-IDX)
              MOVE "O" TO WS-EL-IMPOS(WS-EL-IDX)
              MOVE "M" TO WS-EL-MODE(WS-EL-IDX)
              MOVE ZERO TO WS-EL-TAUX(WS-EL-IDX)
              MOVE ZERO TO WS-EL-COUNT(WS-EL-IDX)
              MOVE ZERO TO WS-EL-TOTAL(WS-EL-IDX)
           END-IF.

           MOVE RVAR-AMOUNT TO WS-EL-AMOUNT.
           IF WS-EL-IDX NOT > WS-EL-CNT
              AND WS-EL-MODE(WS-EL-IDX) = "Q"
              AND RVAR-AMOUNT = ZERO
              IF RVAR-RATE > ZERO
                 COMPUTE WS-EL-AMOUNT ROUNDED = RVAR-HOURS * RVAR-RATE
              ELSE
                 COMPUTE WS-EL-AMOUNT ROUNDED =
                    RVAR-HOURS * WS-EL-TAUX(WS-EL-IDX)
              END-IF
           END-IF.

           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CNT
              IF WS-VR-ID(WS-VR-IDX) = RVAR-ID
                 AND WS-VR-CODE(WS-VR-IDX) = RVAR-CODE
                 ADD RVAR-HOURS   TO WS-VR-QTY(WS-VR-IDX)
                 ADD WS-EL-AMOUNT TO WS-VR-AMOUNT(WS-VR-IDX)
                 GO TO END-ADD-VARIABLE
              END-IF
           END-PERFORM.

           IF WS-VR-CNT < 2000
              ADD 1 TO WS-VR-CNT
              MOVE RVAR-ID      TO WS-VR-ID(WS-VR-CNT)
              MOVE RVAR-CODE    TO WS-VR-CODE(WS-VR-CNT)
              MOVE RVAR-HOURS   TO WS-VR-QTY(WS-VR-CNT)
              MOVE WS-EL-AMOUNT TO WS-VR-AMOUNT(WS-VR-CNT)
              MOVE "N"          TO WS-VR-USED(WS-VR-CNT)
              IF WS-EL-IDX > WS-EL-CNT
                 MOVE ZERO TO WS-VR-EL(WS-VR-CNT)
                 MOVE "R"  TO WS-VR-USED(WS-VR-CNT)
              ELSE
                 SET WS-VR-EL(WS-VR-CNT) TO WS-EL-IDX
              END-IF
           END-IF.
       END-ADD-VARIABLE.
           EXIT.

      ******************************************************************
      *    Charge l'historique des cumuls (absent au premier mois).    *
      ******************************************************************
       START-R-CUMUL.
           OPEN INPUT F-CUMUL.
           IF NOT WS-FS-CUMUL-OK
              GO TO END-R-CUMUL
           END-IF.

           PERFORM UNTIL WS-FS-CUMUL-EOF
              READ F-CUMUL
              AT END
                 SET WS-FS-CUMUL-EOF TO TRUE
              NOT AT END
                 IF WS-CU-CNT < 5000
                    ADD 1 TO WS-CU-CNT
                    SET WS-CU-IDX TO WS-CU-CNT
                    MOVE CUM-ID      TO WS-CU-ID(WS-CU-IDX)
                    MOVE CUM-ANNEE   TO WS-CU-ANNEE(WS-CU-IDX)
                    MOVE CUM-NOM     TO WS-CU-NOM(WS-CU-IDX)
                    MOVE CUM-PRENOM  TO WS-CU-PRENOM(WS-CU-IDX)
                    MOVE CUM-PERIODE TO WS-CU-PERIODE(WS-CU-IDX)
                    MOVE CUM-MOIS    TO WS-CU-MOIS(WS-CU-IDX)
                    MOVE CUM-BRUT    TO WS-CU-BRUT(WS-CU-IDX)
                    MOVE CUM-COTIS   TO WS-CU-COTIS(WS-CU-IDX)
                    MOVE CUM-NET     TO WS-CU-NET(WS-CU-IDX)
                    MOVE CUM-IMPOS   TO WS-CU-IMPOS(WS-CU-IDX)
                    MOVE CUM-M-BRUT  TO WS-CU-M-BRUT(WS-CU-IDX)
                    MOVE CUM-M-COTIS TO WS-CU-M-COTIS(WS-CU-IDX)
                    MOVE CUM-M-NET   TO WS-CU-M-NET(WS-CU-IDX)
                    MOVE CUM-M-IMPOS TO WS-CU-M-IMPOS(WS-CU-IDX)
                 ELSE
                    SET WS-CU-OVERFLOW-Y TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-CUMUL.
           IF WS-CU-OVERFLOW-Y
              DISPLAY "AVERTISSEMENT : paie-cumuls.txt DEPASSE 5000 "
                 "LIGNES, HISTORIQUE NON MIS A JOUR"
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
       END-R-CUMUL.
           EXIT.

      ******************************************************************
      *    Passe les employes : brut -> cotisations (taux de la        *
      *    tranche du bareme) -> net, une ligne de journal par         *
           MOVE "*** JOURNAL DE PAIE (BRUT - COTISATIONS = NET) ***"
              TO WS-LINE.
           WRITE R-JOURNAL FROM WS-LINE.
           OPEN OUTPUT F-BULLETIN.

           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-PERFORM.

           CLOSE F-EMPLOYEE.
           CLOSE F-BULLETIN.
       END-R-EMPLOYEE.
           EXIT.

       START-PAY-ONE.
           MOVE REMPLOYEE-SALAIRE TO WS-BRUT.

      *    Elements variables du mois : les soumis modifient le brut,
      *    les autres le net.
           MOVE ZERO TO WS-VARIABLE.
           MOVE ZERO TO WS-NONCOT.
           MOVE ZERO TO WS-NONIMP.
           MOVE ZERO TO WS-EL-SEEN.
           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CNT
              IF WS-VR-ID(WS-VR-IDX) = REMPLOYEE-ID
                 AND WS-VR-USED(WS-VR-IDX) NOT = "R"
                 PERFORM START-ELEMENT-ONE THRU END-ELEMENT-ONE
              END-IF
           END-PERFORM.

           COMPUTE WS-CALC = WS-BRUT + WS-VARIABLE.
           IF WS-CALC < ZERO
              MOVE ZERO TO WS-CALC
           END-IF.
           MOVE WS-CALC TO WS-BRUT.

      *    Taux de la tranche : la premiere ligne du bareme dont le
      *    plafond couvre le brut.
           MOVE ZERO TO WS-TAUX.
           MOVE ZERO TO WS-TX-APPLIED.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-CNT
              IF WS-TX-APPLIED = ZERO
                 AND WS-BRUT NOT GREATER WS-TX-PLAFOND(WS-TX-IDX)
                 MOVE WS-TX-TAUX(WS-TX-IDX) TO WS-TAUX
                 SET WS-TX-APPLIED TO WS-TX-IDX
              END-IF
           END-PERFORM.

           COMPUTE WS-COTIS ROUNDED = WS-BRUT * WS-TAUX / 100.
           COMPUTE WS-CALC = WS-BRUT - WS-COTIS + WS-NONCOT.
           IF WS-CALC < ZERO
              MOVE ZERO TO WS-CALC
           END-IF.
           MOVE WS-CALC TO WS-NET.
           COMPUTE WS-CALC = WS-NET - WS-NONIMP.
           IF WS-CALC < ZERO
              MOVE ZERO TO WS-CALC
           END-IF.
           MOVE WS-CALC TO WS-NET-IMPOS.

           ADD WS-BRUT  TO WS-TOT-BRUT.
           ADD WS-COTIS TO WS-TOT-COTIS.
           ADD WS-NET   TO WS-TOT-NET.

           INITIALIZE WS-PNT-BRUT WS-PNT-COTIS WS-PNT-NET WS-PNT-VAR.
           MOVE WS-BRUT  TO WS-PNT-BRUT.
           MOVE WS-VARIABLE TO WS-PNT-VAR.
           MOVE WS-COTIS TO WS-PNT-COTIS.
           MOVE WS-NET   TO WS-PNT-NET.

           MOVE SPACES TO WS-LINE.
           STRING REMPLOYEE-ID SPACE REMPLOYEE-NOM SPACE
              "BRUT:" SPACE FUNCTION TRIM(WS-PNT-BRUT) SPACE
              "DONT VARIABLE:" SPACE FUNCTION TRIM(WS-PNT-VAR) SPACE
              "COTISATIONS:" SPACE FUNCTION TRIM(WS-PNT-COTIS) SPACE
              "NET:" SPACE FUNCTION TRIM(WS-PNT-NET)
              DELIMITED BY SIZE
           WRITE R-JOURNAL FROM WS-LINE.
           ADD 1 TO WS-RUN-WRITTEN.

      *    Detail des elements de l'employe et son net imposable.
           IF WS-EL-SEEN > ZERO
              PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                      UNTIL WS-VR-IDX > WS-VR-CNT
                 IF WS-VR-ID(WS-VR-IDX) = REMPLOYEE-ID
                    AND WS-VR-USED(WS-VR-IDX) = "O"
                    PERFORM START-W-ELEMENT THRU END-W-ELEMENT
                 END-IF
              END-PERFORM
              INITIALIZE WS-PNT-NET
              MOVE WS-NET-IMPOS TO WS-PNT-NET
              MOVE SPACES TO WS-LINE
              STRING "    NET IMPOSABLE:" SPACE
                 FUNCTION TRIM(WS-PNT-NET)
                 DELIMITED BY SIZE INTO WS-LINE
              WRITE R-JOURNAL FROM WS-LINE
           END-IF.

      *    Cumul departement (RCLIENT-CODE, comme flqual).
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-CNT
                 ADD WS-NET  TO WS-AGN-NET(WS-AGN-IDX)
              END-IF
           END-PERFORM.

           PERFORM START-CUMUL-ONE THRU END-CUMUL-ONE.
           PERFORM START-W-BULLETIN THRU END-W-BULLETIN.
       END-PAY-ONE.
           EXIT.

      ******************************************************************
      *    Cumuls de l'annee de l'employe courant : une ligne neuve    *
      *    au premier mois de l'annee ; un mois deja cumule (paie      *
      *    relancee) retire d'abord ses anciens montants. Une periode  *
      *    anterieure au dernier mois cumule ne touche pas aux cumuls. *
      ******************************************************************
       START-CUMUL-ONE.
           MOVE "N" TO WS-CU-FOUND.
           SET WS-CU-IDX TO 1.
           SEARCH WS-CU
              AT END
                 CONTINUE
              WHEN WS-CU-IDX > WS-CU-CNT
                 CONTINUE
              WHEN WS-CU-ID(WS-CU-IDX) = REMPLOYEE-ID
                 AND WS-CU-ANNEE(WS-CU-IDX) = WS-PER-AAAA
                 MOVE "Y" TO WS-CU-FOUND
           END-SEARCH.

           IF WS-CU-FOUND = "N"
              IF WS-CU-CNT NOT < 5000
                 SET WS-CU-OVERFLOW-Y TO TRUE
                 SET WS-CU-PLEIN TO TRUE
                 GO TO END-CUMUL-ONE
              END-IF
              ADD 1 TO WS-CU-CNT
              SET WS-CU-IDX TO WS-CU-CNT
              MOVE REMPLOYEE-ID TO WS-CU-ID(WS-CU-IDX)
              MOVE WS-PER-AAAA  TO WS-CU-ANNEE(WS-CU-IDX)
              MOVE ZERO TO WS-CU-PERIODE(WS-CU-IDX)
              MOVE ZERO TO WS-CU-MOIS(WS-CU-IDX)
              MOVE ZERO TO WS-CU-BRUT(WS-CU-IDX)
              MOVE ZERO TO WS-CU-COTIS(WS-CU-IDX)
              MOVE ZERO TO WS-CU-NET(WS-CU-IDX)
              MOVE ZERO TO WS-CU-IMPOS(WS-CU-IDX)
           END-IF.

           MOVE REMPLOYEE-NOM    TO WS-CU-NOM(WS-CU-IDX).
           MOVE REMPLOYEE-PRENOM TO WS-CU-PRENOM(WS-CU-IDX).

           IF WS-CU-PERIODE(WS-CU-IDX) > WS-PERIODE
              GO TO END-CUMUL-ONE
           END-IF.
           IF WS-CU-PERIODE(WS-CU-IDX) = WS-PERIODE
              SUBTRACT WS-CU-M-BRUT(WS-CU-IDX)
                 FROM WS-CU-BRUT(WS-CU-IDX)
              SUBTRACT WS-CU-M-COTIS(WS-CU-IDX)
                 FROM WS-CU-COTIS(WS-CU-IDX)
              SUBTRACT WS-CU-M-NET(WS-CU-IDX)
                 FROM WS-CU-NET(WS-CU-IDX)
              SUBTRACT WS-CU-M-IMPOS(WS-CU-IDX)
                 FROM WS-CU-IMPOS(WS-CU-IDX)
           ELSE
              ADD 1 TO WS-CU-MOIS(WS-CU-IDX)
           END-IF.

           ADD WS-BRUT      TO WS-CU-BRUT(WS-CU-IDX).
           ADD WS-COTIS     TO WS-CU-COTIS(WS-CU-IDX).
           ADD WS-NET       TO WS-CU-NET(WS-CU-IDX).
           ADD WS-NET-IMPOS TO WS-CU-IMPOS(WS-CU-IDX).
           MOVE WS-BRUT      TO WS-CU-M-BRUT(WS-CU-IDX).
           MOVE WS-COTIS     TO WS-CU-M-COTIS(WS-CU-IDX).
           MOVE WS-NET       TO WS-CU-M-NET(WS-CU-IDX).
           MOVE WS-NET-IMPOS TO WS-CU-M-IMPOS(WS-CU-IDX).
           MOVE WS-PERIODE   TO WS-CU-PERIODE(WS-CU-IDX).
       END-CUMUL-ONE.
           EXIT.

      ******************************************************************
      *    Bulletin de l'employe courant : identite, salaire de base   *
      *    et elements soumis, brut, tranches du bareme, elements non  *
      *    soumis, net a payer, net imposable et cumuls de l'annee.    *
      ******************************************************************
       START-W-BULLETIN.
           ADD 1 TO WS-BL-COUNT.
           WRITE R-BULLETIN FROM WS-BL-SEP.
           MOVE SPACES TO R-BULLETIN.
           STRING "BULLETIN DE PAIE" SPACE
              "                                    PERIODE" SPACE
              WS-PER-MM "/" WS-PER-AAAA
              DELIMITED BY SIZE INTO R-BULLETIN.
           WRITE R-BULLETIN.

           MOVE SPACES TO R-BULLETIN.
           STRING "MATRICULE :" SPACE REMPLOYEE-ID SPACE SPACE
              FUNCTION TRIM(REMPLOYEE-NOM) SPACE
              FUNCTION TRIM(REMPLOYEE-PRENOM)
              DELIMITED BY SIZE INTO R-BULLETIN.
           WRITE R-BULLETIN.

           MOVE SPACES TO WS-BL-AGENCE.
           PERFORM VARYING WS-AGN-IDX FROM 1 BY 1
                   UNTIL WS-AGN-IDX > WS-AGN-CNT
              IF WS-AGN-CODE(WS-AGN-IDX) = REMPLOYEE-AGENCE
                 MOVE WS-AGN-NOM(WS-AGN-IDX) TO WS-BL-AGENCE
              END-IF
           END-PERFORM.
           MOVE SPACES TO R-BULLETIN.
           STRING "POSTE :" SPACE REMPLOYEE-POSTE SPACE
              "AGENCE :" SPACE REMPLOYEE-AGENCE SPACE WS-BL-AGENCE
              DELIMITED BY SIZE INTO R-BULLETIN.
           WRITE R-BULLETIN.

           IF REMPLOYEE-EMBAUCHE IS NUMERIC
              MOVE SPACES TO R-BULLETIN
              STRING "ENTREE LE :" SPACE REMPLOYEE-EMBAUCHE(7:2) "/"
                 REMPLOYEE-EMBAUCHE(5:2) "/" REMPLOYEE-EMBAUCHE(1:4)
                 DELIMITED BY SIZE INTO R-BULLETIN
              WRITE R-BULLETIN
           END-IF.
           WRITE R-BULLETIN FROM WS-BL-SEP.

           MOVE "SALAIRE DE BASE" TO WS-BL-LABEL.
           MOVE REMPLOYEE-SALAIRE TO WS-BL-AMOUNT.
           WRITE R-BULLETIN FROM WS-BL-DETAIL.

           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CNT
              IF WS-VR-ID(WS-VR-IDX) = REMPLOYEE-ID
                 AND WS-VR-USED(WS-VR-IDX) = "O"
                 SET WS-EL-IDX TO WS-VR-EL(WS-VR-IDX)
                 IF WS-EL-COTIS(WS-EL-IDX) NOT = "N"
                    PERFORM START-W-BL-ELEMENT THRU END-W-BL-ELEMENT
                 END-IF
              END-IF
           END-PERFORM.

           MOVE "SALAIRE BRUT" TO WS-BL-LABEL.
           MOVE WS-BRUT TO WS-BL-AMOUNT.
           WRITE R-BULLETIN FROM WS-BL-DETAIL.

      *    Tranches du bareme ; la cotisation porte sur la tranche
      *    dont le plafond couvre le brut.
           MOVE "COTISATIONS (BAREME PAR TRANCHE DE BRUT)"
              TO R-BULLETIN.
           WRITE R-BULLETIN.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-CNT
              INITIALIZE WS-PNT-PLAF WS-PNT-RATE
              MOVE WS-TX-PLAFOND(WS-TX-IDX) TO WS-PNT-PLAF
              MOVE WS-TX-TAUX(WS-TX-IDX)    TO WS-PNT-RATE
              MOVE SPACES TO WS-BL-DETAIL
              IF WS-TX-IDX = WS-TX-APPLIED
                 STRING "  TRANCHE JUSQU'A" SPACE WS-PNT-PLAF SPACE
                    "TAUX" SPACE WS-PNT-RATE "%" SPACE
                    "BASE" SPACE FUNCTION TRIM(WS-PNT-BRUT)
                    DELIMITED BY SIZE INTO WS-BL-LABEL
                 MOVE WS-COTIS TO WS-BL-AMOUNT
              ELSE
                 STRING "  TRANCHE JUSQU'A" SPACE WS-PNT-PLAF SPACE
                    "TAUX" SPACE WS-PNT-RATE "%" SPACE
                    "NON APPLICABLE"
                    DELIMITED BY SIZE INTO WS-BL-LABEL
              END-IF
              WRITE R-BULLETIN FROM WS-BL-DETAIL
           END-PERFORM.

           MOVE "TOTAL COTISATIONS" TO WS-BL-LABEL.
           COMPUTE WS-BL-AMOUNT = ZERO - WS-COTIS.
           WRITE R-BULLETIN FROM WS-BL-DETAIL.

           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CNT
              IF WS-VR-ID(WS-VR-IDX) = REMPLOYEE-ID
                 AND WS-VR-USED(WS-VR-IDX) = "O"
                 SET WS-EL-IDX TO WS-VR-EL(WS-VR-IDX)
                 IF WS-EL-COTIS(WS-EL-IDX) = "N"
                    PERFORM START-W-BL-ELEMENT THRU END-W-BL-ELEMENT
                 END-IF
              END-IF
           END-PERFORM.

           WRITE R-BULLETIN FROM WS-BL-SEP.
           MOVE "NET A PAYER" TO WS-BL-LABEL.
           MOVE WS-NET TO WS-BL-AMOUNT.
           WRITE R-BULLETIN FROM WS-BL-DETAIL.
           MOVE "NET IMPOSABLE" TO WS-BL-LABEL.
           MOVE WS-NET-IMPOS TO WS-BL-AMOUNT.
           WRITE R-BULLETIN FROM WS-BL-DETAIL.

      *    Pas de ligne de cumul quand l'historique est plein.
           IF NOT WS-CU-PLEIN
              MOVE WS-CU-MOIS(WS-CU-IDX) TO WS-PNT-MOIS
              MOVE SPACES TO R-BULLETIN
              STRING "CUMULS" SPACE WS-PER-AAAA SPACE "("
                 FUNCTION TRIM(WS-PNT-MOIS) SPACE "MOIS)"
                 DELIMITED BY SIZE INTO R-BULLETIN
              WRITE R-BULLETIN
              MOVE "  BRUT" TO WS-BL-LABEL
              MOVE WS-CU-BRUT(WS-CU-IDX) TO WS-BL-AMOUNT
              WRITE R-BULLETIN FROM WS-BL-DETAIL
              MOVE "  COTISATIONS" TO WS-BL-LABEL
              MOVE WS-CU-COTIS(WS-CU-IDX) TO WS-BL-AMOUNT
              WRITE R-BULLETIN FROM WS-BL-DETAIL
              MOVE "  NET IMPOSABLE" TO WS-BL-LABEL
              MOVE WS-CU-IMPOS(WS-CU-IDX) TO WS-BL-AMOUNT
              WRITE R-BULLETIN FROM WS-BL-DETAIL
              MOVE "  NET PAYE" TO WS-BL-LABEL
              MOVE WS-CU-NET(WS-CU-IDX) TO WS-BL-AMOUNT
              WRITE R-BULLETIN FROM WS-BL-DETAIL
           END-IF.
       END-W-BULLETIN.
           EXIT.

      ******************************************************************
      *    Ligne de bulletin de l'element WS-VR-IDX, en negatif pour   *
      *    une retenue.                                                *
      ******************************************************************
       START-W-BL-ELEMENT.
           MOVE SPACES TO WS-BL-DETAIL.
           STRING WS-EL-CODE(WS-EL-IDX) SPACE WS-EL-LIBELLE(WS-EL-IDX)
              DELIMITED BY SIZE INTO WS-BL-LABEL.
           IF WS-EL-SENS(WS-EL-IDX) = "R"
              COMPUTE WS-BL-AMOUNT = ZERO - WS-VR-AMOUNT(WS-VR-IDX)
           ELSE
              MOVE WS-VR-AMOUNT(WS-VR-IDX) TO WS-BL-AMOUNT
           END-IF.
           WRITE R-BULLETIN FROM WS-BL-DETAIL.
       END-W-BL-ELEMENT.
           EXIT.

      ******************************************************************
      *    Valorise l'element WS-VR-IDX de l'employe courant (mode J : *
      *    jours au trentieme du SALAIRE) et l'impute selon son sens,  *
      *    sa soumission et son imposabilite ; cumuls par element et   *
      *    par departement.                                            *
      ******************************************************************
       START-ELEMENT-ONE.
           SET WS-EL-IDX TO WS-VR-EL(WS-VR-IDX).
           MOVE "O" TO WS-VR-USED(WS-VR-IDX).
           ADD 1 TO WS-EL-SEEN.

           IF WS-EL-MODE(WS-EL-IDX) = "J"
              AND WS-VR-AMOUNT(WS-VR-IDX) = ZERO
              COMPUTE WS-VR-AMOUNT(WS-VR-IDX) ROUNDED =
                 REMPLOYEE-SALAIRE * WS-VR-QTY(WS-VR-IDX) / 30
           END-IF.
           MOVE WS-VR-AMOUNT(WS-VR-IDX) TO WS-EL-AMOUNT.

           IF WS-EL-SENS(WS-EL-IDX) = "R"
              COMPUTE WS-CALC = ZERO - WS-EL-AMOUNT
           ELSE
              MOVE WS-EL-AMOUNT TO WS-CALC
           END-IF.

           IF WS-EL-COTIS(WS-EL-IDX) = "N"
              ADD WS-CALC TO WS-NONCOT
           ELSE
              ADD WS-CALC TO WS-VARIABLE
           END-IF.
           IF WS-EL-IMPOS(WS-EL-IDX) = "N"
              ADD WS-CALC TO WS-NONIMP
           END-IF.

           ADD 1 TO WS-EL-COUNT(WS-EL-IDX).
           ADD WS-EL-AMOUNT TO WS-EL-TOTAL(WS-EL-IDX).

           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                   UNTIL WS-DE-IDX > WS-DE-CNT
              IF WS-DE-DEPT(WS-DE-IDX) = REMPLOYEE-CODE
                 AND WS-DE-CODE(WS-DE-IDX) = WS-EL-CODE(WS-EL-IDX)
                 GO TO START-ELEMENT-DEPT
              END-IF
           END-PERFORM.
           IF WS-DE-CNT NOT < 2000
              GO TO END-ELEMENT-ONE
           END-IF.
           ADD 1 TO WS-DE-CNT.
           SET WS-DE-IDX TO WS-DE-CNT.
           MOVE REMPLOYEE-CODE        TO WS-DE-DEPT(WS-DE-IDX).
           MOVE WS-EL-CODE(WS-EL-IDX) TO WS-DE-CODE(WS-DE-IDX).
           MOVE ZERO TO WS-DE-COUNT(WS-DE-IDX).
           MOVE ZERO TO WS-DE-BRUT(WS-DE-IDX).
           MOVE ZERO TO WS-DE-NET(WS-DE-IDX).

       START-ELEMENT-DEPT.
           ADD 1 TO WS-DE-COUNT(WS-DE-IDX).
           IF WS-EL-COTIS(WS-EL-IDX) NOT = "N"
              ADD WS-EL-AMOUNT TO WS-DE-BRUT(WS-DE-IDX)
           END-IF.
           ADD WS-EL-AMOUNT TO WS-DE-NET(WS-DE-IDX).
       END-ELEMENT-ONE.
           EXIT.

      ******************************************************************
      *    Ligne de journal de l'element WS-VR-IDX.                    *
      ******************************************************************
       START-W-ELEMENT.
           SET WS-EL-IDX TO WS-VR-EL(WS-VR-IDX).
           MOVE SPACES TO WS-EL-WORDS.
           IF WS-EL-SENS(WS-EL-IDX) = "R"
              MOVE "RETENUE" TO WS-EL-WORDS
           ELSE
              MOVE "GAIN" TO WS-EL-WORDS
           END-IF.
           IF WS-EL-COTIS(WS-EL-IDX) = "N"
              STRING FUNCTION TRIM(WS-EL-WORDS) " NON SOUMIS"
                 DELIMITED BY SIZE INTO WS-EL-WORDS
           ELSE
              STRING FUNCTION TRIM(WS-EL-WORDS) " SOUMIS"
                 DELIMITED BY SIZE INTO WS-EL-WORDS
           END-IF.
           IF WS-EL-IMPOS(WS-EL-IDX) = "N"
              STRING FUNCTION TRIM(WS-EL-WORDS) " NON IMPOSABLE"
                 DELIMITED BY SIZE INTO WS-EL-WORDS
           END-IF.

           INITIALIZE WS-PNT-QTY WS-PNT-NET.
           MOVE WS-VR-QTY(WS-VR-IDX)    TO WS-PNT-QTY.
           MOVE WS-VR-AMOUNT(WS-VR-IDX) TO WS-PNT-NET.
           MOVE SPACES TO WS-LINE.
           STRING "    " WS-EL-CODE(WS-EL-IDX) SPACE
              WS-EL-LIBELLE(WS-EL-IDX) SPACE
              WS-EL-WORDS SPACE
              "QTE:" SPACE FUNCTION TRIM(WS-PNT-QTY) SPACE
              "MONTANT:" SPACE FUNCTION TRIM(WS-PNT-NET)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-JOURNAL FROM WS-LINE.
       END-W-ELEMENT.
           EXIT.

      ******************************************************************
      *    Totaux du journal : par departement, par agence, puis le    *
      *    total general.                                              *
              END-IF
           END-PERFORM.

           MOVE "TOTAUX PAR ELEMENT VARIABLE" TO WS-LINE.
           WRITE R-JOURNAL FROM WS-LINE.

           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-CNT
              IF WS-EL-COUNT(WS-EL-IDX) > 0
                 INITIALIZE WS-PNT-TOT
                 MOVE WS-EL-TOTAL(WS-EL-IDX) TO WS-PNT-TOT
                 MOVE SPACES TO WS-LINE
                 STRING WS-EL-CODE(WS-EL-IDX) SPACE
                    WS-EL-LIBELLE(WS-EL-IDX) SPACE
                    "LIGNES:" SPACE WS-EL-COUNT(WS-EL-IDX) SPACE
                    "MONTANT:" SPACE FUNCTION TRIM(WS-PNT-TOT)
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-JOURNAL FROM WS-LINE
              END-IF
           END-PERFORM.

      *    Elements variables dont le code n'est pas au referentiel.
           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CNT
              IF WS-VR-USED(WS-VR-IDX) = "R"
                 ADD 1 TO WS-RUN-REJECTED
                 INITIALIZE WS-PNT-TOT
                 MOVE WS-VR-AMOUNT(WS-VR-IDX) TO WS-PNT-TOT
                 MOVE SPACES TO WS-LINE
                 STRING "ELEMENT VARIABLE REFUSE, CODE INCONNU:"
                    SPACE WS-VR-CODE(WS-VR-IDX) SPACE
                    "MATRICULE:" SPACE WS-VR-ID(WS-VR-IDX) SPACE
                    FUNCTION TRIM(WS-PNT-TOT)
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE R-JOURNAL FROM WS-LINE
              END-IF
           END-PERFORM.

      *    Elements variables dont le matricule n'est pas au fichier.
           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CNT
              IF WS-VR-USED(WS-VR-IDX) = "N"
                 ADD 1 TO WS-RUN-REJECTED
                 INITIALIZE WS-PNT-TOT
                 MOVE WS-VR-AMOUNT(WS-VR-IDX) TO WS-PNT-TOT
                 MOVE SPACES TO WS-LINE
                 STRING "ELEMENT VARIABLE NON PAYE, MATRICULE INCONNU:"
                    SPACE WS-VR-ID(WS-VR-IDX) SPACE
                    FUNCTION TRIM(WS-PNT-TOT)
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE R-JOURNAL FROM WS-LINE
              END-IF
           END-PERFORM.

      *    Elements variables d'une autre periode que la paie.
           ADD WS-HP-TOTAL TO WS-RUN-REJECTED.
           PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                   UNTIL WS-HP-IDX > WS-HP-CNT
              INITIALIZE WS-PNT-TOT
              MOVE WS-HP-AMOUNT(WS-HP-IDX) TO WS-PNT-TOT
              MOVE SPACES TO WS-LINE
              STRING "ELEMENT VARIABLE ECARTE, PERIODE:"
                 SPACE WS-HP-PERIOD(WS-HP-IDX) SPACE
                 "CODE:" SPACE WS-HP-CODE(WS-HP-IDX) SPACE
                 "MATRICULE:" SPACE WS-HP-ID(WS-HP-IDX) SPACE
                 FUNCTION TRIM(WS-PNT-TOT)
                 DELIMITED BY SIZE INTO WS-LINE
              WRITE R-JOURNAL FROM WS-LINE
           END-PERFORM.
           IF WS-HP-TOTAL > WS-HP-CNT
              MOVE SPACES TO WS-LINE
              STRING "ELEMENTS VARIABLES HORS PERIODE ECARTES :"
                 SPACE WS-HP-TOTAL
                 DELIMITED BY SIZE INTO WS-LINE
              WRITE R-JOURNAL FROM WS-LINE
           END-IF.

           INITIALIZE WS-PNT-TOT.
           MOVE WS-TOT-BRUT TO WS-PNT-TOT.
           MOVE SPACES TO WS-LINE.
                 MOVE WS-DP-BRUT(WS-DP-IDX)  TO ECR-BRUT
                 MOVE WS-DP-COTIS(WS-DP-IDX) TO ECR-COTIS
                 MOVE WS-DP-NET(WS-DP-IDX)   TO ECR-NET
                 MOVE WS-PERIODE             TO ECR-PERIODE
                 WRITE R-ECRITURES
              END-IF
           END-PERFORM.

      *    Une ecriture par departement et par element variable.
           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                   UNTIL WS-DE-IDX > WS-DE-CNT
              ADD 1 TO WS-ECR-SEQ
              MOVE SPACES TO R-ECRITURES
              MOVE WS-ECR-SEQ              TO ECR-NUM
              MOVE WS-DE-DEPT(WS-DE-IDX)   TO ECR-DEPT
              MOVE WS-DE-COUNT(WS-DE-IDX)  TO ECR-COUNT
              MOVE WS-DE-BRUT(WS-DE-IDX)   TO ECR-BRUT
              MOVE ZERO                    TO ECR-COTIS
              MOVE WS-DE-NET(WS-DE-IDX)    TO ECR-NET
              MOVE WS-DE-CODE(WS-DE-IDX)   TO ECR-ELEMENT
              MOVE WS-PERIODE              TO ECR-PERIODE
              WRITE R-ECRITURES
           END-PERFORM.

           CLOSE F-ECRITURES.
       END-W-ECRITURES.
           EXIT.

      ******************************************************************
      *    Reecrit l'historique des cumuls (laisse intact s'il a       *
      *    deborde la table).                                          *
      ******************************************************************
       START-W-CUMUL.
           IF WS-CU-OVERFLOW-Y
              GO TO END-W-CUMUL
           END-IF.

           OPEN OUTPUT F-CUMUL.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-CNT
              MOVE SPACES TO R-CUMUL
              MOVE WS-CU-ID(WS-CU-IDX)      TO CUM-ID
              MOVE WS-CU-ANNEE(WS-CU-IDX)   TO CUM-ANNEE
              MOVE WS-CU-NOM(WS-CU-IDX)     TO CUM-NOM
              MOVE WS-CU-PRENOM(WS-CU-IDX)  TO CUM-PRENOM
              MOVE WS-CU-PERIODE(WS-CU-IDX) TO CUM-PERIODE
              MOVE WS-CU-MOIS(WS-CU-IDX)    TO CUM-MOIS
              MOVE WS-CU-BRUT(WS-CU-IDX)    TO CUM-BRUT
              MOVE WS-CU-COTIS(WS-CU-IDX)   TO CUM-COTIS
              MOVE WS-CU-NET(WS-CU-IDX)     TO CUM-NET
              MOVE WS-CU-IMPOS(WS-CU-IDX)   TO CUM-IMPOS
              MOVE WS-CU-M-BRUT(WS-CU-IDX)  TO CUM-M-BRUT
              MOVE WS-CU-M-COTIS(WS-CU-IDX) TO CUM-M-COTIS
              MOVE WS-CU-M-NET(WS-CU-IDX)   TO CUM-M-NET
              MOVE WS-CU-M-IMPOS(WS-CU-IDX) TO CUM-M-IMPOS
              WRITE R-CUMUL
           END-PERFORM.
           CLOSE F-CUMUL.
       END-W-CUMUL.
           EXIT.

      ******************************************************************
      *    Attestations fiscales de l'annee WS-ANNUEL tirees de        *
      *    l'historique, employes partis en cours d'annee compris.     *
      ******************************************************************
       START-W-ATTEST.
           OPEN OUTPUT F-ATTEST.

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-CNT
              IF WS-CU-ANNEE(WS-CU-IDX) = WS-ANNUEL
                 ADD 1 TO WS-AT-COUNT
                 WRITE R-ATTEST FROM WS-BL-SEP
                 MOVE SPACES TO R-ATTEST
                 STRING "ATTESTATION ANNUELLE DE SALAIRES - ANNEE"
                    SPACE WS-ANNUEL
                    DELIMITED BY SIZE INTO R-ATTEST
                 WRITE R-ATTEST
                 MOVE SPACES TO R-ATTEST
                 STRING "MATRICULE :" SPACE WS-CU-ID(WS-CU-IDX)
                    SPACE SPACE FUNCTION TRIM(WS-CU-NOM(WS-CU-IDX))
                    SPACE FUNCTION TRIM(WS-CU-PRENOM(WS-CU-IDX))
                    DELIMITED BY SIZE INTO R-ATTEST
                 WRITE R-ATTEST
                 MOVE WS-CU-MOIS(WS-CU-IDX) TO WS-PNT-MOIS
                 MOVE SPACES TO R-ATTEST
                 STRING "MOIS PAYES :" SPACE FUNCTION TRIM(WS-PNT-MOIS)
                    SPACE "(DERNIERE PERIODE" SPACE
                    WS-CU-PERIODE(WS-CU-IDX) ")"
                    DELIMITED BY SIZE INTO R-ATTEST
                 WRITE R-ATTEST
                 MOVE "SALAIRE BRUT DE L'ANNEE" TO WS-BL-LABEL
                 MOVE WS-CU-BRUT(WS-CU-IDX) TO WS-BL-AMOUNT
                 WRITE R-ATTEST FROM WS-BL-DETAIL
                 MOVE "COTISATIONS SALARIALES" TO WS-BL-LABEL
                 MOVE WS-CU-COTIS(WS-CU-IDX) TO WS-BL-AMOUNT
                 WRITE R-ATTEST FROM WS-BL-DETAIL
                 MOVE "NET IMPOSABLE A DECLARER" TO WS-BL-LABEL
                 MOVE WS-CU-IMPOS(WS-CU-IDX) TO WS-BL-AMOUNT
                 WRITE R-ATTEST FROM WS-BL-DETAIL
                 MOVE "NET PAYE" TO WS-BL-LABEL
                 MOVE WS-CU-NET(WS-CU-IDX) TO WS-BL-AMOUNT
                 WRITE R-ATTEST FROM WS-BL-DETAIL
              END-IF
           END-PERFORM.

           CLOSE F-ATTEST.
       END-W-ATTEST.
           EXIT.
