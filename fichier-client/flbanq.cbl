      ******************************************************************
      *    Referentiel des coordonnees bancaires des salaries :        *
      *    flpay calcule le net mais le virement se ressaisissait au   *
      *    portail de la banque. Le referentiel                        *
      *    "banque-salaries.txt" donne pour chaque matricule l'IBAN,   *
      *    le BIC et le titulaire du compte ; flvir s'en sert pour le  *
      *    fichier de virements. Le programme lit les mouvements       *
      *    "banque-trans.txt" :                                        *
      *       colonne  1     : ACTION (A AJOUT, U MODIFICATION,        *
      *                        L SUPPRESSION)                          *
      *       colonnes 2-10  : MATRICULE                               *
      *       colonnes 11-44 : IBAN (sans espace)                      *
      *       colonnes 45-55 : BIC                                     *
      *       colonnes 56-90 : TITULAIRE DU COMPTE                     *
      *    controle le matricule dans fichierclient.idx, l'IBAN (cle   *
      *    modulo 97) et le BIC par le sous programme fliban, et le    *
      *    titulaire non blanc. Le referentiel est recharge, les       *
      *    mouvements appliques, le fichier reecrit ; chaque           *
      *    changement est journalise avec l'ancienne et la nouvelle    *
      *    valeur dans "banque-audit.txt", sur le modele de            *
      *    employee-audit.txt (operateur FLBANQ-OPERATOR). Les         *
      *    mouvements refuses partent dans "banque-trans-rejets.txt".  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flbanq.
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

           SELECT F-BANQUE ASSIGN TO "banque-salaries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BANQUE.

           SELECT F-TRANS ASSIGN TO "banque-trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

           SELECT F-REJETS ASSIGN TO "banque-trans-rejets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REJETS.

           SELECT F-AUDIT ASSIGN TO "banque-audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPLOYEE==.

      *    Coordonnees bancaires d'un salarie.
       FD  F-BANQUE
           RECORD CONTAINS 89 CHARACTERS
           RECORDING MODE IS F.
       01  R-BANQUE.
           03 BQ-ID        PIC X(09).
           03 BQ-IBAN      PIC X(34).
           03 BQ-BIC       PIC X(11).
           03 BQ-TITULAIRE PIC X(35).

       FD  F-TRANS.
       01  R-TRANS.
           03 T-ACTION   PIC X(01).
              88 T-ADD    VALUE "A".
              88 T-UPDATE VALUE "U".
              88 T-DELETE VALUE "L".
           03 T-FICHE.
               05 T-ID        PIC X(09).
               05 T-IBAN      PIC X(34).
               05 T-BIC       PIC X(11).
               05 T-TITULAIRE PIC X(35).

       FD  F-REJETS.
       01  R-REJETS PIC X(160).

       FD  F-AUDIT
           RECORD CONTAINS 240 CHARACTERS
           RECORDING MODE IS F.
       01  R-AUDIT PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-FS-EMPLOYEE PIC X(02).
           88 WS-FS-EMPLOYEE-OK  VALUE "00".
           88 WS-FS-EMPLOYEE-EOF VALUE "10".
       01  WS-FS-BANQUE PIC X(02).
           88 WS-FS-BANQUE-OK  VALUE "00".
           88 WS-FS-BANQUE-EOF VALUE "10".
       01  WS-FS-TRANS PIC X(02).
           88 WS-FS-TRANS-OK  VALUE "00".
           88 WS-FS-TRANS-EOF VALUE "10".
       01  WS-FS-REJETS PIC X(02).
       01  WS-FS-AUDIT  PIC X(02).
           88 WS-FS-AUDIT-OK VALUE "00".

      *    Matricules connus du maitre des employes.
       01  WS-EMP-TABLE.
           03 WS-EMP-CNT PIC 9(04) VALUE 0.
           03 WS-EMP OCCURS 2000 TIMES
                     INDEXED BY WS-EMP-IDX.
               05 WS-EMP-ID PIC X(09).

      *    Referentiel charge en table ; une fiche supprimee est
      *    marquee et ne se reecrit pas.
       01  WS-BANQUE-TABLE.
           03 WS-BQ-CNT PIC 9(04) VALUE 0.
           03 WS-BQ OCCURS 2000 TIMES
                    INDEXED BY WS-BQ-IDX.
               05 WS-BQ-FICHE   PIC X(89).
               05 WS-BQ-DELETED PIC X(01).
                  88 WS-BQ-DELETED-Y VALUE "Y".

      *    Un referentiel qui deborde de la table interdit la
      *    maintenance : la reecriture tronquerait les fiches.
       01  WS-BQ-OVERFLOW PIC X(01) VALUE "N".
           88 WS-BQ-OVERFLOW-Y VALUE "Y".

       01  WS-OPERATOR     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DATE   PIC 9(08).
       01  WS-AUDIT-TIME   PIC 9(06).
       01  WS-ACTION-LABEL PIC X(12).
       01  WS-OLD-VALUE    PIC X(89).
       01  WS-NEW-VALUE    PIC X(89).

       01  WS-FOUND-POS PIC 9(04) VALUE ZERO.
       01  WS-VALID PIC X(01).
           88 WS-VALID-Y VALUE "Y".
           88 WS-VALID-N VALUE "N".
       01  WS-REASONS    PIC X(70).
       01  WS-REASON-PTR PIC 9(03).
       01  WS-MOTIF      PIC X(30).
       01  WS-LINE       PIC X(160).

       01  WS-ADD-CNT    PIC 9(04) VALUE 0.
       01  WS-UPD-CNT    PIC 9(04) VALUE 0.
       01  WS-DEL-CNT    PIC 9(04) VALUE 0.
       01  WS-REJECT-CNT PIC 9(04) VALUE 0.

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "flbanq".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           COMPUTE WS-RUN-WRITTEN =
              WS-ADD-CNT + WS-UPD-CNT + WS-DEL-CNT.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "FLBANQ-OPERATOR".
           IF WS-OPERATOR = SPACES
              MOVE "INCONNU" TO WS-OPERATOR
           END-IF.

           PERFORM START-R-EMPLOYEE THRU END-R-EMPLOYEE.
           PERFORM START-R-BANQUE THRU END-R-BANQUE.

      *    Referentiel trop volumineux : la maintenance est refusee et
      *    banque-salaries.txt reste intact.
           IF WS-BQ-OVERFLOW-Y
              DISPLAY "MAINTENANCE REFUSEE : banque-salaries.txt "
                 "DEPASSE 2000 FICHES, REFERENTIEL LAISSE INTACT"
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-MAIN
           END-IF.

           PERFORM START-R-TRANS THRU END-R-TRANS.
           PERFORM START-W-BANQUE THRU END-W-BANQUE.

           DISPLAY "AJOUTS :" SPACE WS-ADD-CNT SPACE
              "MODIFICATIONS :" SPACE WS-UPD-CNT SPACE
              "SUPPRESSIONS :" SPACE WS-DEL-CNT SPACE
              "REJETS :" SPACE WS-REJECT-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Charge les matricules du maitre des employes.               *
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
                 IF WS-EMP-CNT < 2000
                    ADD 1 TO WS-EMP-CNT
                    MOVE REMPLOYEE-ID TO WS-EMP-ID(WS-EMP-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-EMPLOYEE.
       END-R-EMPLOYEE.
           EXIT.

      ******************************************************************
      *    Charge le referentiel bancaire en table (absent au premier  *
      *    lancement).                                                 *
      ******************************************************************
       START-R-BANQUE.
           OPEN INPUT F-BANQUE.
           IF NOT WS-FS-BANQUE-OK
              GO TO END-R-BANQUE
           END-IF.

           PERFORM UNTIL WS-FS-BANQUE-EOF
              READ F-BANQUE
              AT END
                 SET WS-FS-BANQUE-EOF TO TRUE
              NOT AT END
                 IF WS-BQ-CNT < 2000
                    ADD 1 TO WS-BQ-CNT
                    MOVE R-BANQUE TO WS-BQ-FICHE(WS-BQ-CNT)
                    MOVE SPACE TO WS-BQ-DELETED(WS-BQ-CNT)
                 ELSE
                    SET WS-BQ-OVERFLOW-Y TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-BANQUE.
       END-R-BANQUE.
           EXIT.

      ******************************************************************
      *    Lit et applique les mouvements.                             *
      ******************************************************************
       START-R-TRANS.
           OPEN INPUT F-TRANS.
           IF NOT WS-FS-TRANS-OK
              DISPLAY "ERREUR OUVERTURE banque-trans.txt :" SPACE
                 WS-FS-TRANS
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT F-REJETS.

           PERFORM UNTIL WS-FS-TRANS-EOF
              READ F-TRANS
              AT END
                 SET WS-FS-TRANS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 PERFORM START-APPLY-ONE THRU END-APPLY-ONE
              END-READ
           END-PERFORM.

           CLOSE F-TRANS.
           CLOSE F-REJETS.
       END-R-TRANS.
           EXIT.

      ******************************************************************
      *    Applique le mouvement courant apres validation.             *
      ******************************************************************
       START-APPLY-ONE.
           INSPECT T-IBAN CONVERTING "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT T-BIC CONVERTING "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM START-FIND-ID THRU END-FIND-ID.

           EVALUATE TRUE
              WHEN T-ADD
                 IF WS-FOUND-POS > ZERO
                    MOVE "COORDONNEES DEJA PRESENTES" TO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 PERFORM START-VALIDATE THRU END-VALIDATE
                 IF WS-VALID-N
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 IF WS-BQ-CNT < 2000
                    ADD 1 TO WS-BQ-CNT
                    MOVE T-FICHE TO WS-BQ-FICHE(WS-BQ-CNT)
                    MOVE SPACE TO WS-BQ-DELETED(WS-BQ-CNT)
                    ADD 1 TO WS-ADD-CNT
                    MOVE "AJOUT" TO WS-ACTION-LABEL
                    MOVE SPACES  TO WS-OLD-VALUE
                    MOVE T-FICHE TO WS-NEW-VALUE
                    PERFORM START-W-AUDIT THRU END-W-AUDIT
                 ELSE
                    MOVE "REFERENTIEL PLEIN (2000 FICHES)"
                       TO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                 END-IF
              WHEN T-UPDATE
                 IF WS-FOUND-POS = ZERO
                    MOVE "MATRICULE SANS COORDONNEES (MODIFICATION)"
                       TO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 PERFORM START-VALIDATE THRU END-VALIDATE
                 IF WS-VALID-N
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 MOVE WS-BQ-FICHE(WS-FOUND-POS) TO WS-OLD-VALUE
                 MOVE T-FICHE TO WS-BQ-FICHE(WS-FOUND-POS)
                 MOVE T-FICHE TO WS-NEW-VALUE
                 ADD 1 TO WS-UPD-CNT
                 MOVE "MODIFICATION" TO WS-ACTION-LABEL
                 PERFORM START-W-AUDIT THRU END-W-AUDIT
              WHEN T-DELETE
                 IF WS-FOUND-POS = ZERO
                    MOVE "MATRICULE SANS COORDONNEES (SUPPRESSION)"
                       TO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 MOVE WS-BQ-FICHE(WS-FOUND-POS) TO WS-OLD-VALUE
                 SET WS-BQ-DELETED-Y(WS-FOUND-POS) TO TRUE
                 MOVE SPACES TO WS-NEW-VALUE
                 ADD 1 TO WS-DEL-CNT
                 MOVE "SUPPRESSION" TO WS-ACTION-LABEL
                 PERFORM START-W-AUDIT THRU END-W-AUDIT
              WHEN OTHER
                 MOVE "ACTION INCONNUE" TO WS-REASONS
                 PERFORM START-REJECT THRU END-REJECT
           END-EVALUATE.
       END-APPLY-ONE.
           EXIT.

      ******************************************************************
      *    Cherche le matricule du mouvement dans le referentiel       *
      *    (fiches supprimees exclues).                                *
      ******************************************************************
       START-FIND-ID.
           MOVE ZERO TO WS-FOUND-POS.
           PERFORM VARYING WS-BQ-IDX FROM 1 BY 1
                   UNTIL WS-BQ-IDX > WS-BQ-CNT
              IF NOT WS-BQ-DELETED-Y(WS-BQ-IDX)
                 AND WS-BQ-FICHE(WS-BQ-IDX)(1:9) = T-ID
                 SET WS-FOUND-POS TO WS-BQ-IDX
              END-IF
           END-PERFORM.
       END-FIND-ID.
           EXIT.

      ******************************************************************
      *    Matricule connu du maitre, IBAN et BIC controles par        *
      *    fliban, titulaire renseigne.                                *
      ******************************************************************
       START-VALIDATE.
           SET WS-VALID-Y TO TRUE.
           MOVE SPACES TO WS-REASONS.
           MOVE 1 TO WS-REASON-PTR.

           SET WS-EMP-IDX TO 1.
           SEARCH WS-EMP
              AT END
                 SET WS-VALID-N TO TRUE
                 STRING "MATRICULE-INCONNU " DELIMITED BY SIZE
                    INTO WS-REASONS WITH POINTER WS-REASON-PTR
              WHEN WS-EMP-IDX > WS-EMP-CNT
                 SET WS-VALID-N TO TRUE
                 STRING "MATRICULE-INCONNU " DELIMITED BY SIZE
                    INTO WS-REASONS WITH POINTER WS-REASON-PTR
              WHEN WS-EMP-ID(WS-EMP-IDX) = T-ID
                 CONTINUE
           END-SEARCH.

           CALL "fliban" USING T-IBAN, T-BIC, WS-MOTIF
           END-CALL.
           IF WS-MOTIF NOT = SPACES
              SET WS-VALID-N TO TRUE
              STRING FUNCTION TRIM(WS-MOTIF) SPACE DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF.

           IF T-TITULAIRE = SPACES
              SET WS-VALID-N TO TRUE
              STRING "TITULAIRE-BLANC " DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF.
       END-VALIDATE.
           EXIT.

      ******************************************************************
      *    Ecrit le mouvement refuse et son motif.                     *
      ******************************************************************
       START-REJECT.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO WS-LINE.
           STRING R-TRANS SPACE "-" SPACE
              FUNCTION TRIM(WS-REASONS)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-REJETS FROM WS-LINE.
       END-REJECT.
           EXIT.

      ******************************************************************
      *    Journalise le changement (qui, quand, avant, apres), sur    *
      *    le modele de employee-audit.txt.                            *
      ******************************************************************
       START-W-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIME.

           MOVE SPACES TO R-AUDIT.
           STRING WS-AUDIT-DATE "-" WS-AUDIT-TIME SPACE
              FUNCTION TRIM(WS-OPERATOR) SPACE
              FUNCTION TRIM(WS-ACTION-LABEL) SPACE
              "AVANT: [" FUNCTION TRIM(WS-OLD-VALUE) "]" SPACE
              "APRES: [" FUNCTION TRIM(WS-NEW-VALUE) "]"
              DELIMITED BY SIZE
              INTO R-AUDIT.

           OPEN EXTEND F-AUDIT.
           IF NOT WS-FS-AUDIT-OK
              OPEN OUTPUT F-AUDIT
           END-IF.
           WRITE R-AUDIT.
           CLOSE F-AUDIT.
       END-W-AUDIT.
           EXIT.

      ******************************************************************
      *    Reecrit le referentiel sans les fiches supprimees.          *
      ******************************************************************
       START-W-BANQUE.
           OPEN OUTPUT F-BANQUE.

           PERFORM VARYING WS-BQ-IDX FROM 1 BY 1
                   UNTIL WS-BQ-IDX > WS-BQ-CNT
              IF NOT WS-BQ-DELETED-Y(WS-BQ-IDX)
                 MOVE WS-BQ-FICHE(WS-BQ-IDX) TO R-BANQUE
                 WRITE R-BANQUE
              END-IF
           END-PERFORM.

           CLOSE F-BANQUE.
       END-W-BANQUE.
           EXIT.
