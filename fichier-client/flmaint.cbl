      *    le fichier des mouvements "employee-trans.txt" :            *
      *       colonne  1     : ACTION (A AJOUT, U MODIFICATION,        *
      *                        L DEPART)                               *
      *       colonnes 2-95  : LA FICHE RCLIENT COMPLETE (ID, NOM,     *
      *                        PRENOM, POSTE, CODE, SALAIRE, AGENCE,   *
      *                        EMBAUCHE, MANAGER)                      *
      *    applique les regles de validation de flqual a la saisie     *
      *    (nom/prenom non blancs, salaire plausible, poste dans       *
      *    postes-reference.txt) et les controles referentiels :       *
      *    CODE dans fr-liste-dept.txt, AGENCE dans agences.txt.      *
      *    Le MANAGER (a blanc en tete de hierarchie) doit etre un     *
      *    employe present, autre que l'employe lui-meme, et ne pas    *
      *    former de boucle en remontant la hierarchie ; un depart     *
      *    est refuse tant que l'employe encadre encore quelqu'un.     *
      *    Les mouvements sont appliques directement dans le maitre    *
      *    indexe "fichierclient.idx" (construit par flidx) par        *
      *    ecriture, reecriture ou suppression de la seule fiche       *
      *    visee : un arret en cours de passage ne touche plus les     *
      *    autres fiches. Apres un passage qui a change le maitre,     *
      *    l'extrait plat "fichierclient.txt" attendu par les          *
      *    partenaires est regenere depuis l'indexe (ordre des         *
      *    matricules). Chaque changement est journalise avec          *
      *    l'ancienne et la nouvelle valeur dans                       *
      *    "employee-audit.txt", sur le modele de dept-audit.txt,      *
      *    avec l'operateur identifie a la connexion batch (opacces,   *
      *    sous-systeme flclt, variables d'environnement               *
      *    OPACCES-OPERATEUR et OPACCES-CODE) : ajout et               *
      *    modification demandent le role M, le depart le role A.      *
      *    Les mouvements refuses, y compris faute de droits, partent  *
      *    dans "employee-trans-rejets.txt".                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYEE ASSIGN TO "fichierclient.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REMPLOYEE-ID
           ALTERNATE RECORD KEY IS REMPLOYEE-AGENCE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REMPLOYEE-CODE WITH DUPLICATES
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT F-EXTRACT ASSIGN TO "fichierclient.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXTRACT.

           SELECT F-TRANS ASSIGN TO "employee-trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
               05 T-SALAIRE  PIC 9(04)V99.
               05 T-AGENCE   PIC X(05).
               05 T-EMBAUCHE PIC X(08).
               05 T-MANAGER  PIC X(09).

       FD  F-EXTRACT.
       01  R-EXTRACT PIC X(94).

       FD  F-AGENCE.
       01  R-AGENCE.
       01  R-REJETS PIC X(160).

       FD  F-AUDIT
           RECORD CONTAINS 260 CHARACTERS
           RECORDING MODE IS F.
       01  R-AUDIT PIC X(260).

       WORKING-STORAGE SECTION.
       01  WS-FS-EMPLOYEE PIC X(02).
           88 WS-FS-EMPLOYEE-OK  VALUE "00".
           88 WS-FS-EMPLOYEE-EOF VALUE "10".
       01  WS-FS-EXTRACT PIC X(02).
       01  WS-FS-TRANS PIC X(02).
           88 WS-FS-TRANS-OK  VALUE "00".
           88 WS-FS-TRANS-EOF VALUE "10".
       01  WS-FS-AUDIT  PIC X(02).
           88 WS-FS-AUDIT-OK VALUE "00".

      *    Nombre de fiches du maitre, tenu a jour au fil des
      *    mouvements (borne de la remontee hierarchique).
       01  WS-MS-CNT PIC 9(06) VALUE 0.

      *    Referentiels.
       01  WS-DEPT-TABLE.
       01  WS-AUDIT-DATE   PIC 9(08).
       01  WS-AUDIT-TIME   PIC 9(06).
       01  WS-ACTION-LABEL PIC X(12).
       01  WS-OLD-VALUE    PIC X(94).
       01  WS-NEW-VALUE    PIC X(94).

       01  WS-FOUND PIC X(01).
           88 WS-FOUND-Y VALUE "Y".
           88 WS-FOUND-N VALUE "N".
       01  WS-VALID PIC X(01).
           88 WS-VALID-Y VALUE "Y".
           88 WS-VALID-N VALUE "N".
       01  WS-REASON-PTR PIC 9(03).
       01  WS-EMB-MM PIC 9(02).
       01  WS-EMB-JJ PIC 9(02).

      *    Remontee de la hierarchie depuis le manager du mouvement.
       01  WS-CHAIN-ID    PIC X(09).
       01  WS-CHAIN-STEPS PIC 9(06).
       01  WS-CHAIN-END   PIC X(01).
           88 WS-CHAIN-END-Y VALUE "Y".
       01  WS-REPORTS-CNT PIC 9(04).
       01  WS-LINE   PIC X(160).

       01  WS-ADD-CNT    PIC 9(04) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      *    Identification de l'operateur et controle de ses droits
      *    (sous programme opacces).
       01  WS-ACC-FONCTION  PIC X(01).
       01  WS-ACC-SOUS-SYS  PIC X(08) VALUE "flclt".
       01  WS-ACC-OPERATEUR PIC X(08) VALUE SPACES.
       01  WS-ACC-ACTION    PIC X(01).
       01  WS-ACC-RESULT    PIC X(01).
           88 WS-ACC-OK VALUE "Y".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

      ******************************************************************
       START-MAIN.
           MOVE "B" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PROGRAM-NAME, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
           IF NOT WS-ACC-OK
              DISPLAY "IDENTIFICATION REFUSEE :" SPACE
                 "MOUVEMENTS NON APPLIQUES"
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-MAIN
           END-IF.
           MOVE WS-ACC-OPERATEUR TO WS-OPERATOR.

           PERFORM START-R-REFERENTIELS THRU END-R-REFERENTIELS.
           PERFORM START-R-MASTER THRU END-R-MASTER.
           PERFORM START-R-TRANS THRU END-R-TRANS.
           CLOSE F-EMPLOYEE.

           IF WS-ADD-CNT + WS-UPD-CNT + WS-LEAVE-CNT > ZERO
              PERFORM START-W-EXTRACT THRU END-W-EXTRACT
           END-IF.

           DISPLAY "AJOUTS :" SPACE WS-ADD-CNT SPACE
              "MODIFICATIONS :" SPACE WS-UPD-CNT SPACE
              "DEPARTS :" SPACE WS-LEAVE-CNT SPACE
           EXIT.

      ******************************************************************
      *    Ouvre le maitre indexe en mise a jour et compte ses fiches. *
      ******************************************************************
       START-R-MASTER.
           OPEN I-O F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE SPACE "(LANCER D'ABORD flidx)"
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-EMPLOYEE-EOF
              READ F-EMPLOYEE NEXT RECORD
              AT END
                 SET WS-FS-EMPLOYEE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-MS-CNT
              END-READ
           END-PERFORM.
       END-R-MASTER.
           EXIT.

      *    Applique le mouvement courant apres validation.             *
      ******************************************************************
       START-APPLY-ONE.
           IF T-ADD OR T-UPDATE OR T-LEAVE
              IF T-LEAVE
                 MOVE "S" TO WS-ACC-ACTION
              ELSE
                 MOVE "M" TO WS-ACC-ACTION
              END-IF
              PERFORM START-CHECK-ACCESS THRU END-CHECK-ACCESS
              IF NOT WS-ACC-OK
                 MOVE "DROITS INSUFFISANTS DE L'OPERATEUR"
                    TO WS-REASONS
                 PERFORM START-REJECT THRU END-REJECT
                 GO TO END-APPLY-ONE
              END-IF
           END-IF.

           PERFORM START-FIND-ID THRU END-FIND-ID.

           EVALUATE TRUE
              WHEN T-ADD
                 IF WS-FOUND-Y
                    MOVE "ID DEJA PRESENT" TO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 MOVE T-FICHE TO REMPLOYEE
                 WRITE REMPLOYEE
                    INVALID KEY
                       MOVE SPACES TO WS-REASONS
                       STRING "ECRITURE EN ECHEC :" SPACE
                          WS-FS-EMPLOYEE
                          DELIMITED BY SIZE INTO WS-REASONS
                       PERFORM START-REJECT THRU END-REJECT
                       GO TO END-APPLY-ONE
                 END-WRITE
                 ADD 1 TO WS-MS-CNT
                 ADD 1 TO WS-ADD-CNT
                 MOVE "AJOUT" TO WS-ACTION-LABEL
                 MOVE SPACES  TO WS-OLD-VALUE
                 MOVE T-FICHE TO WS-NEW-VALUE
                 PERFORM START-W-AUDIT THRU END-W-AUDIT
              WHEN T-UPDATE
                 IF WS-FOUND-N
                    MOVE "ID INCONNU (MODIFICATION)" TO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 MOVE REMPLOYEE TO WS-OLD-VALUE
                 PERFORM START-VALIDATE THRU END-VALIDATE
                 IF WS-VALID-N
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 MOVE T-FICHE TO REMPLOYEE
                 REWRITE REMPLOYEE
                    INVALID KEY
                       MOVE SPACES TO WS-REASONS
                       STRING "REECRITURE EN ECHEC :" SPACE
                          WS-FS-EMPLOYEE
                          DELIMITED BY SIZE INTO WS-REASONS
                       PERFORM START-REJECT THRU END-REJECT
                       GO TO END-APPLY-ONE
                 END-REWRITE
                 MOVE T-FICHE TO WS-NEW-VALUE
                 ADD 1 TO WS-UPD-CNT
                 MOVE "MODIFICATION" TO WS-ACTION-LABEL
                 PERFORM START-W-AUDIT THRU END-W-AUDIT
              WHEN T-LEAVE
                 IF WS-FOUND-N
                    MOVE "ID INCONNU (DEPART)" TO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 MOVE REMPLOYEE TO WS-OLD-VALUE
                 PERFORM START-COUNT-REPORTS THRU END-COUNT-REPORTS
                 IF WS-REPORTS-CNT > ZERO
                    MOVE SPACES TO WS-REASONS
                    STRING "DEPART REFUSE : ENCADRE ENCORE" SPACE
                       WS-REPORTS-CNT SPACE "SALARIE(S)"
                       DELIMITED BY SIZE INTO WS-REASONS
                    PERFORM START-REJECT THRU END-REJECT
                    GO TO END-APPLY-ONE
                 END-IF
                 MOVE T-ID TO REMPLOYEE-ID
                 DELETE F-EMPLOYEE
                    INVALID KEY
                       MOVE SPACES TO WS-REASONS
                       STRING "SUPPRESSION EN ECHEC :" SPACE
                          WS-FS-EMPLOYEE
                          DELIMITED BY SIZE INTO WS-REASONS
                       PERFORM START-REJECT THRU END-REJECT
                       GO TO END-APPLY-ONE
                 END-DELETE
                 SUBTRACT 1 FROM WS-MS-CNT
                 MOVE SPACES TO WS-NEW-VALUE
                 ADD 1 TO WS-LEAVE-CNT
                 MOVE "DEPART" TO WS-ACTION-LABEL
           EXIT.

      ******************************************************************
      *    Lit la fiche du mouvement par son matricule ; trouvee,      *
      *    elle reste dans la zone d'enregistrement.                   *
      ******************************************************************
       START-FIND-ID.
           MOVE T-ID TO REMPLOYEE-ID.
           READ F-EMPLOYEE
              INVALID KEY
                 SET WS-FOUND-N TO TRUE
              NOT INVALID KEY
                 SET WS-FOUND-Y TO TRUE
           END-READ.
       END-FIND-ID.
           EXIT.

      ******************************************************************
      *    Compte les fiches dont le manager est l'employe du          *
      *    mouvement, en parcourant le maitre dans l'ordre des         *
      *    matricules.                                                 *
      ******************************************************************
       START-COUNT-REPORTS.
           MOVE ZERO TO WS-REPORTS-CNT.
           MOVE LOW-VALUES TO REMPLOYEE-ID.
           START F-EMPLOYEE KEY IS NOT LESS THAN REMPLOYEE-ID
              INVALID KEY
                 GO TO END-COUNT-REPORTS
           END-START.

           PERFORM UNTIL NOT WS-FS-EMPLOYEE-OK
              READ F-EMPLOYEE NEXT RECORD
                 AT END
                    SET WS-FS-EMPLOYEE-EOF TO TRUE
                 NOT AT END
                    IF REMPLOYEE-MANAGER = T-ID
                       ADD 1 TO WS-REPORTS-CNT
                    END-IF
              END-READ
           END-PERFORM.
       END-COUNT-REPORTS.
           EXIT.

      ******************************************************************
      *    Regles de flqual appliquees a la saisie, plus les           *
      *    controles referentiels CODE et AGENCE.                      *
                 END-IF
              END-IF
           END-IF.

           IF T-MANAGER NOT = SPACES
              PERFORM START-VALIDATE-MANAGER
                 THRU END-VALIDATE-MANAGER
           END-IF.
       END-VALIDATE.
           EXIT.

      ******************************************************************
      *    Le manager du mouvement doit etre un employe present autre  *
      *    que l'employe lui-meme ; en remontant ses managers on ne    *
      *    doit jamais retomber sur l'employe (boucle).                *
      ******************************************************************
       START-VALIDATE-MANAGER.
           IF T-MANAGER = T-ID
              SET WS-VALID-N TO TRUE
              STRING "MANAGER-SOI-MEME " DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-REASON-PTR
              GO TO END-VALIDATE-MANAGER
           END-IF.

           MOVE T-MANAGER TO WS-CHAIN-ID.
           MOVE ZERO TO WS-CHAIN-STEPS.
           MOVE "N" TO WS-CHAIN-END.
           PERFORM UNTIL WS-CHAIN-END-Y
              MOVE WS-CHAIN-ID TO REMPLOYEE-ID
              READ F-EMPLOYEE
                 INVALID KEY
                    SET WS-FOUND-N TO TRUE
                 NOT INVALID KEY
                    SET WS-FOUND-Y TO TRUE
              END-READ
              EVALUATE TRUE
                 WHEN WS-FOUND-N AND WS-CHAIN-STEPS = ZERO
                    SET WS-VALID-N TO TRUE
                    STRING "MANAGER-INCONNU " DELIMITED BY SIZE
                       INTO WS-REASONS WITH POINTER WS-REASON-PTR
                    SET WS-CHAIN-END-Y TO TRUE
                 WHEN WS-FOUND-N
                    SET WS-CHAIN-END-Y TO TRUE
                 WHEN OTHER
                    ADD 1 TO WS-CHAIN-STEPS
                    MOVE REMPLOYEE-MANAGER TO WS-CHAIN-ID
                    IF WS-CHAIN-ID = T-ID
                       OR WS-CHAIN-STEPS > WS-MS-CNT
                       SET WS-VALID-N TO TRUE
                       STRING "MANAGER-BOUCLE " DELIMITED BY SIZE
                          INTO WS-REASONS WITH POINTER WS-REASON-PTR
                       SET WS-CHAIN-END-Y TO TRUE
                    END-IF
                    IF WS-CHAIN-ID = SPACES
                       SET WS-CHAIN-END-Y TO TRUE
                    END-IF
              END-EVALUATE
           END-PERFORM.
       END-VALIDATE-MANAGER.
           EXIT.

      ******************************************************************
      *    Ecrit le mouvement refuse et son motif.                     *
      ******************************************************************
           EXIT.

      ******************************************************************
      *    Regenere l'extrait plat "fichierclient.txt" depuis          *
      *    l'indexe, pour les partenaires qui l'attendent.             *
      ******************************************************************
       START-W-EXTRACT.
           MOVE "00" TO WS-FS-EMPLOYEE.
           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "EXTRAIT IMPOSSIBLE :" SPACE WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-W-EXTRACT
           END-IF.

           OPEN OUTPUT F-EXTRACT.

           PERFORM UNTIL NOT WS-FS-EMPLOYEE-OK
              READ F-EMPLOYEE NEXT RECORD
                 AT END
                    SET WS-FS-EMPLOYEE-EOF TO TRUE
                 NOT AT END
                    WRITE R-EXTRACT FROM REMPLOYEE
              END-READ
           END-PERFORM.

           CLOSE F-EXTRACT.
           CLOSE F-EMPLOYEE.
           DISPLAY "fichierclient.txt REGENERE DEPUIS "
              "fichierclient.idx".
       END-W-EXTRACT.
           EXIT.

      ******************************************************************
      *    Controle de l'action demandee (WS-ACC-ACTION : C, M ou S)   *
      *    contre le role de l'operateur connecte.                     *
      ******************************************************************
       START-CHECK-ACCESS.
           MOVE "A" TO WS-ACC-FONCTION.
           CALL "opacces" USING WS-ACC-FONCTION, WS-ACC-SOUS-SYS,
              WS-PROGRAM-NAME, WS-ACC-OPERATEUR, WS-ACC-ACTION,
              WS-ACC-RESULT
           END-CALL.
       END-CHECK-ACCESS.
           EXIT.
