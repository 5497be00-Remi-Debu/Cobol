      *    programme relit le journal des actes facturables            *
      *    "actes-facturables.dat" (alimenté par user.cbl au fil des   *
      *    transactions) pour le mois demandé (USERFACT-MOIS,          *
      *    AAAAMM, le mois courant à défaut), lit chaque propriétaire  *
      *    facturé par sa clé dans "proprietaires.idx", puis écrit :   *
      *    - "factures.dat" : une facture par propriétaire (nom et     *
      *      adresse, une ligne par acte, total) ;                     *
      *    - "factures-compta.dat" : la même pile pour le bureau       *
      *      comptable, noms pseudonymisés par maskpii ;               *
      *    - le résumé des recettes du mois en queue des deux piles ;  *
      *    - "factures-emises.dat" : le journal des factures émises    *
      *      (numéro AAAAMMNNNNN, propriétaire, date, montant), relu   *
      *      par le suivi des règlements (userpaie).                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userfact.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACTES ASSIGN TO "actes-facturables.dat"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ACTES.

           SELECT F-USERS ASSIGN TO "proprietaires.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ID
           FILE STATUS IS FS-USERS.

           SELECT F-FACTURES ASSIGN TO "factures.dat"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COMPTA.

           SELECT F-EMISES ASSIGN TO "factures-emises.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMISES.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-COMPTA.
       01  R-COMPTA PIC X(120).

      *    Journal des factures émises : le numéro de facture est le
      *    mois facturé suivi du rang de la facture dans le mois, si
      *    bien qu'une réédition du même mois redonne les mêmes
      *    numéros.
       FD  F-EMISES.
       01  R-EMISES.
           05 FE-NUM    PIC 9(11).
           05 FE-OWNER  PIC X(5).
           05 FE-DATE   PIC 9(8).
           05 FE-AMOUNT PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  FS-ACTES PIC X(02).
           88 FS-ACTES-OK  VALUE "00".
           88 FS-ACTES-EOF VALUE "10".
       01  FS-USERS PIC X(02).
           88 FS-USERS-OK  VALUE "00".
       01  FS-FACTURES PIC X(02).
       01  FS-COMPTA   PIC X(02).
       01  FS-EMISES   PIC X(02).

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-CHAINE  PIC X(08) VALUE "user".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-MOIS-ENV PIC X(06) VALUE SPACES.
       01  WS-MOIS     PIC 9(06).

      *    Propriétaires (adresse comprise) pour l'en-tête de
      *    facture.
       01  WS-OWNER-FLAG PIC X(01).
           88 WS-OWNER-FOUND     VALUE "Y".
           88 WS-OWNER-NOT-FOUND VALUE "N".

      *    Actes du mois, regroupés par propriétaire à l'édition.
       01  WS-ACTE-TABLE.
           03 WS-AC-CNT PIC 9(04) VALUE 0.
           03 WS-AC OCCURS 2000 TIMES
                    INDEXED BY WS-AC-IDX WS-AC-OWN-IDX.
               05 WS-AC-OWNER  PIC X(5).
               05 WS-AC-DATE   PIC 9(8).
               05 WS-AC-ACTION PIC X(1).

       01  WS-CUR-OWNER   PIC X(5).
       01  WS-FACT-SEQ    PIC 9(05) VALUE 0.
       01  WS-FACT-NUM.
           03 WS-FN-MOIS  PIC 9(06).
           03 WS-FN-SEQ   PIC 9(05).
       01  WS-TODAY       PIC 9(08).
       01  WS-FACT-TOTAL  PIC 9(07)V99.
       01  WS-MOIS-TOTAL  PIC 9(09)V99 VALUE 0.


      ******************************************************************
       START-MAIN.
           MOVE "USERFACT-MOIS" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PROGRAM-NAME, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           MOVE WS-PARM-VALEUR TO WS-MOIS-ENV.
           IF WS-MOIS-ENV IS NUMERIC
              MOVE WS-MOIS-ENV TO WS-MOIS
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MOIS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-MOIS TO WS-FN-MOIS.

           PERFORM START-OPEN-USERS THRU END-OPEN-USERS.
           PERFORM START-LOAD-ACTES THRU END-LOAD-ACTES.
           PERFORM START-W-FACTURES THRU END-W-FACTURES.
           CLOSE F-USERS.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Ouvre le registre des propriétaires, lu par clé pour le     *
      *    nom et l'adresse de chaque facture.                         *
      ******************************************************************
       START-OPEN-USERS.
           OPEN INPUT F-USERS.
           IF NOT FS-USERS-OK
              DISPLAY "ERREUR OUVERTURE proprietaires.idx :" SPACE
                 FS-USERS
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.
       END-OPEN-USERS.
           EXIT.

      ******************************************************************
       START-W-FACTURES.
           OPEN OUTPUT F-FACTURES.
           OPEN OUTPUT F-COMPTA.
           OPEN EXTEND F-EMISES.
           IF FS-EMISES NOT = "00"
              OPEN OUTPUT F-EMISES
           END-IF.

      *    Index propre à cette boucle : la facture d'un propriétaire
      *    reparcourt la table avec WS-AC-IDX.
           PERFORM VARYING WS-AC-OWN-IDX FROM 1 BY 1
                   UNTIL WS-AC-OWN-IDX > WS-AC-CNT
              IF NOT WS-AC-DONE-Y(WS-AC-OWN-IDX)
                 MOVE WS-AC-OWNER(WS-AC-OWN-IDX) TO WS-CUR-OWNER
                 PERFORM START-W-ONE-FACTURE
                    THRU END-W-ONE-FACTURE
              END-IF

           CLOSE F-FACTURES.
           CLOSE F-COMPTA.
           CLOSE F-EMISES.
       END-W-FACTURES.
           EXIT.

      ******************************************************************
       START-W-ONE-FACTURE.
           ADD 1 TO WS-FACT-SEQ.
           MOVE WS-FACT-SEQ TO WS-FN-SEQ.
           MOVE ZERO TO WS-FACT-TOTAL.

           MOVE SPACES TO WS-MASK-LASTNAME.
           MOVE SPACES TO WS-MASK-FIRSTNAME.

           MOVE WS-CUR-OWNER TO RU-ID.
           READ F-USERS
              INVALID KEY
                 SET WS-OWNER-NOT-FOUND TO TRUE
                 MOVE "PROPRIETAIRE INCONNU" TO WS-MASK-LASTNAME
              NOT INVALID KEY
                 SET WS-OWNER-FOUND TO TRUE
                 MOVE RU-LASTNAME  TO WS-MASK-LASTNAME
                 MOVE RU-FIRSTNAME TO WS-MASK-FIRSTNAME
           END-READ.

           MOVE ALL "-" TO WS-LINE.
           WRITE R-FACTURES FROM WS-LINE.
           WRITE R-COMPTA FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           STRING "FACTURE" SPACE WS-FACT-NUM SPACE
              "- MOIS" SPACE WS-MOIS SPACE
              "- PROPRIETAIRE" SPACE WS-CUR-OWNER SPACE
              FUNCTION TRIM(WS-MASK-LASTNAME) SPACE
           END-CALL.

           MOVE SPACES TO WS-LINE-COMPTA.
           STRING "FACTURE" SPACE WS-FACT-NUM SPACE
              "- MOIS" SPACE WS-MOIS SPACE
              "- PROPRIETAIRE" SPACE WS-CUR-OWNER SPACE
              FUNCTION TRIM(WS-MASK-LASTNAME) SPACE

      *    Adresse complète sur la pile destinée au propriétaire
      *    seulement.
           IF WS-OWNER-FOUND
              MOVE SPACES TO WS-LINE
              STRING RU-STREET SPACE
                 RU-CITY
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-FACTURES FROM WS-LINE
           WRITE R-FACTURES FROM WS-LINE.
           WRITE R-COMPTA FROM WS-LINE.

      *    Seule une facture à payer entre au suivi des règlements.
           IF WS-FACT-TOTAL > ZERO
              MOVE SPACES TO WS-LINE
              STRING "A REGLER SOUS 30 JOURS EN RAPPELANT LE NUMERO"
                 SPACE "DE FACTURE" SPACE WS-FACT-NUM
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-FACTURES FROM WS-LINE

              MOVE WS-FACT-NUM   TO FE-NUM
              MOVE WS-CUR-OWNER  TO FE-OWNER
              MOVE WS-TODAY      TO FE-DATE
              MOVE WS-FACT-TOTAL TO FE-AMOUNT
              WRITE R-EMISES
           END-IF.

           ADD WS-FACT-TOTAL TO WS-MOIS-TOTAL.
       END-W-ONE-FACTURE.
           EXIT.
              WHEN "V" MOVE "VACCINATION"    TO WS-ACTION-LABEL
              WHEN "L" MOVE "PORTEE"         TO WS-ACTION-LABEL
              WHEN "T" MOVE "TRANSFERT"      TO WS-ACTION-LABEL
              WHEN "C" MOVE "PIECE CHIEN"    TO WS-ACTION-LABEL
              WHEN OTHER MOVE "ACTE"         TO WS-ACTION-LABEL
           END-EVALUATE.

