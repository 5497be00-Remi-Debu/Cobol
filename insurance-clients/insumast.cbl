      *    DANS DEUX EXTRAITS, PARFOIS AVEC DES MONTANTS DIFFERENTS)   *
      *    SONT SIGNALES EN FIN DE FICHIER - LE SERVICE CLIENTS A      *
      *    ENFIN UNE VUE UNIQUE PAR CLIENT.                            *
      *    LES CLIENTS FUSIONNES PAR LE BACK OFFICE (insudup) SONT     *
      *    RAMENES A LEUR NUMERO SURVIVANT (SOUS PROGRAMME insumap).   *
      *    LA PROGRESSION PAR EXTRAIT EST TRACEE DANS                  *
      *    "insumast-reprise.dat" (SOUS PROGRAMME insuckp) ; LE        *
      *    FICHIER MAITRE ETANT RECONSTRUIT EN ENTIER, UN LANCEMENT    *
      *    INTERROMPU EST SIMPLEMENT RELANCE.                          *
      *                                                                *
      ******************************************************************

       01  WS-PAIR-DUP   PIC X(01).
       01  WS-SANSNO-CNT PIC 9(04) VALUE 0.

      *    ZONES D'APPEL DU POINT DE REPRISE (INSUCKP) : LE FICHIER
      *    PRODUIT EST RECONSTRUIT EN ENTIER A CHAQUE LANCEMENT, UN
      *    LANCEMENT INTERROMPU EST DONC SIGNALE PUIS REPRIS AU DEBUT.
       01  WS-CKP-PROGRAM  PIC X(08) VALUE "insumast".
       01  WS-CKP-FUNCTION PIC X(01).
       01  WS-CKP-ENTRY    PIC 9(02).
       01  WS-CKP-FILENAME PIC X(123).
       01  WS-CKP-RECORDS  PIC 9(08).

       PROCEDURE DIVISION.
           PERFORM 0500-MANIFEST-READ THRU 0500-MANIFEST-READ-END.
           PERFORM 0600-VERIFY-CONTROLS
              THRU 0600-VERIFY-CONTROLS-END.

           PERFORM 0790-CHECKPOINT-OPEN THRU 0790-CHECKPOINT-OPEN-END.

           SET WS-MANIFEST-IDX TO 1.
           PERFORM UNTIL WS-MANIFEST-IDX > WS-MANIFEST-CNT
               MOVE ZERO TO WS-CKP-RECORDS
               MOVE "E" TO WS-CKP-FUNCTION
               PERFORM 0795-CHECKPOINT THRU 0795-CHECKPOINT-END
               PERFORM 1000-PART-READ THRU 1000-PART-READ-END
               MOVE "T" TO WS-CKP-FUNCTION
               PERFORM 0795-CHECKPOINT THRU 0795-CHECKPOINT-END
               SET WS-MANIFEST-IDX UP BY 1
           END-PERFORM.

           PERFORM 2000-WRITE-MASTER THRU 2000-WRITE-MASTER-END.
           PERFORM 3000-WRITE-DUPLICATES
              THRU 3000-WRITE-DUPLICATES-END.
           MOVE "F" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
           STOP RUN.

      *    LIS LE FICHIER MANIFESTE (UNE LIGNE PAR EXTRAIT A TRAITER).
           END-PERFORM.
       0600-VERIFY-CONTROLS-END.

      *    POINT DE REPRISE : UN LANCEMENT PRECEDENT INTERROMPU EST
      *    SIGNALE ; LE FICHIER PRODUIT ETANT RECONSTRUIT EN ENTIER,
      *    TOUS LES EXTRAITS SONT RELUS.
       0790-CHECKPOINT-OPEN.
           MOVE "O" TO WS-CKP-FUNCTION.
           MOVE ZERO TO WS-CKP-ENTRY.
           MOVE SPACES TO WS-CKP-FILENAME.
           MOVE ZERO TO WS-CKP-RECORDS.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.

           IF WS-CKP-ENTRY > ZERO
               DISPLAY "REPRISE : TOUS LES EXTRAITS SONT RELUS"
               MOVE "N" TO WS-CKP-FUNCTION
               CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
                  WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
               END-CALL
           END-IF.
       0790-CHECKPOINT-OPEN-END.

      *    TRACE DE PROGRESSION DE L'EXTRAIT COURANT (WS-CKP-FUNCTION
      *    "E" DEBUT, "R" ENREGISTREMENT, "T" EXTRAIT TERMINE).
       0795-CHECKPOINT.
           SET WS-CKP-ENTRY TO WS-MANIFEST-IDX.
           MOVE WS-MANIFEST-FILE(WS-MANIFEST-IDX) TO WS-CKP-FILENAME.
           CALL "insuckp" USING WS-CKP-FUNCTION, WS-CKP-PROGRAM,
              WS-CKP-ENTRY, WS-CKP-FILENAME, WS-CKP-RECORDS
           END-CALL.
       0795-CHECKPOINT-END.

      *    LIS L'EXTRAIT COURANT DU MANIFESTE ET CUMULE CHAQUE POLICE
      *    DANS LA TABLE DES POLICES ET CELLE DES CLIENTS.
       1000-PART-READ.
               NOT AT END
                   PERFORM 1100-HANDLE-POLICY
                      THRU 1100-HANDLE-POLICY-END
                   ADD 1 TO WS-CKP-RECORDS
                   MOVE "R" TO WS-CKP-FUNCTION
                   PERFORM 0795-CHECKPOINT THRU 0795-CHECKPOINT-END
           END-PERFORM.

           CLOSE INSU-GENERIC.
               GO TO 1100-HANDLE-POLICY-END
           END-IF.

           CALL "insumap" USING WS-ID-CLIENT
           END-CALL.

           INITIALIZE WS-NUM.
           MOVE WS-AMOUNT TO WS-NUM.

