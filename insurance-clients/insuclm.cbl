      *         LANCEMENT insucli, RECORDS "G" DE                      *
      *         "portefeuille-histo.dat") - LA PREMIERE QUESTION DE    *
      *         CHAQUE COMITE DE SOUSCRIPTION.                         *
      *    LE CLIENT DE LA POLICE EST RAMENE A SON NUMERO SURVIVANT    *
      *    S'IL A ETE FUSIONNE (insumap), COMME DANS LE MAITRE.        *
      *    CHAQUE LANCEMENT AJOUTE A "sinistres-photos.dat" UNE PHOTO  *
      *    DATEE DE CHAQUE SINISTRE VALIDE (PROVISION ET PAYE DU       *
      *    JOUR), D'OU insutri TIRE LES TRIANGLES DE DEVELOPPEMENT.    *
      *                                                                *
      ******************************************************************

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RATIO.

           SELECT F-PHOTO ASSIGN TO "sinistres-photos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PHOTO.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLAIMS.
           03 CLM-STATUS   PIC X(10).
           03 CLM-RESERVED PIC 9(09).
           03 CLM-PAID     PIC 9(09).
      *    INDICATEUR DE RESPONSABILITE (insunot), SANS EFFET ICI.
           03 CLM-RESP     PIC X(01).

       FD  F-MASTER.
       01  R-MASTER.
       FD  F-RATIO.
       01  R-RATIO PIC X(160).

      *    PHOTO DATEE D'UN SINISTRE (PAYE CUMULE ET PROVISION AU JOUR
      *    DU LANCEMENT).
       FD  F-PHOTO.
       01  R-PHOTO.
           03 PH-DATE     PIC 9(08).
           03 FILLER      PIC X(01).
           03 PH-CLM-ID   PIC X(08).
           03 FILLER      PIC X(01).
           03 PH-POL-ID   PIC X(08).
           03 FILLER      PIC X(01).
           03 PH-GROUP    PIC X(14).
           03 FILLER      PIC X(01).
           03 PH-CLM-DATE PIC 9(08).
           03 FILLER      PIC X(01).
           03 PH-STATUS   PIC X(10).
           03 FILLER      PIC X(01).
           03 PH-RESERVED PIC 9(09).
           03 FILLER      PIC X(01).
           03 PH-PAID     PIC 9(09).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           03 FS-CLAIMS PIC X(02).
           03 FS-REJECT PIC X(02).
           03 FS-OPEN   PIC X(02).
           03 FS-RATIO  PIC X(02).
           03 FS-PHOTO  PIC X(02).
              88 FS-PHOTO-OK VALUE "00".

       01  WS-LINE      PIC X(200).
       01  WS-CLIENT    PIC X(12).
       01  WS-TODAY     PIC 9(08).
       01  WS-NUM-CLEAN PIC ZZZZZZZZZ9.
       01  WS-PNT-RATIO PIC ZZZ9,99.


           OPEN OUTPUT F-REJECT.
           OPEN OUTPUT F-OPEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN EXTEND F-PHOTO.
           IF NOT FS-PHOTO-OK
               OPEN OUTPUT F-PHOTO
           END-IF.

           MOVE "*** SINISTRES OUVERTS ***" TO WS-LINE.
           WRITE R-OPEN FROM WS-LINE.
           CLOSE F-MASTER.
           CLOSE F-REJECT.
           CLOSE F-OPEN.
           CLOSE F-PHOTO.
       1000-PROCESS-CLAIMS-END.

      *    VALIDE ET CLASSE LE SINISTRE COURANT.
      *    CUMULE LE SINISTRE VALIDE DANS SON GROUPE ET L'ECRIT DANS
      *    LA LISTE DES OUVERTS S'IL L'EST ENCORE.
       1200-ACCUM-CLAIM.
           MOVE POL-CLIENT TO WS-CLIENT.
           CALL "insumap" USING WS-CLIENT
           END-CALL.

           MOVE POL-GROUP TO WS-GROUP-KEY.
           PERFORM 0600-FIND-GROUP THRU 0600-FIND-GROUP-END.
           IF WS-GRP-IDX NOT > WS-GRP-CNT
               ADD 1            TO WS-GRP-CLAIMS(WS-GRP-IDX)
           END-IF.

           MOVE SPACES       TO R-PHOTO.
           MOVE WS-TODAY     TO PH-DATE.
           MOVE CLM-ID       TO PH-CLM-ID.
           MOVE CLM-POL-ID   TO PH-POL-ID.
           MOVE POL-GROUP    TO PH-GROUP.
           MOVE CLM-DATE     TO PH-CLM-DATE.
           MOVE CLM-STATUS   TO PH-STATUS.
           MOVE CLM-RESERVED TO PH-RESERVED.
           MOVE CLM-PAID     TO PH-PAID.
           WRITE R-PHOTO.

           IF CLM-STATUS = "OUVERT"
               ADD 1 TO WS-OPEN-CNT
               MOVE SPACES TO WS-LINE
               MOVE CLM-RESERVED TO WS-NUM-CLEAN
               STRING "SINISTRE" SPACE CLM-ID SPACE
                  "POLICE" SPACE CLM-POL-ID SPACE
                  "CLIENT" SPACE WS-CLIENT SPACE
                  "GROUPE" SPACE POL-GROUP SPACE
                  "DU" SPACE CLM-DATE SPACE
                  "PROVISION :" SPACE FUNCTION TRIM(WS-NUM-CLEAN)
