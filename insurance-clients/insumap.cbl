      ******************************************************************
      *                                                                *
      *    SOUS PROGRAMME PARTAGE DES FUSIONS DE CLIENTS : RAMENE UN   *
      *    NUMERO DE CLIENT A SON NUMERO SURVIVANT D'APRES LA TABLE    *
      *    "clients-fusion.dat" TENUE PAR insudup (FUSIONS CONFIRMEES  *
      *    PAR LE BACK OFFICE). insumast, insupay ET insuclm           *
      *    L'APPELLENT SUR CHAQUE NUMERO DE CLIENT LU, POUR QUE LES    *
      *    DOUBLONS FUSIONNES NE FASSENT PLUS QU'UNE LIGNE.            *
      *    LA TABLE EST CHARGEE AU PREMIER APPEL ET GARDEE D'UN APPEL  *
      *    A L'AUTRE ; UN FICHIER ABSENT LAISSE LES NUMEROS INCHANGES. *
      *    LK-CLIENT EST REMPLACE SUR PLACE PAR LE SURVIVANT (LES      *
      *    FUSIONS EN CHAINE SONT SUIVIES JUSQU'AU BOUT).              *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. insumap.
       AUTHOR.     Remi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FUSION ASSIGN TO "clients-fusion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FUSION.

       DATA DIVISION.
       FILE SECTION.
       FD  F-FUSION.
       01  R-FUSION.
           03 FU-OLD      PIC X(12).
           03 FU-SURVIVOR PIC X(12).
           03 FU-DATE     PIC 9(08).

       WORKING-STORAGE SECTION.
       01  FS-FUSION PIC X(02).
           88 FS-FUSION-OK  VALUE "00".
           88 FS-FUSION-EOF VALUE "10".

       01  WS-LOADED PIC X(01) VALUE "N".
           88 WS-LOADED-Y VALUE "Y".

       01  WS-FUSION-TABLE.
           03 WS-FU-CNT PIC 9(04) VALUE 0.
           03 WS-FU OCCURS 2000 TIMES
                    INDEXED BY WS-FU-IDX.
               05 WS-FU-OLD      PIC X(12).
               05 WS-FU-SURVIVOR PIC X(12).

       01  WS-HOPS PIC 9(02).

       LINKAGE SECTION.
       01  LK-CLIENT PIC X(12).

       PROCEDURE DIVISION USING LK-CLIENT.

       0000-MAIN.
           IF NOT WS-LOADED-Y
               PERFORM 1000-LOAD THRU 1000-LOAD-END
           END-IF.

           IF WS-FU-CNT = ZERO OR LK-CLIENT = SPACES
               GOBACK
           END-IF.

      *    UNE FUSION PEUT VISER UN CLIENT LUI-MEME FUSIONNE PLUS
      *    TARD : ON SUIT LA CHAINE (BORNEE CONTRE UNE BOUCLE).
           MOVE ZERO TO WS-HOPS.
           PERFORM 2000-RESOLVE THRU 2000-RESOLVE-END
              UNTIL WS-HOPS > 20.
           GOBACK.

      *    CHARGE LA TABLE DES FUSIONS.
       1000-LOAD.
           SET WS-LOADED-Y TO TRUE.
           OPEN INPUT F-FUSION.
           IF NOT FS-FUSION-OK
               GO TO 1000-LOAD-END
           END-IF.

           PERFORM UNTIL FS-FUSION-EOF
               READ F-FUSION
               AT END
                   SET FS-FUSION-EOF TO TRUE
               NOT AT END
                   IF WS-FU-CNT < 2000 AND FU-OLD NOT = FU-SURVIVOR
                       ADD 1 TO WS-FU-CNT
                       MOVE FU-OLD      TO WS-FU-OLD(WS-FU-CNT)
                       MOVE FU-SURVIVOR TO WS-FU-SURVIVOR(WS-FU-CNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE F-FUSION.
       1000-LOAD-END.

      *    UN PAS DE LA CHAINE : REMPLACE LE NUMERO S'IL A ETE
      *    FUSIONNE, SINON ARRETE LA RECHERCHE.
       2000-RESOLVE.
           SET WS-FU-IDX TO 1.
           SEARCH WS-FU
               AT END
                   MOVE 99 TO WS-HOPS
               WHEN WS-FU-IDX > WS-FU-CNT
                   MOVE 99 TO WS-HOPS
               WHEN WS-FU-OLD(WS-FU-IDX) = LK-CLIENT
                   MOVE WS-FU-SURVIVOR(WS-FU-IDX) TO LK-CLIENT
                   ADD 1 TO WS-HOPS
           END-SEARCH.
       2000-RESOLVE-END.
