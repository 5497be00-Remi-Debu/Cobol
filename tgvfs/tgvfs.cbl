      *    Le programme lis le fichier "file1.txt" puis trie ses        *
      *    enregistrements par heure d'arrivée croissante pour écrire   *
      *    un tableau d'arrivées dans le fichier "tableau-arrivees.txt".*
      *    Les cars de remplacement (type BUS, travaux) y arrivent à   *
      *    la place des trains supprimés, signalés en clair.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tgvfs.
           03 WS-PNT-STRING PIC X(80).

       01  WS-CNT-REC PIC 9(05) VALUE 0.
       01  WS-CNT-CAR PIC 9(05) VALUE 0.
       01  WS-PNT-NBR PIC ZZZZ9.

      *    Compteurs de fin de traitement remis au journal commun
           DELIMITED BY SIZE
           INTO WS-PNT-STRING(40:15)

           IF RS-TYPE = "BUS"
              ADD 1 TO WS-CNT-CAR
              STRING "|| CAR DE REMPLACEMENT" DELIMITED BY SIZE
              INTO WS-PNT-STRING(55:22)
           END-IF

           WRITE R-BOARD FROM WS-PNT-STRING.
       END-W-BOARD-LINE.

              INTO WS-PNT-STRING
              WRITE R-BOARD FROM WS-PNT-STRING

              IF WS-CNT-CAR > ZERO
                 INITIALIZE WS-PNT-STRING
                 INITIALIZE WS-PNT-NBR
                 MOVE WS-CNT-CAR TO WS-PNT-NBR
                 STRING "DONT CARS DE REMPLACEMENT (TRAVAUX) :" SPACE
                    FUNCTION TRIM(WS-PNT-NBR)
                 DELIMITED BY SIZE
                 INTO WS-PNT-STRING
                 WRITE R-BOARD FROM WS-PNT-STRING
              END-IF

              INITIALIZE WS-PNT-STRING
              STRING WS-PNT-BLANK "FIN"
              DELIMITED BY SIZE
