      *    croissante, et écrit en un seul passage une affiche par     *
      *    gare distincte ("affiche-GARE.txt") avec le type du train,  *
      *    l'heure de départ, l'heure d'arrivée calculée et le quai.   *
      *    Les cars de remplacement (type BUS, travaux) y figurent à   *
      *    la place des trains supprimés, signalés en clair.           *
      *    Le fichier "affiches-index.txt" liste les affiches          *
      *    produites : la distribution hebdomadaire aux gares n'est    *
      *    plus un travail de copier-coller.                           *
           88 FS-INDEX-OK VALUE "00".

       01  HALT-IDX PIC 9(05).
       01  WS-FRET-TALLY PIC 9(02).

       01  WS-POSTER-FILENAME PIC X(40).
       01  WS-BRK-STATION     PIC X(18) VALUE SPACES.
                       END-PERFORM
                    END-IF

      *             Un sillon fret (arrêt F) n'est pas retenu.
                    MOVE ZERO TO WS-FRET-TALLY
                    INSPECT T-HALT-FLAG(T-CNT)
                       TALLYING WS-FRET-TALLY FOR ALL "F"
                    IF WS-FRET-TALLY = ZERO
                       ADD 1 TO T-CNT
                    END-IF
                 END-READ
              END-PERFORM
           ELSE
              T-QUAI(T-IDX)
              DELIMITED BY SIZE
              INTO WS-LINE.
           IF T-TYPE-CAR(T-IDX)
              MOVE "CAR DE REMPLACEMENT - TRAVAUX" TO WS-LINE(32:)
           END-IF.
           WRITE R-POSTER FROM WS-LINE.
       END-W-DEPARTURE.
           EXIT.
