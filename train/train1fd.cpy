
           03 TRAIN-NBR-HEURES     PIC 99.

      *    Un service qui marque un arrêt fret (F) est un sillon fret :
      *    il sort des affiches, du tableau des arrivées et de la
      *    recherche d'itinéraire, et passe au rapport fret trainfrt.
           03 TRAIN-HALT-FLAG PIC X OCCURS 10 TIMES.
              88 TRAIN-STOP            VALUE 'H'.
              88 TRAIN-SERV            VALUE 'S'.
