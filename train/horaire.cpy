
           03 H-NBR-HEURES      PIC 99.

      *    Arrêts : H = arrêt voyageurs, S = service, F = arrêt fret
      *    (un service qui marque un arrêt F est un sillon fret, hors
      *    des sorties voyageurs).
           03 H-HALT-FLAG       PIC X OCCURS 10 TIMES.

           03 H-QUAI            PIC X(02).
