                  88 T-TYPE-TGV              VALUE 'TGV'.
                  88 T-TYPE-CORAIL           VALUE 'COR'.
                  88 T-TYPE-TER              VALUE 'TER'.
      *          Car de remplacement (travaux), écrit par horextr.
                  88 T-TYPE-CAR              VALUE 'BUS'.

               05 T-STATION-DEPART  PIC X(18).

