                 WRITE REC-F-OUTPUT FROM REC-F-INPUT(1:18)
                 ADD 1 TO WS-COPIED-CNT
              WHEN "07"
                 WRITE REC-F-OUTPUT FROM REC-F-INPUT(1:91)
                 ADD 1 TO WS-COPIED-CNT
              WHEN OTHER
      *          Un type inconnu est recopié tel quel : la migration
