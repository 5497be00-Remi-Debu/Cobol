              WHEN "06"
                 WRITE REC-F-OUTPUT FROM REC-F-INPUT(1:18)
              WHEN "07"
                 WRITE REC-F-OUTPUT FROM REC-F-INPUT(1:91)
              WHEN OTHER
                 WRITE REC-F-OUTPUT FROM REC-F-INPUT
           END-EVALUATE.
