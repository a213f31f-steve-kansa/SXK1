                   MOVE 'ITEM  '       TO INQ-ACTION
               WHEN 'K'
                   MOVE 'CLOSE '       TO INQ-ACTION
               WHEN 'N'
                   MOVE 'RETURN'       TO INQ-ACTION
               WHEN 'X'
                   MOVE 'CANCEL'       TO INQ-ACTION
               WHEN OTHER
