               PERFORM 3600-RECORD-TIE-EXCEPTION
           END-IF.

      *    A PRIOR-PERIOD ADJUSTMENT RESTATES A CLOSED SNAPSHOT, NOT
      *    BALFILE, SO IT IS LISTED BUT PLAYS NO PART IN THE TIE.
       3300-SUM-ITEM-MOVEMENT.
           ADD 1 TO WS-ITEM-SUB
           IF WS-IT-REASON (WS-ITEM-SUB) NOT = "PPAD"
               COMPUTE WS-ITEM-NET = WS-IT-AFTER (WS-ITEM-SUB)
                   - WS-IT-BEFORE (WS-ITEM-SUB)
               IF WS-IT-ACCUM (WS-ITEM-SUB) = "WS-AREA-1"
                   ADD WS-ITEM-NET TO WS-MOVE-AREA-1
               ELSE
                   ADD WS-ITEM-NET TO WS-MOVE-AREA-2
               END-IF
           END-IF.

       3400-READ-CLOSING-BALANCE.
                   MOVE "REVERSES ITEM WITH SAME KEY" TO WS-DT-NOTE
               WHEN "OVFL"
                   MOVE "SKIPPED - OVERFLOW GUARD" TO WS-DT-NOTE
               WHEN "XFRO"
                   MOVE "CLOSED - BALANCE TRANSFERRED OUT" TO WS-DT-NOTE
               WHEN "XFRI"
                   MOVE "BALANCE TAKEN OVER ON CLOSURE" TO WS-DT-NOTE
               WHEN "PPAD"
                   MOVE "PRIOR PERIOD - NOT IN POSITION" TO WS-DT-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-DT-NOTE
           END-EVALUATE
