                   PERFORM 0450-APPLY-ACKNOWLEDGEMENT
           END-READ.

      *    MORE THAN ONE EXTRACT CAN GO UNDER CYCLE 00 ON ONE DAY -
      *    AN ACCOUNT CLOSURE TRANSFER AND A PRIOR-PERIOD ADJUSTMENT
      *    RUN BOTH DO - SO AN ACK IS FIRST MATCHED TO THE EXTRACT
      *    WHOSE COUNT AND HASH IT AGREES WITH, AND ONLY THEN TO THE
      *    FIRST UNACKNOWLEDGED ONE FOR ITS DATE AND CYCLE.
       0450-APPLY-ACKNOWLEDGEMENT.
           MOVE 'N' TO WS-EXT-FOUND-SWITCH
           MOVE 0 TO WS-EXT-SUB
           PERFORM 0455-SCAN-EXACT-EXTRACT
               UNTIL WS-EXT-FOUND OR WS-EXT-SUB >= WS-EXT-TOTAL
           IF NOT WS-EXT-FOUND
               MOVE 0 TO WS-EXT-SUB
               PERFORM 0460-SCAN-NEXT-EXTRACT
                   UNTIL WS-EXT-FOUND OR WS-EXT-SUB >= WS-EXT-TOTAL
           END-IF
           IF NOT WS-EXT-FOUND
               ADD 1 TO WS-ORPHAN-ACK-COUNT
               MOVE GLA-RUN-DATE TO WS-EX-DATE
               END-IF
           END-IF.

       0455-SCAN-EXACT-EXTRACT.
           ADD 1 TO WS-EXT-SUB
           IF WS-EXT-DATE (WS-EXT-SUB) = GLA-RUN-DATE
               AND WS-EXT-CYCLE (WS-EXT-SUB) = GLA-CYCLE
               AND WS-EXT-COUNT (WS-EXT-SUB) = GLA-RECORD-COUNT
               AND WS-EXT-HASH (WS-EXT-SUB) = GLA-HASH-TOTAL
               AND NOT WS-EXT-ACKED (WS-EXT-SUB)
               MOVE 'Y' TO WS-EXT-FOUND-SWITCH
           END-IF.

       0460-SCAN-NEXT-EXTRACT.
           ADD 1 TO WS-EXT-SUB
           IF WS-EXT-DATE (WS-EXT-SUB) = GLA-RUN-DATE
