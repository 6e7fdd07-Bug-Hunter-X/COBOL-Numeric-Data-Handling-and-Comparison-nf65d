       01  WS-SNAP-COUNT            PIC 9(9)   VALUE 0.
       01  WS-AUDIT-USED-COUNT      PIC 9(9)   VALUE 0.
       01  WS-AUDIT-PRIOR-COUNT     PIC 9(9)   VALUE 0.
       01  WS-AUDIT-PPAD-COUNT      PIC 9(9)   VALUE 0.
       01  WS-VERIFIED-COUNT        PIC 9(9)   VALUE 0.
       01  WS-DRIFT-COUNT           PIC 9(9)   VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(9)   VALUE 0.
                   PERFORM 0350-TALLY-AUDIT-MOVEMENT
           END-READ.

      *    A PRIOR-PERIOD ADJUSTMENT RESTATES A CLOSED SNAPSHOT AND
      *    NEVER TOUCHES BALFILE, SO IT HAS NO PART IN THE CURRENT
      *    PERIOD'S EXPECTED POSITION.
       0350-TALLY-AUDIT-MOVEMENT.
           IF AUD-REASON-CODE = "PPAD"
               ADD 1 TO WS-AUDIT-PPAD-COUNT
           ELSE
               PERFORM 0360-TALLY-CURRENT-MOVEMENT
           END-IF.

       0360-TALLY-CURRENT-MOVEMENT.
           MOVE AUD-ACCOUNT TO WS-ACCH-KEY
           PERFORM 0400-LOCATE-VFY-ACCOUNT
           IF WS-VFY-SUB > 0
           MOVE "AUDIT RECORDS BEFORE SNAP   =" TO WS-CT-LABEL
           MOVE WS-AUDIT-PRIOR-COUNT TO WS-CT-VALUE
           WRITE DRIFT-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "PRIOR-PERIOD ADJUSTMENTS    =" TO WS-CT-LABEL
           MOVE WS-AUDIT-PPAD-COUNT TO WS-CT-VALUE
           WRITE DRIFT-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "BALFILE ACCOUNTS VERIFIED   =" TO WS-CT-LABEL
           MOVE WS-VERIFIED-COUNT TO WS-CT-VALUE
           WRITE DRIFT-REPORT-RECORD FROM WS-COUNT-LINE
