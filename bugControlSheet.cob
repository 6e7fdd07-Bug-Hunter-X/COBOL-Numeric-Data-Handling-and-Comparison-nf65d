           05  WS-EDT-HASH          PIC S9(13) COMP-3 VALUE 0.
           05  WS-EDT-MAX-RC        PIC 9(2)   VALUE 0.

      *    PRE-EDIT FEED FIGURES PER SOURCE SYSTEM, ACROSS CYCLES.
       01  WS-SRCT-TABLE.
           05  WS-SRCT-ENTRY        OCCURS 50 TIMES.
               10  WS-SRCT-ID           PIC X(4).
               10  WS-SRCT-IN           PIC 9(9).
               10  WS-SRCT-CLEAN        PIC 9(9).
               10  WS-SRCT-REJECTS      PIC 9(9).
               10  WS-SRCT-WHSE         PIC 9(9).
       01  WS-SRCT-COUNT            PIC 9(4)   COMP VALUE 0.
       01  WS-SRCT-MAX              PIC 9(4)   COMP VALUE 50.
       01  WS-SRCT-SUB              PIC 9(4)   COMP VALUE 0.
       01  WS-SRCT-CUR              PIC 9(4)   COMP VALUE 0.
       01  WS-SRCT-IN-TOTAL         PIC 9(9)   VALUE 0.

       01  WS-BAL-TOTALS.
           05  WS-BAL-RECS          PIC 9(4)   VALUE 0.
           05  WS-BAL-IN            PIC 9(9)   VALUE 0.
           05  WS-BAL-POSTED        PIC 9(9)   VALUE 0.
           05  WS-BAL-SKIPPED       PIC 9(9)   VALUE 0.
           05  WS-BAL-HELD          PIC 9(9)   VALUE 0.
           05  WS-BAL-UNMATCHED     PIC 9(9)   VALUE 0.
           05  WS-BAL-HASH          PIC S9(13) COMP-3 VALUE 0.
           05  WS-BAL-MAX-RC        PIC 9(2)   VALUE 0.
       01  WS-GL-CREDITS            PIC S9(11) COMP-3 VALUE 0.
       01  WS-GL-SEEN-SWITCH        PIC X(1)   VALUE 'N'.
           88  WS-GL-DETAIL-SEEN               VALUE 'Y'.
       01  WS-GL-ENV-SWITCH         PIC X(1)   VALUE 'N'.
           88  WS-GL-ENV-WANTED                VALUE 'Y'.

       01  WS-BREAK-COUNT           PIC 9(4)   VALUE 0.
       01  WS-CHECK-LEFT            PIC S9(13) COMP-3 VALUE 0.
                       MOVE RCT-RETURN-CODE TO WS-REL-MAX-RC
                   END-IF
               WHEN "BUGSOL00"
                   IF RCT-SOURCE-ID NOT = SPACES
                       PERFORM 0260-TAKE-SOURCE-RECORD
                   ELSE
                       PERFORM 0255-TAKE-EDIT-TOTALS
                   END-IF
               WHEN "BUGSOL01"
                   ADD 1 TO WS-BAL-RECS
                   ADD RCT-IN-COUNT TO WS-BAL-IN
                   ADD RCT-OUT-COUNT TO WS-BAL-POSTED
                   ADD RCT-SKIP-COUNT TO WS-BAL-SKIPPED
                   ADD RCT-WHSE-COUNT TO WS-BAL-HELD
                   ADD RCT-UNMATCHED-COUNT TO WS-BAL-UNMATCHED
                   ADD RCT-AMOUNT-HASH TO WS-BAL-HASH
                   IF RCT-CYCLE = 99
                   CONTINUE
           END-EVALUATE.

       0255-TAKE-EDIT-TOTALS.
           ADD 1 TO WS-EDT-RECS
           ADD RCT-IN-COUNT TO WS-EDT-IN
           ADD RCT-OUT-COUNT TO WS-EDT-CLEAN
           ADD RCT-REJECT-COUNT TO WS-EDT-REJECTS
           ADD RCT-WHSE-COUNT TO WS-EDT-WHSE
           ADD RCT-RELEASE-COUNT TO WS-EDT-RELEASED
           ADD RCT-SUSP-COUNT TO WS-EDT-SUSP
           ADD RCT-AMOUNT-HASH TO WS-EDT-HASH
           IF RCT-RETURN-CODE > WS-EDT-MAX-RC
               MOVE RCT-RETURN-CODE TO WS-EDT-MAX-RC
           END-IF.

      *    A PER-SOURCE RECORD ONLY BREAKS THE PRE-EDIT'S FEED
      *    FIGURES DOWN - THE STEP'S OWN TOTALS RECORD ALREADY
      *    CARRIES THEM, SO NOTHING HERE FEEDS THE DAY'S TOTALS.
       0260-TAKE-SOURCE-RECORD.
           MOVE 0 TO WS-SRCT-CUR
           MOVE 0 TO WS-SRCT-SUB
           PERFORM 0265-CHECK-NEXT-SOURCE
               UNTIL WS-SRCT-SUB >= WS-SRCT-COUNT OR WS-SRCT-CUR > 0
           IF WS-SRCT-CUR = 0
               IF WS-SRCT-COUNT < WS-SRCT-MAX
                   ADD 1 TO WS-SRCT-COUNT
                   MOVE WS-SRCT-COUNT TO WS-SRCT-CUR
                   MOVE RCT-SOURCE-ID TO WS-SRCT-ID (WS-SRCT-CUR)
                   MOVE 0 TO WS-SRCT-IN (WS-SRCT-CUR)
                   MOVE 0 TO WS-SRCT-CLEAN (WS-SRCT-CUR)
                   MOVE 0 TO WS-SRCT-REJECTS (WS-SRCT-CUR)
                   MOVE 0 TO WS-SRCT-WHSE (WS-SRCT-CUR)
               ELSE
                   DISPLAY "SOURCE TABLE FULL - SOURCE "
                       RCT-SOURCE-ID " NOT PROVED"
               END-IF
           END-IF
           IF WS-SRCT-CUR > 0
               ADD RCT-IN-COUNT TO WS-SRCT-IN (WS-SRCT-CUR)
               ADD RCT-OUT-COUNT TO WS-SRCT-CLEAN (WS-SRCT-CUR)
               ADD RCT-REJECT-COUNT TO WS-SRCT-REJECTS (WS-SRCT-CUR)
               ADD RCT-WHSE-COUNT TO WS-SRCT-WHSE (WS-SRCT-CUR)
           END-IF
           ADD RCT-IN-COUNT TO WS-SRCT-IN-TOTAL.

       0265-CHECK-NEXT-SOURCE.
           ADD 1 TO WS-SRCT-SUB
           IF WS-SRCT-ID (WS-SRCT-SUB) = RCT-SOURCE-ID
               MOVE WS-SRCT-SUB TO WS-SRCT-CUR
           END-IF.

      *    GLEXTIN IS THE WHOLE EXTRACT GDG, NEWEST GENERATION FIRST,
      *    SO A TRANSFER EXTRACT CUT BY THE ACCOUNT MAINTENANCE RUN
      *    CANNOT STAND IN FOR THE DAY.  ONLY THE DETAIL OF THE NEWEST
      *    FINAL-CYCLE POSTING EXTRACT FOR THE REPORT DATE IS TAKEN.
       0400-READ-GL-EXTRACT.
           READ GLEXT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-GLEXT-EOF-SWITCH
               NOT AT END
                   PERFORM 0410-CLASSIFY-GL-RECORD
           END-READ.

       0410-CLASSIFY-GL-RECORD.
           EVALUATE GLEXT-IN-RECORD (1:1)
               WHEN 'H'
                   MOVE GLEXT-IN-RECORD TO GLEXT-HEADER
                   IF GLH-RUN-DATE = WS-REPORT-DATE
                       AND GLH-CYCLE = 99
                       AND GLH-TYPE-POSTING
                       AND NOT WS-GL-DETAIL-SEEN
                       MOVE 'Y' TO WS-GL-ENV-SWITCH
                   ELSE
                       MOVE 'N' TO WS-GL-ENV-SWITCH
                   END-IF
               WHEN 'D'
                   IF WS-GL-ENV-WANTED
                       MOVE GLEXT-IN-RECORD TO GLEXT-DETAIL
                       MOVE GLD-DEBIT-TOTAL TO WS-GL-DEBITS
                       MOVE GLD-CREDIT-TOTAL TO WS-GL-CREDITS
                       MOVE 'Y' TO WS-GL-SEEN-SWITCH
                       MOVE 'N' TO WS-GL-ENV-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-GL-ENV-SWITCH
           END-EVALUATE.

       1000-PRINT-CONTROL-SHEET.
           MOVE WS-REPORT-DATE TO WS-H-REPORT-DATE
           WRITE SHEET-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 1200-PRINT-CROSS-CHECKS
           WRITE SHEET-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 1250-PRINT-SOURCE-CHECKS
           WRITE SHEET-REPORT-RECORD FROM WS-BLANK-LINE
           IF WS-BREAK-COUNT = 0
               MOVE "DAY PROVED END TO END - NO BREAKS"
                   TO WS-TEXT-LINE
           MOVE "OVERFLOW/OTHER SKIPS              =" TO WS-FG-LABEL
           MOVE WS-BAL-SKIPPED TO WS-FG-VALUE
           WRITE SHEET-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE "  OF WHICH HELD AT ACCOUNT LIMIT  =" TO WS-FG-LABEL
           MOVE WS-BAL-HELD TO WS-FG-VALUE
           WRITE SHEET-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE "UNMATCHED REVERSALS               =" TO WS-FG-LABEL
           MOVE WS-BAL-UNMATCHED TO WS-FG-VALUE
           WRITE SHEET-REPORT-RECORD FROM WS-FIGURE-LINE.
               ADD 1 TO WS-BREAK-COUNT
           END-IF.

      *    EACH SOURCE'S FEED MUST BE FULLY ACCOUNTED FOR, AND THE
      *    SOURCES BETWEEN THEM MUST MAKE UP THE WHOLE FEED - A DATA
      *    RECORD THE PRE-EDIT COULD NOT PLACE IN AN ENVELOPE SHOWS
      *    UP AS A DIFFERENCE ON THE LAST LINE.
       1250-PRINT-SOURCE-CHECKS.
           MOVE 0 TO WS-SRCT-SUB
           PERFORM 1260-PRINT-ONE-SOURCE
               UNTIL WS-SRCT-SUB >= WS-SRCT-COUNT
           MOVE WS-SRCT-IN-TOTAL TO WS-CHECK-LEFT
           MOVE WS-EDT-IN TO WS-CHECK-RIGHT
           MOVE "SOURCE FEEDS = FEED DATA RECORDS"
               TO WS-CK-LABEL
           PERFORM 1300-PRINT-ONE-CHECK.

       1260-PRINT-ONE-SOURCE.
           ADD 1 TO WS-SRCT-SUB
           MOVE WS-SRCT-IN (WS-SRCT-SUB) TO WS-CHECK-LEFT
           COMPUTE WS-CHECK-RIGHT =
               WS-SRCT-CLEAN (WS-SRCT-SUB)
               + WS-SRCT-REJECTS (WS-SRCT-SUB)
               + WS-SRCT-WHSE (WS-SRCT-SUB)
           MOVE "SOURCE      FEED = CLEAN+REJ+WHSE"
               TO WS-CK-LABEL
           MOVE WS-SRCT-ID (WS-SRCT-SUB) TO WS-CK-LABEL (8:4)
           PERFORM 1300-PRINT-ONE-CHECK.

       1300-PRINT-ONE-CHECK.
           IF WS-CHECK-LEFT = WS-CHECK-RIGHT
               MOVE SPACES TO WS-CK-FLAG
