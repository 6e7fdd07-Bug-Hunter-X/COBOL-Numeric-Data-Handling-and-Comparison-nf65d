               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PREG-FILE ASSIGN TO POSTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-PREG-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT LHOLD-FILE ASSIGN TO LIMHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LHOLD-STATUS.

           SELECT GLEXT-FILE ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL

       FD  TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
      *    TR-EFF-DATE IS RESOLVED UPSTREAM: THE PRE-EDIT ONLY LETS
      *    A RECORD INTO THE CLEAN FILE ONCE ITS EFFECTIVE DATE HAS
      *    ARRIVED, SO THE BALANCE RUN POSTS EVERYTHING IT READS.
           RECORD CONTAINS 62 CHARACTERS.
           COPY AUDITREC.

       FD  PREG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY PREGREC.

       FD  ACCT-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY ACCTREC.

       FD  LHOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY LIMHREC.

       FD  PARM-FILE
           RECORDING MODE IS F
      *    PER-ACCOUNT ACCUMULATORS - ONE ENTRY PER DISTINCT
      *    TR-ACCOUNT SEEN THIS RUN.  WS-AREA-1/WS-AREA-2 REMAIN THE
      *    GRAND TOTALS ACROSS ALL ACCOUNTS.
      *    THE LIMIT FIELDS COME FROM ACCTMST WHEN THE ACCOUNT FIRST
      *    APPEARS; THE BASE FIELDS ARE THE DAY POSITION ALREADY ON
      *    THE BOOKS BEFORE THIS CYCLE - EARLIER CYCLES' DEBITS, AND
      *    BALFILE PLUS EARLIER CYCLES' CREDITS - SO THE LIMIT CHECKS
      *    MEASURE THE WHOLE DAY, NOT JUST THIS FEED.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY        OCCURS 2000 TIMES.
               10  WS-ACCT-ID       PIC X(4).
               10  WS-ACCT-AREA-2   PIC S9(9) COMP-3.
               10  WS-ACCT-OVFL-SW  PIC X(1).
                   88  WS-ACCT-OVERFLOWED      VALUE 'Y'.
               10  WS-ACCT-MAX-DAILY
                                    PIC S9(9) COMP-3.
               10  WS-ACCT-FLOOR    PIC S9(9) COMP-3.
               10  WS-ACCT-BASE-DEBIT
                                    PIC S9(11) COMP-3.
               10  WS-ACCT-BASE-AREA-2
                                    PIC S9(11) COMP-3.
       01  WS-ACCT-COUNT            PIC 9(4)   COMP VALUE 0.
       01  WS-ACCT-MAX              PIC 9(4)   COMP VALUE 2000.
       01  WS-ACCT-SUB              PIC 9(4)   COMP VALUE 0.
       01  WS-BAL-NEW-SWITCH        PIC X(1)   VALUE 'N'.
           88  WS-BAL-NEW-ACCOUNT              VALUE 'Y'.

      *    HASHED INDEX OVER THE PER-ACCOUNT TABLE - ACCOUNTS ARE
      *    UNIQUE, SO OPEN ADDRESSING WITHOUT CHAINS SUFFICES.
       01  WS-ACCH-TABLE.
           05  WS-HASH-MODULUS      PIC 9(9)   COMP.
           05  WS-HASH-SLOT         PIC 9(9)   COMP.

      *    POSTED-TRANSACTION KEY REGISTRY - EVERY POSTING IS ADDED
      *    AS IT IS MADE AND A TYPE R REVERSAL IS MATCHED AGAINST IT,
      *    SO A REVERSAL MATCHES HOWEVER OLD ITS ORIGINAL IS.
       01  WS-PREG-STATUS           PIC X(2)   VALUE '00'.
           88  WS-PREG-OK                      VALUE '00'.

       01  WS-POST-FOUND-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-POST-FOUND                   VALUE 'Y'.

       01  WS-POST-AREA-WORK        PIC X(1).

       01  WS-PREG-ERROR-COUNT      PIC 9(9)   VALUE 0.

       01  WS-RVSL-APPLIED-COUNT    PIC 9(9)   VALUE 0.
       01  WS-RVSL-UNMATCHED-COUNT  PIC 9(9)   VALUE 0.
       01  WS-RUNCTL-STATUS         PIC X(2)   VALUE '00'.
           88  WS-RUNCTL-OK                    VALUE '00'.

      *    ACCOUNT LIMITS - A POSTING THAT WOULD TAKE ITS ACCOUNT PAST
      *    THE DAILY DEBIT LIMIT OR BELOW THE WS-AREA-2 FLOOR IS HELD
      *    ON LIMHOLD INSTEAD OF POSTED, AND LISTED ON THE REPORT.
       01  WS-ACCTMST-STATUS        PIC X(2)   VALUE '00'.
           88  WS-ACCTMST-OK                   VALUE '00'.

       01  WS-LHOLD-STATUS          PIC X(2)   VALUE '00'.
           88  WS-LHOLD-OK                     VALUE '00'.

       01  WS-LIMIT-BREACH-SWITCH   PIC X(1)   VALUE 'N'.
           88  WS-LIMIT-BREACHED               VALUE 'Y'.

       01  WS-LIMIT-REASON          PIC X(4).
       01  WS-LIMIT-VALUE           PIC S9(9)  COMP-3.
       01  WS-LIMIT-POSITION        PIC S9(11) COMP-3.

       01  WS-HELD-COUNT            PIC 9(9)   VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY        OCCURS 100 TIMES.
               10  WS-HELD-KEY      PIC X(10).
               10  WS-HELD-TYPE     PIC X(1).
               10  WS-HELD-AMOUNT   PIC S9(9) COMP-3.
               10  WS-HELD-REASON   PIC X(4).
               10  WS-HELD-LIMIT    PIC S9(9) COMP-3.
               10  WS-HELD-POSITION PIC S9(11) COMP-3.
       01  WS-HELD-STORED           PIC 9(4)   COMP VALUE 0.
       01  WS-HELD-MAX              PIC 9(4)   COMP VALUE 100.
       01  WS-HELD-SUB              PIC 9(4)   COMP VALUE 0.

      *    TODAY'S EARLIER-CYCLE MOVEMENT PER ACCOUNT, SUMMED OFF
      *    CYCTOT AT START-UP FOR THE LIMIT CHECKS, WITH ITS OWN
      *    HASHED INDEX LIKE THE ACCOUNT TABLE'S.
       01  WS-DPOS-TABLE.
           05  WS-DPOS-ENTRY        OCCURS 2000 TIMES.
               10  WS-DPOS-ID       PIC X(4).
               10  WS-DPOS-AREA-1   PIC S9(11) COMP-3.
               10  WS-DPOS-AREA-2   PIC S9(11) COMP-3.
       01  WS-DPOS-COUNT            PIC 9(4)   COMP VALUE 0.
       01  WS-DPOS-MAX              PIC 9(4)   COMP VALUE 2000.
       01  WS-DPOS-SUB              PIC 9(4)   COMP VALUE 0.

       01  WS-DPOS-FULL-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-DPOS-OVERFLOWED              VALUE 'Y'.

       01  WS-DPOS-FOUND-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-DPOS-FOUND                   VALUE 'Y'.

       01  WS-DPH-TABLE.
           05  WS-DPH-ENTRY         PIC 9(4)   COMP OCCURS
                                    4003 TIMES.
       01  WS-DPH-SLOT              PIC 9(9)   COMP VALUE 0.
       01  WS-DPH-KEY               PIC X(4)   VALUE SPACES.

       01  WS-DPH-DONE-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-DPH-PROBE-DONE               VALUE 'Y'.

      *    CONTROL-SHEET COUNTERS - EVERY DATA RECORD ON THE CLEAN
      *    FILE ENDS UP POSTED, SKIPPED (OVERFLOW, ACCOUNT TABLE
      *    FULL, LIMIT HOLD OR BAD TYPE) OR AN UNMATCHED REVERSAL, SO
      *    THE THREE COUNTS PLUS UNMATCHED MUST ADD BACK TO THE
      *    RECORDS READ.
       01  WS-POSTED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-SKIP-COUNT            PIC 9(9)   VALUE 0.
       01  WS-UNMATCHED-TABLE.
           05  WS-RL-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-HELD-DETAIL-LINE.
           05  FILLER               PIC X(20)
                   VALUE "*** LIMIT HOLD KEY =".
           05  WS-HD-KEY            PIC X(10).
           05  FILLER               PIC X(7)   VALUE "  TYPE ".
           05  WS-HD-TYPE           PIC X(1).
           05  FILLER               PIC X(10)  VALUE "  AMOUNT =".
           05  WS-HD-AMOUNT         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE "  REASON =".
           05  WS-HD-REASON         PIC X(4).
           05  FILLER               PIC X(9)   VALUE "  LIMIT =".
           05  WS-HD-LIMIT          PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(12)  VALUE "  POSITION =".
           05  WS-HD-POSITION       PIC ZZZZZZZZZZ9-.
           05  FILLER               PIC X(18)  VALUE SPACES.

       01  WS-AREA-1-HWM            PIC S9(9)  COMP-3 VALUE 999999999.

       01  WS-OVERFLOW-SWITCH       PIC X(1)   VALUE 'N'.
           PERFORM 0065-RESOLVE-CYCLE
           PERFORM 0050-CHECK-RESTART
           PERFORM 0070-INITIALIZE-BALANCES
           PERFORM 0080-OPEN-POSTING-REGISTRY
           PERFORM 0085-OPEN-ACCOUNT-MASTER
           PERFORM 0090-LOAD-DAY-POSITIONS
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-TRANSACTIONS UNTIL WS-END-OF-FILE
           PERFORM 0900-COMPARE-ACCUMULATORS
           PERFORM 9999-TERMINATE
           STOP RUN.

      *    THE HASHED INDEX MUST BE EMPTY BEFORE THE CHECKPOINT
      *    RESTORE REGISTERS A SINGLE ACCOUNT.
       0040-CLEAR-LOOKUP-TABLES.
           INITIALIZE WS-ACCH-TABLE.

      *    FOLD A CHARACTER KEY INTO A SLOT NUMBER 1..MODULUS.  THE
       0070-INITIALIZE-BALANCES.
           OPEN I-O BAL-FILE.

      *    THE REGISTRY REPLACES THE OLD REREAD OF EVERY AUDIT
      *    GENERATION.  WITHOUT IT A REVERSAL CANNOT BE MATCHED AND A
      *    POSTING CANNOT BE RECORDED, SO THE RUN STOPS HERE - BEFORE
      *    WS-AREA-1, THE AUDIT TRAIL OR BALFILE ARE TOUCHED.
       0080-OPEN-POSTING-REGISTRY.
           OPEN I-O PREG-FILE
           IF NOT WS-PREG-OK
               DISPLAY "UNABLE TO OPEN POSTING REGISTRY - STATUS "
                   WS-PREG-STATUS " - RUN STOPPED BEFORE ANY POSTING"
               CLOSE BAL-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE LIMITS LIVE ON THE ACCOUNT MASTER.  A RUN THAT CANNOT
      *    READ IT CANNOT ENFORCE THEM, SO IT STOPS BEFORE POSTING
      *    ANYTHING, AS FOR THE REGISTRY.
       0085-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - STATUS "
                   WS-ACCTMST-STATUS " - RUN STOPPED BEFORE ANY "
                   "POSTING"
               CLOSE PREG-FILE
               CLOSE BAL-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    SUM TODAY'S EARLIER CYCLES PER ACCOUNT OFF CYCTOT, THEN
      *    PICK UP THE LIMITS FOR ANY ACCOUNT A CHECKPOINT RESTART
      *    HAS ALREADY PUT IN THE TABLE.  THE FINAL CYCLE STILL READS
      *    CYCTOT AGAIN IN 2100 FOR THE RECONCILIATION AND THE MERGE.
       0090-LOAD-DAY-POSITIONS.
           INITIALIZE WS-DPH-TABLE
           MOVE 'N' TO WS-CYCTOT-EOF-SWITCH
           OPEN INPUT CYCTOT-FILE
           IF WS-CYCTOT-OK
               PERFORM 0092-READ-DAY-POSITION
                   UNTIL WS-CYCTOT-EOF
           END-IF
           CLOSE CYCTOT-FILE
           MOVE 0 TO WS-ACCT-SUB
           PERFORM 0098-LOAD-RESTORED-LIMITS
               UNTIL WS-ACCT-SUB >= WS-ACCT-COUNT.

       0092-READ-DAY-POSITION.
           READ CYCTOT-FILE
               AT END
                   MOVE 'Y' TO WS-CYCTOT-EOF-SWITCH
               NOT AT END
                   IF CYC-DATE = WS-RUN-DATE
                       AND CYC-ACCOUNT NOT = SPACES
                       PERFORM 0094-ADD-DAY-POSITION
                   END-IF
           END-READ.

      *    A FULL TABLE ONLY MEANS SOME ACCOUNTS' LIMITS ARE MEASURED
      *    AGAINST THIS CYCLE ALONE - THE RUN GOES ON, FLAGGED.
       0094-ADD-DAY-POSITION.
           MOVE CYC-ACCOUNT TO WS-DPH-KEY
           PERFORM 0096-LOOK-UP-DAY-POSITION
           IF WS-DPOS-FOUND
               MOVE WS-DPH-ENTRY (WS-DPH-SLOT) TO WS-DPOS-SUB
               ADD CYC-AREA-1 TO WS-DPOS-AREA-1 (WS-DPOS-SUB)
               ADD CYC-AREA-2 TO WS-DPOS-AREA-2 (WS-DPOS-SUB)
           ELSE
               IF WS-DPOS-COUNT < WS-DPOS-MAX
                   ADD 1 TO WS-DPOS-COUNT
                   MOVE CYC-ACCOUNT TO WS-DPOS-ID (WS-DPOS-COUNT)
                   MOVE CYC-AREA-1 TO WS-DPOS-AREA-1 (WS-DPOS-COUNT)
                   MOVE CYC-AREA-2 TO WS-DPOS-AREA-2 (WS-DPOS-COUNT)
                   MOVE WS-DPOS-COUNT TO WS-DPH-ENTRY (WS-DPH-SLOT)
               ELSE
                   IF NOT WS-DPOS-OVERFLOWED
                       DISPLAY "DAY POSITION TABLE FULL - EARLIER "
                           "CYCLES NOT COUNTED AGAINST SOME LIMITS"
                   END-IF
                   MOVE 'Y' TO WS-DPOS-FULL-SWITCH
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *    SAME OPEN-ADDRESSED PROBE AS 0255-LOOK-UP-ACCOUNT.
       0096-LOOK-UP-DAY-POSITION.
           MOVE 'N' TO WS-DPOS-FOUND-SWITCH
           MOVE 'N' TO WS-DPH-DONE-SWITCH
           MOVE SPACES TO WS-HASH-KEY
           MOVE WS-DPH-KEY TO WS-HASH-KEY (1:4)
           MOVE 4 TO WS-HASH-LENGTH
           MOVE WS-ACCH-MODULUS TO WS-HASH-MODULUS
           PERFORM 0045-HASH-FOLD-KEY
           MOVE WS-HASH-SLOT TO WS-DPH-SLOT
           PERFORM 0097-PROBE-DAY-SLOT UNTIL WS-DPH-PROBE-DONE.

       0097-PROBE-DAY-SLOT.
           IF WS-DPH-ENTRY (WS-DPH-SLOT) = 0
               MOVE 'Y' TO WS-DPH-DONE-SWITCH
           ELSE
               IF WS-DPOS-ID (WS-DPH-ENTRY (WS-DPH-SLOT))
                   = WS-DPH-KEY
                   MOVE 'Y' TO WS-DPOS-FOUND-SWITCH
                   MOVE 'Y' TO WS-DPH-DONE-SWITCH
               ELSE
                   ADD 1 TO WS-DPH-SLOT
                   IF WS-DPH-SLOT > WS-ACCH-MODULUS
                       MOVE 1 TO WS-DPH-SLOT
                   END-IF
               END-IF
           END-IF.

       0098-LOAD-RESTORED-LIMITS.
           ADD 1 TO WS-ACCT-SUB
           PERFORM 0260-LOAD-ACCOUNT-LIMITS.

       0060-READ-COMPARE-PARM.
           MOVE 'GT' TO PARM-CMP-OPERATOR
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CHKPT-OUT-FILE
           OPEN OUTPUT AUDIT-FILE
           OPEN OUTPUT LHOLD-FILE
           IF WS-RESTART-REQUESTED
               PERFORM 0110-REPOSITION-TRANS-FILE
           END-IF
               WHEN TR-TYPE-DEBIT
                   PERFORM 0250-LOCATE-ACCOUNT
                   IF WS-ACCT-SUB > 0
                       PERFORM 0290-CHECK-DAILY-LIMIT
                       IF NOT WS-LIMIT-BREACHED
                           PERFORM 0220-POST-DEBIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
               WHEN TR-TYPE-CREDIT
                   PERFORM 0250-LOCATE-ACCOUNT
                   IF WS-ACCT-SUB > 0
                       PERFORM 0292-CHECK-AREA-2-FLOOR
                       IF NOT WS-LIMIT-BREACHED
                           PERFORM 0230-POST-CREDIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
           END-IF.

       0241-APPLY-REVERSAL.
           IF PREG-AREA-DEBIT
               MOVE WS-AREA-1 TO WS-AUDIT-BEFORE
               SUBTRACT TR-AMOUNT FROM WS-AREA-1
               SUBTRACT TR-AMOUNT FROM WS-ACCT-AREA-1 (WS-ACCT-SUB)
               MOVE WS-AREA-2 TO WS-AUDIT-AFTER
               MOVE "WS-AREA-2" TO WS-AUDIT-ACCUM-ID
           END-IF
           PERFORM 0280-MARK-REGISTRY-REVERSED
           ADD 1 TO WS-RVSL-APPLIED-COUNT
           MOVE "RVSL" TO WS-AUDIT-REASON-CODE
           PERFORM 0400-WRITE-AUDIT-RECORD
           PERFORM 0450-ADVANCE-CHECKPOINT-KEY
           ADD 1 TO WS-POSTED-COUNT.

      *    A REVERSAL MATCHES WHEN ITS KEY IS ON THE REGISTRY WITH
      *    THE SAME AMOUNT AND HAS NOT ALREADY BEEN REVERSED.  ON A
      *    RESTART THE REVERSALS BEYOND THE CHECKPOINT ARE REPLAYED,
      *    AND THE ABANDONED RUN MAY ALREADY HAVE MARKED THEIR
      *    ORIGINALS - A MARK MADE BY THIS SAME DATE AND CYCLE DOES
      *    NOT COUNT AGAINST THE REPLAY.
       0245-MATCH-REVERSAL.
           MOVE 'N' TO WS-POST-FOUND-SWITCH
           MOVE TR-KEY TO PREG-KEY
           READ PREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PREG-AMOUNT = TR-AMOUNT
                       IF PREG-NOT-REVERSED
                           MOVE 'Y' TO WS-POST-FOUND-SWITCH
                       END-IF
                       IF PREG-REVERSED AND WS-RESTART-REQUESTED
                           AND PREG-RVSL-DATE = WS-RUN-DATE
                           AND PREG-RVSL-CYCLE = WS-RUN-CYCLE
                           MOVE 'Y' TO WS-POST-FOUND-SWITCH
                       END-IF
                   END-IF
           END-READ.

      *    ADD THE POSTING JUST MADE TO THE REGISTRY.  THE PRE-EDIT
      *    REFUSES A KEY ALREADY ON FILE, SO A DUPLICATE HERE IS A
      *    RESTART OR RERUN OF THIS CYCLE REPLAYING ITS OWN POSTINGS
      *    AND THE ENTRY IS SIMPLY REPLACED.  A DUPLICATE LEFT BY AN
      *    EARLIER DATE OR CYCLE IS REPLACED TOO, BUT CALLED OUT.
       0270-RECORD-POSTING.
           MOVE SPACES TO PREG-RECORD
           MOVE TR-KEY TO PREG-KEY
           MOVE WS-RUN-DATE TO PREG-POST-DATE
           MOVE WS-RUN-CYCLE TO PREG-POST-CYCLE
           MOVE WS-POST-AREA-WORK TO PREG-AREA
           MOVE TR-AMOUNT TO PREG-AMOUNT
           MOVE 'N' TO PREG-REVERSED-SW
           MOVE 0 TO PREG-RVSL-DATE
           MOVE 0 TO PREG-RVSL-CYCLE
           WRITE PREG-RECORD
               INVALID KEY
                   PERFORM 0275-REPLACE-REGISTRY-ENTRY
           END-WRITE.

       0275-REPLACE-REGISTRY-ENTRY.
           READ PREG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PREG-OK
               IF PREG-POST-DATE NOT = WS-RUN-DATE
                   OR PREG-POST-CYCLE NOT = WS-RUN-CYCLE
                   DISPLAY "KEY " TR-KEY " ALREADY ON POSTING "
                       "REGISTRY FROM " PREG-POST-DATE " CYCLE "
                       PREG-POST-CYCLE " - ENTRY REPLACED"
               END-IF
               MOVE TR-KEY TO PREG-KEY
               MOVE WS-RUN-DATE TO PREG-POST-DATE
               MOVE WS-RUN-CYCLE TO PREG-POST-CYCLE
               MOVE WS-POST-AREA-WORK TO PREG-AREA
               MOVE TR-AMOUNT TO PREG-AMOUNT
               MOVE 'N' TO PREG-REVERSED-SW
               MOVE 0 TO PREG-RVSL-DATE
               MOVE 0 TO PREG-RVSL-CYCLE
               REWRITE PREG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF NOT WS-PREG-OK
               PERFORM 0285-REPORT-REGISTRY-ERROR
           END-IF.

      *    0245-MATCH-REVERSAL LEFT THE MATCHED ENTRY IN THE RECORD
      *    AREA.
       0280-MARK-REGISTRY-REVERSED.
           MOVE 'Y' TO PREG-REVERSED-SW
           MOVE WS-RUN-DATE TO PREG-RVSL-DATE
           MOVE WS-RUN-CYCLE TO PREG-RVSL-CYCLE
           REWRITE PREG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-PREG-OK
               PERFORM 0285-REPORT-REGISTRY-ERROR
           END-IF.

      *    THE POSTING ITSELF STANDS - BALFILE AND THE AUDIT TRAIL
      *    HAVE IT - BUT A REGISTRY THAT MISSED IT CAN NO LONGER STOP
      *    A DOUBLE POST, SO THE RUN IS FLAGGED FOR DATA CONTROL.
       0285-REPORT-REGISTRY-ERROR.
           ADD 1 TO WS-PREG-ERROR-COUNT
           DISPLAY "POSTING REGISTRY NOT UPDATED FOR KEY " TR-KEY
               " - STATUS " WS-PREG-STATUS
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0250-LOCATE-ACCOUNT.
                   MOVE 'N' TO WS-ACCT-OVFL-SW (WS-ACCT-SUB)
                   MOVE WS-ACCT-COUNT
                       TO WS-ACCH-ENTRY (WS-ACCH-SLOT)
                   PERFORM 0260-LOAD-ACCOUNT-LIMITS
               ELSE
                   DISPLAY "ACCOUNT TABLE FULL - TRANSACTION SKIPPED"
                       " ON KEY " TR-KEY
               END-IF
           END-IF.

      *    LIMITS ARE TAKEN FROM THE MASTER ONCE, WHEN THE ACCOUNT
      *    FIRST APPEARS IN THE RUN.  AN ACCOUNT WITH A LIMIT ALSO GETS
      *    ITS DAY POSITION SO FAR - EARLIER CYCLES OFF CYCTOT AND, FOR
      *    THE FLOOR, THE BALFILE POSITION THE DAY STARTED FROM.  THE
      *    PRE-EDIT ONLY PASSES ACCOUNTS ON THE MASTER, SO A MISSING
      *    RECORD SIMPLY MEANS NO LIMITS.
       0260-LOAD-ACCOUNT-LIMITS.
           MOVE 0 TO WS-ACCT-MAX-DAILY (WS-ACCT-SUB)
           MOVE 0 TO WS-ACCT-FLOOR (WS-ACCT-SUB)
           MOVE 0 TO WS-ACCT-BASE-DEBIT (WS-ACCT-SUB)
           MOVE 0 TO WS-ACCT-BASE-AREA-2 (WS-ACCT-SUB)
           MOVE SPACES TO ACCT-KEY
           MOVE WS-ACCT-ID (WS-ACCT-SUB) TO ACCT-ID
           READ ACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-MAX-DAILY-DEBIT
                       TO WS-ACCT-MAX-DAILY (WS-ACCT-SUB)
                   MOVE ACCT-AREA-2-FLOOR
                       TO WS-ACCT-FLOOR (WS-ACCT-SUB)
           END-READ
           IF WS-ACCT-MAX-DAILY (WS-ACCT-SUB) > 0
               OR WS-ACCT-FLOOR (WS-ACCT-SUB) < 0
               PERFORM 0265-LOAD-DAY-POSITION
           END-IF.

       0265-LOAD-DAY-POSITION.
           MOVE WS-ACCT-ID (WS-ACCT-SUB) TO WS-DPH-KEY
           PERFORM 0096-LOOK-UP-DAY-POSITION
           IF WS-DPOS-FOUND
               MOVE WS-DPH-ENTRY (WS-DPH-SLOT) TO WS-DPOS-SUB
               MOVE WS-DPOS-AREA-1 (WS-DPOS-SUB)
                   TO WS-ACCT-BASE-DEBIT (WS-ACCT-SUB)
               MOVE WS-DPOS-AREA-2 (WS-DPOS-SUB)
                   TO WS-ACCT-BASE-AREA-2 (WS-ACCT-SUB)
           END-IF
           MOVE SPACES TO BAL-KEY
           MOVE WS-ACCT-ID (WS-ACCT-SUB) TO BAL-ACCOUNT
           READ BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD BAL-AREA-2 TO WS-ACCT-BASE-AREA-2 (WS-ACCT-SUB)
           END-READ.

      *    THE DAY'S DEBITS ARE NET OF ANY REVERSALS ALREADY APPLIED,
      *    SO A REVERSED DEBIT GIVES ITS ROOM BACK UNDER THE LIMIT.
       0290-CHECK-DAILY-LIMIT.
           MOVE 'N' TO WS-LIMIT-BREACH-SWITCH
           IF WS-ACCT-MAX-DAILY (WS-ACCT-SUB) > 0
               COMPUTE WS-LIMIT-POSITION =
                   WS-ACCT-BASE-DEBIT (WS-ACCT-SUB)
                   + WS-ACCT-AREA-1 (WS-ACCT-SUB) + TR-AMOUNT
               IF WS-LIMIT-POSITION > WS-ACCT-MAX-DAILY (WS-ACCT-SUB)
                   MOVE 'Y' TO WS-LIMIT-BREACH-SWITCH
                   MOVE "DAYL" TO WS-LIMIT-REASON
                   MOVE WS-ACCT-MAX-DAILY (WS-ACCT-SUB)
                       TO WS-LIMIT-VALUE
                   PERFORM 0295-HOLD-POSTING
               END-IF
           END-IF.

      *    CREDITS DRIVE WS-AREA-2 DOWN, SO THE FLOOR IS BREACHED WHEN
      *    THE POSITION AFTER THE CREDIT WOULD FALL BELOW IT.
       0292-CHECK-AREA-2-FLOOR.
           MOVE 'N' TO WS-LIMIT-BREACH-SWITCH
           IF WS-ACCT-FLOOR (WS-ACCT-SUB) < 0
               COMPUTE WS-LIMIT-POSITION =
                   WS-ACCT-BASE-AREA-2 (WS-ACCT-SUB)
                   + WS-ACCT-AREA-2 (WS-ACCT-SUB) - TR-AMOUNT
               IF WS-LIMIT-POSITION < WS-ACCT-FLOOR (WS-ACCT-SUB)
                   MOVE 'Y' TO WS-LIMIT-BREACH-SWITCH
                   MOVE "FLOR" TO WS-LIMIT-REASON
                   MOVE WS-ACCT-FLOOR (WS-ACCT-SUB) TO WS-LIMIT-VALUE
                   PERFORM 0295-HOLD-POSTING
               END-IF
           END-IF.

      *    A HELD ITEM IS NOT POSTED, AUDITED OR REGISTERED - IT GOES
      *    TO LIMHOLD FOR DATA CONTROL AND COUNTS AS A SKIP ON THE
      *    CONTROL SHEET.  NOR DOES IT MOVE THE RESTART KEY: ON A
      *    RESTART IT IS SIMPLY HELD AGAIN.
       0295-HOLD-POSTING.
           ADD 1 TO WS-SKIP-COUNT
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO LHLD-RECORD
           MOVE TR-TYPE TO LHLD-TRAN-TYPE
           MOVE TR-KEY TO LHLD-TRAN-KEY
           MOVE TR-AMOUNT TO LHLD-TRAN-AMOUNT
           MOVE TR-EFF-DATE TO LHLD-EFF-DATE
           MOVE TR-SOURCE-ID TO LHLD-SOURCE-ID
           MOVE WS-LIMIT-REASON TO LHLD-REASON-CODE
           MOVE WS-RUN-DATE TO LHLD-HOLD-DATE
           MOVE WS-RUN-CYCLE TO LHLD-HOLD-CYCLE
           MOVE WS-LIMIT-VALUE TO LHLD-LIMIT
           MOVE WS-LIMIT-POSITION TO LHLD-POSITION
           WRITE LHLD-RECORD
           IF WS-HELD-STORED < WS-HELD-MAX
               ADD 1 TO WS-HELD-STORED
               MOVE TR-KEY TO WS-HELD-KEY (WS-HELD-STORED)
               MOVE TR-TYPE TO WS-HELD-TYPE (WS-HELD-STORED)
               MOVE TR-AMOUNT TO WS-HELD-AMOUNT (WS-HELD-STORED)
               MOVE WS-LIMIT-REASON TO WS-HELD-REASON (WS-HELD-STORED)
               MOVE WS-LIMIT-VALUE TO WS-HELD-LIMIT (WS-HELD-STORED)
               MOVE WS-LIMIT-POSITION
                   TO WS-HELD-POSITION (WS-HELD-STORED)
           END-IF
           DISPLAY "POSTING HELD ON KEY " TR-KEY " - ACCOUNT LIMIT "
               WS-LIMIT-REASON
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0450-ADVANCE-CHECKPOINT-KEY.
      *    A REVERSAL REPEATS THE ORIGINAL KEY, SO IT CANNOT SERVE AS
      *    A RESTART POSITION - REPOSITIONING WOULD STOP AT THE FIRST
               MOVE "UNMATCHED REVERSALS         =" TO WS-RL-LABEL
               MOVE WS-RVSL-UNMATCHED-COUNT TO WS-RL-VALUE
               WRITE REPORT-RECORD FROM WS-RVSL-COUNT-LINE
           END-IF
           IF WS-PREG-ERROR-COUNT > 0
               MOVE "*** REGISTRY NOT UPDATED   =" TO WS-RL-LABEL
               MOVE WS-PREG-ERROR-COUNT TO WS-RL-VALUE
               WRITE REPORT-RECORD FROM WS-RVSL-COUNT-LINE
           END-IF
           IF WS-HELD-COUNT > 0
               MOVE 0 TO WS-HELD-SUB
               PERFORM 1300-PRINT-HELD-POSTING
                   UNTIL WS-HELD-SUB >= WS-HELD-STORED
               MOVE "POSTINGS HELD AT LIMIT      =" TO WS-RL-LABEL
               MOVE WS-HELD-COUNT TO WS-RL-VALUE
               WRITE REPORT-RECORD FROM WS-RVSL-COUNT-LINE
               IF WS-HELD-COUNT > WS-HELD-STORED
                   MOVE "  NOT LISTED - SEE LIMHOLD  =" TO WS-RL-LABEL
                   COMPUTE WS-RL-VALUE =
                       WS-HELD-COUNT - WS-HELD-STORED
                   WRITE REPORT-RECORD FROM WS-RVSL-COUNT-LINE
               END-IF
           END-IF.

       1300-PRINT-HELD-POSTING.
           ADD 1 TO WS-HELD-SUB
           MOVE WS-HELD-KEY (WS-HELD-SUB) TO WS-HD-KEY
           MOVE WS-HELD-TYPE (WS-HELD-SUB) TO WS-HD-TYPE
           MOVE WS-HELD-AMOUNT (WS-HELD-SUB) TO WS-HD-AMOUNT
           MOVE WS-HELD-REASON (WS-HELD-SUB) TO WS-HD-REASON
           MOVE WS-HELD-LIMIT (WS-HELD-SUB) TO WS-HD-LIMIT
           MOVE WS-HELD-POSITION (WS-HELD-SUB) TO WS-HD-POSITION
           WRITE REPORT-RECORD FROM WS-HELD-DETAIL-LINE.

       1200-PRINT-UNMATCHED-REVERSAL.
           ADD 1 TO WS-UNMATCHED-SUB
           MOVE WS-UNMATCHED-KEY (WS-UNMATCHED-SUB) TO WS-RV-KEY
               MOVE 'H' TO GLH-RECORD-TYPE
               MOVE WS-RUN-DATE TO GLH-RUN-DATE
               MOVE WS-RUN-CYCLE TO GLH-CYCLE
               MOVE SPACE TO GLH-EXTRACT-TYPE
               MOVE 0 TO GLH-PERIOD
               WRITE GLEXT-RECORD FROM GLEXT-HEADER
               MOVE 'D' TO GLD-RECORD-TYPE
      *        INTRADAY CYCLES EXTRACT THEIR OWN MOVEMENT; THE FINAL
               MOVE WS-VARIANCE-DEBITS TO GLD-VARIANCE-DEBITS
               MOVE WS-VARIANCE-CREDITS TO GLD-VARIANCE-CREDITS
               MOVE WS-RETURN-CODE TO GLD-RETURN-CODE
               MOVE SPACES TO GLD-ACCOUNT
               WRITE GLEXT-RECORD FROM GLEXT-DETAIL
               MOVE 'T' TO GLT-RECORD-TYPE
               MOVE 3 TO GLT-RECORD-COUNT
           CLOSE REPORT-FILE
           CLOSE CHKPT-OUT-FILE
           CLOSE AUDIT-FILE
           CLOSE PREG-FILE
           CLOSE ACCT-FILE
           CLOSE LHOLD-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *    MACHINE-READABLE TOTALS FOR THE END-OF-DAY CONTROL SHEET
               MOVE WS-VFY-DATA-COUNT TO RCT-IN-COUNT
               MOVE WS-POSTED-COUNT TO RCT-OUT-COUNT
               MOVE 0 TO RCT-REJECT-COUNT
               MOVE WS-HELD-COUNT TO RCT-WHSE-COUNT
               MOVE 0 TO RCT-RELEASE-COUNT
               MOVE 0 TO RCT-SUSP-COUNT
               MOVE WS-SKIP-COUNT TO RCT-SKIP-COUNT
