               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BAL-FILE ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GLEXT-FILE ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT ACCT-REPORT-FILE ASSIGN TO ACCTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTRPT-STATUS.
               88  AMP-ACTION-CLOSE          VALUE 'CLS'.
               88  AMP-ACTION-FREEZE         VALUE 'FRZ'.
               88  AMP-ACTION-REOPEN         VALUE 'OPN'.
               88  AMP-ACTION-LIMITS         VALUE 'LIM'.
               88  AMP-ACTION-TRANSFER       VALUE 'CLT'.
           05  FILLER               PIC X(1).
           05  AMP-ACCOUNT          PIC X(4).
           05  FILLER               PIC X(1).
           05  AMP-DESC             PIC X(30).
      *    POSTING LIMITS - ADD AND LIM CARDS ONLY.  A BLANK FIELD
      *    LEAVES THAT LIMIT AS IT IS (NONE, ON AN ADD); ZERO REMOVES
      *    IT.  THE FLOOR IS KEYED AS A MAGNITUDE - HOW FAR BELOW ZERO
      *    THE WS-AREA-2 CREDIT POSITION MAY GO.
           05  FILLER               PIC X(1).
           05  AMP-MAX-ITEM-X       PIC X(9).
           05  AMP-MAX-ITEM REDEFINES AMP-MAX-ITEM-X
                                    PIC 9(9).
           05  FILLER               PIC X(1).
           05  AMP-MAX-DAILY-X      PIC X(9).
           05  AMP-MAX-DAILY REDEFINES AMP-MAX-DAILY-X
                                    PIC 9(9).
           05  FILLER               PIC X(1).
           05  AMP-FLOOR-X          PIC X(9).
           05  AMP-FLOOR REDEFINES AMP-FLOOR-X
                                    PIC 9(9).
      *    CLT CARDS ONLY - THE OPEN ACCOUNT THAT TAKES OVER THE
      *    BALANCES OF THE ACCOUNT BEING CLOSED.
           05  FILLER               PIC X(1).
           05  AMP-SUCCESSOR        PIC X(4).
           05  FILLER               PIC X(6).

       FD  ACCT-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY ACCTREC.

       FD  BAL-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY BALREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
           COPY AUDITREC.

       FD  GLEXT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GLEXT-RECORD                PIC X(80).

       FD  ACCT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-ACCTRPT-STATUS        PIC X(2)   VALUE '00'.
           88  WS-ACCTRPT-OK                   VALUE '00'.

       01  WS-BAL-STATUS            PIC X(2)   VALUE '00'.
           88  WS-BAL-OK                       VALUE '00'.

       01  WS-AUDIT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-AUDIT-OK                     VALUE '00'.

       01  WS-GLEXT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-GLEXT-OK                     VALUE '00'.

       01  WS-PARM-EOF-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-PARM-EOF                     VALUE 'Y'.

       01  WS-CARD-OK-SWITCH        PIC X(1)   VALUE 'Y'.
           88  WS-CARD-OK                      VALUE 'Y'.

      *    SET WHEN THE CARD TOUCHED THE LIMITS, SO THE REPORT SHOWS
      *    THE LIMITS NOW IN FORCE UNDER THE ACTION LINE.
       01  WS-LIMIT-LINE-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-LIMIT-LINE-WANTED            VALUE 'Y'.

      *    SET WHEN A CLT CARD MOVED BALANCES, SO THE REPORT SHOWS
      *    WHAT WENT WHERE UNDER THE ACTION LINE.
       01  WS-XFER-LINE-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-XFER-LINE-WANTED             VALUE 'Y'.

       01  WS-SUCC-BAL-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-SUCC-BAL-ON-FILE             VALUE 'Y'.

       01  WS-GL-HEADER-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-GL-HEADER-WRITTEN            VALUE 'Y'.

       COPY GLEXREC.

      *    BALANCES OF THE TWO ACCOUNTS ON A CLT CARD.  THE SUCCESSOR
      *    FIGURES ARE WORKED IN WIDER FIELDS SO A TRANSFER THAT WOULD
      *    CARRY EITHER ACCUMULATOR PAST 999999999 IS CAUGHT BEFORE
      *    ANYTHING IS CHANGED.
       01  WS-CLOSED-AREA-1         PIC S9(9)  COMP-3 VALUE 0.
       01  WS-CLOSED-AREA-2         PIC S9(9)  COMP-3 VALUE 0.
       01  WS-SUCC-AREA-1           PIC S9(9)  COMP-3 VALUE 0.
       01  WS-SUCC-AREA-2           PIC S9(9)  COMP-3 VALUE 0.
       01  WS-SUCC-NEW-AREA-1       PIC S9(11) COMP-3 VALUE 0.
       01  WS-SUCC-NEW-AREA-2       PIC S9(11) COMP-3 VALUE 0.
       01  WS-ACCUM-CEILING         PIC S9(9)  COMP-3
                                               VALUE 999999999.

      *    AMOUNTS FOR THE CONSOLE WHEN A TRANSFER IS LEFT HALF DONE.
       01  WS-HALF-AREA-1           PIC ZZZZZZZZ9-.
       01  WS-HALF-AREA-2           PIC ZZZZZZZZ9-.

      *    ONE AUDIT RECORD AND ONE GL DETAIL PER ACCOUNT LEG MOVED.
       01  WS-LEG-AMOUNT            PIC S9(9)  COMP-3 VALUE 0.
       01  WS-LEG-SUCC-BEFORE       PIC S9(9)  COMP-3 VALUE 0.
       01  WS-LEG-ACCOUNT           PIC X(4).
       01  WS-LEG-ACCUM-ID          PIC X(10).
       01  WS-LEG-BEFORE            PIC S9(9)  COMP-3 VALUE 0.
       01  WS-LEG-AFTER             PIC S9(9)  COMP-3 VALUE 0.
       01  WS-LEG-TRAN-ID.
           05  WS-LTI-DIRECTION     PIC X(5).
           05  WS-LTI-ACCOUNT       PIC X(4).
           05  FILLER               PIC X(1)   VALUE SPACE.
       01  WS-LEG-REASON            PIC X(4).
       01  WS-LEG-DEBIT             PIC S9(11) VALUE 0.
       01  WS-LEG-CREDIT            PIC S9(11) VALUE 0.

       01  WS-GL-RECORD-COUNT       PIC 9(6)   VALUE 0.
       01  WS-GL-HASH               PIC S9(13) VALUE 0.

       01  WS-CARD-COUNT            PIC 9(9)   VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(9)   VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(9)   VALUE 0.
       01  WS-TRANSFER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-AUDIT-WRITTEN-COUNT   PIC 9(9)   VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
           05  WS-AL-MESSAGE        PIC X(50).
           05  FILLER               PIC X(62)  VALUE SPACES.

       01  WS-LIMIT-LINE.
           05  FILLER               PIC X(20)  VALUE SPACES.
           05  FILLER               PIC X(11)  VALUE "MAX ITEM =".
           05  WS-LL-MAX-ITEM       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(16)  VALUE "   MAX DAILY =".
           05  WS-LL-MAX-DAILY      PIC ZZZZZZZZ9.
           05  FILLER               PIC X(18)
                   VALUE "   AREA-2 FLOOR =".
           05  WS-LL-FLOOR          PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(39)  VALUE SPACES.

       01  WS-XFER-LINE.
           05  FILLER               PIC X(20)  VALUE SPACES.
           05  FILLER               PIC X(12)  VALUE "MOVED TO".
           05  WS-XL-SUCCESSOR      PIC X(4).
           05  FILLER               PIC X(13)  VALUE "   AREA-1 =".
           05  WS-XL-AREA-1         PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(13)  VALUE "   AREA-2 =".
           05  WS-XL-AREA-2         PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(50)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BAL-FILE
           IF NOT WS-BAL-OK
               DISPLAY "UNABLE TO OPEN BALFILE - STATUS "
                   WS-BAL-STATUS " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "UNABLE TO OPEN AUDITFL - STATUS "
                   WS-AUDIT-STATUS " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GLEXT-FILE
           IF NOT WS-GLEXT-OK
               DISPLAY "UNABLE TO OPEN GLEXTR - STATUS "
                   WS-GLEXT-STATUS " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCT-REPORT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
       0200-PROCESS-PARM-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE 'N' TO WS-LIMIT-LINE-SWITCH
           MOVE 'N' TO WS-XFER-LINE-SWITCH
           MOVE AMP-ACTION TO WS-AL-ACTION
           MOVE AMP-ACCOUNT TO WS-AL-ACCOUNT
           IF AMP-ACCOUNT = SPACES
                       PERFORM 0400-SET-ACCOUNT-STATUS
                   WHEN AMP-ACTION-REOPEN
                       PERFORM 0400-SET-ACCOUNT-STATUS
                   WHEN AMP-ACTION-LIMITS
                       PERFORM 0500-SET-ACCOUNT-LIMITS
                   WHEN AMP-ACTION-TRANSFER
                       PERFORM 0600-CLOSE-AND-TRANSFER
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION - CARD IGNORED"
                           TO WS-AL-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           WRITE ACCT-REPORT-RECORD FROM WS-ACTION-LINE
           IF WS-CARD-OK AND WS-LIMIT-LINE-WANTED
               WRITE ACCT-REPORT-RECORD FROM WS-LIMIT-LINE
           END-IF
           IF WS-CARD-OK AND WS-XFER-LINE-WANTED
               WRITE ACCT-REPORT-RECORD FROM WS-XFER-LINE
           END-IF
           PERFORM 0210-READ-PARM-CARD.

       0210-READ-PARM-CARD.
           END-READ.

       0300-ADD-ACCOUNT.
           MOVE SPACES TO ACCT-RECORD
           MOVE AMP-ACCOUNT TO ACCT-ID
           MOVE AMP-DESC TO ACCT-DESC
           MOVE 'O' TO ACCT-STATUS
           MOVE WS-RUN-DATE TO ACCT-OPEN-DATE
           MOVE 0 TO ACCT-MAX-ITEM
           MOVE 0 TO ACCT-MAX-DAILY-DEBIT
           MOVE 0 TO ACCT-AREA-2-FLOOR
           PERFORM 0550-EDIT-LIMIT-FIELDS
           IF WS-CARD-OK
               PERFORM 0560-APPLY-LIMIT-FIELDS
               PERFORM 0310-WRITE-NEW-ACCOUNT
           END-IF.

       0310-WRITE-NEW-ACCOUNT.
           WRITE ACCT-RECORD
               INVALID KEY
                   MOVE "ACCOUNT ALREADY ON MASTER - NOT ADDED"
               END-REWRITE
           END-IF.

      *    LIM REPLACES WHICHEVER LIMITS THE CARD CARRIES ON AN
      *    EXISTING MASTER RECORD.  THE STATUS IS LEFT AS IT IS, SO
      *    LIMITS CAN BE SET BEFORE A FROZEN ACCOUNT IS REOPENED.
       0500-SET-ACCOUNT-LIMITS.
           MOVE SPACES TO ACCT-KEY
           MOVE AMP-ACCOUNT TO ACCT-ID
           READ ACCT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER - NO CHANGE"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
           END-READ
           IF WS-CARD-OK
               PERFORM 0550-EDIT-LIMIT-FIELDS
           END-IF
           IF WS-CARD-OK
               AND AMP-MAX-ITEM-X = SPACES
               AND AMP-MAX-DAILY-X = SPACES
               AND AMP-FLOOR-X = SPACES
               MOVE "NO LIMITS ON CARD - NO CHANGE" TO WS-AL-MESSAGE
               MOVE 'N' TO WS-CARD-OK-SWITCH
           END-IF
           IF WS-CARD-OK
               PERFORM 0560-APPLY-LIMIT-FIELDS
               IF AMP-DESC NOT = SPACES
                   MOVE AMP-DESC TO ACCT-DESC
               END-IF
               MOVE "ACCOUNT LIMITS CHANGED" TO WS-AL-MESSAGE
               REWRITE ACCT-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE MASTER RECORD"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE 16 TO WS-RETURN-CODE
               END-REWRITE
           END-IF.

      *    A LIMIT FIELD IS EITHER BLANK OR NINE DIGITS - ANYTHING
      *    ELSE REJECTS THE WHOLE CARD RATHER THAN APPLY HALF OF IT.
       0550-EDIT-LIMIT-FIELDS.
           IF (AMP-MAX-ITEM-X NOT = SPACES
                   AND AMP-MAX-ITEM IS NOT NUMERIC)
               OR (AMP-MAX-DAILY-X NOT = SPACES
                   AND AMP-MAX-DAILY IS NOT NUMERIC)
               OR (AMP-FLOOR-X NOT = SPACES
                   AND AMP-FLOOR IS NOT NUMERIC)
               MOVE "LIMIT NOT NUMERIC - CARD IGNORED" TO WS-AL-MESSAGE
               MOVE 'N' TO WS-CARD-OK-SWITCH
           END-IF.

       0560-APPLY-LIMIT-FIELDS.
           IF AMP-MAX-ITEM-X NOT = SPACES
               MOVE AMP-MAX-ITEM TO ACCT-MAX-ITEM
           END-IF
           IF AMP-MAX-DAILY-X NOT = SPACES
               MOVE AMP-MAX-DAILY TO ACCT-MAX-DAILY-DEBIT
           END-IF
           IF AMP-FLOOR-X NOT = SPACES
               COMPUTE ACCT-AREA-2-FLOOR = 0 - AMP-FLOOR
           END-IF
           MOVE ACCT-MAX-ITEM TO WS-LL-MAX-ITEM
           MOVE ACCT-MAX-DAILY-DEBIT TO WS-LL-MAX-DAILY
           MOVE ACCT-AREA-2-FLOOR TO WS-LL-FLOOR
           MOVE 'Y' TO WS-LIMIT-LINE-SWITCH.

      *    CLT CLOSES AN ACCOUNT AND MOVES BOTH ITS BALFILE
      *    ACCUMULATORS TO AN OPEN SUCCESSOR.  EVERY CHECK IS MADE
      *    BEFORE ANYTHING IS WRITTEN, SO A REFUSED CARD LEAVES BOTH
      *    ACCOUNTS AS THEY WERE.  EACH ACCUMULATOR MOVED IS AUDITED
      *    ON BOTH ACCOUNTS - XFRO OUT OF THE CLOSED ONE, XFRI INTO
      *    THE SUCCESSOR - SO THE STATEMENT AND BALFILE VERIFY RUNS
      *    STILL TIE, AND BOTH LEGS GO TO THE GL ON THE TRANSFER
      *    EXTRACT.  RUN AFTER THE FINAL CYCLE, WHEN BALFILE HOLDS
      *    THE WHOLE DAY.
       0600-CLOSE-AND-TRANSFER.
           EVALUATE TRUE
               WHEN AMP-SUCCESSOR = SPACES
                   MOVE "SUCCESSOR ACCOUNT MISSING - NO CHANGE"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN AMP-SUCCESSOR = AMP-ACCOUNT
                   MOVE "SUCCESSOR IS THE SAME ACCOUNT - NO CHANGE"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
           END-EVALUATE
           IF WS-CARD-OK
               PERFORM 0610-CHECK-SUCCESSOR
           END-IF
           IF WS-CARD-OK
               PERFORM 0620-CHECK-CLOSING-ACCOUNT
           END-IF
           IF WS-CARD-OK
               PERFORM 0630-READ-BALANCES
               PERFORM 0640-CHECK-CEILING
           END-IF
           IF WS-CARD-OK
               PERFORM 0650-APPLY-TRANSFER
           END-IF.

       0610-CHECK-SUCCESSOR.
           MOVE SPACES TO ACCT-KEY
           MOVE AMP-SUCCESSOR TO ACCT-ID
           READ ACCT-FILE
               INVALID KEY
                   MOVE "SUCCESSOR NOT ON MASTER - NO CHANGE"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE "SUCCESSOR NOT OPEN - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   END-IF
           END-READ.

      *    READ LAST SO THE CLOSING ACCOUNT'S MASTER RECORD IS THE ONE
      *    IN THE RECORD AREA WHEN IT IS REWRITTEN.  A FROZEN ACCOUNT
      *    MAY BE CLOSED THIS WAY; ONE ALREADY CLOSED MAY NOT.
       0620-CHECK-CLOSING-ACCOUNT.
           MOVE SPACES TO ACCT-KEY
           MOVE AMP-ACCOUNT TO ACCT-ID
           READ ACCT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER - NO CHANGE"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE "ACCOUNT ALREADY CLOSED - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   END-IF
           END-READ.

      *    AN ACCOUNT NOT YET ON BALFILE HAS NOTHING POSTED, SO IT IS
      *    TAKEN AS ZERO; A SUCCESSOR IN THAT STATE GETS ITS BALFILE
      *    RECORD WRITTEN BY THE TRANSFER.
       0630-READ-BALANCES.
           MOVE SPACES TO BAL-KEY
           MOVE AMP-ACCOUNT TO BAL-ACCOUNT
           READ BAL-FILE
               INVALID KEY
                   MOVE 0 TO WS-CLOSED-AREA-1
                   MOVE 0 TO WS-CLOSED-AREA-2
               NOT INVALID KEY
                   MOVE BAL-AREA-1 TO WS-CLOSED-AREA-1
                   MOVE BAL-AREA-2 TO WS-CLOSED-AREA-2
           END-READ
           MOVE SPACES TO BAL-KEY
           MOVE AMP-SUCCESSOR TO BAL-ACCOUNT
           READ BAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SUCC-BAL-SWITCH
                   MOVE 0 TO WS-SUCC-AREA-1
                   MOVE 0 TO WS-SUCC-AREA-2
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUCC-BAL-SWITCH
                   MOVE BAL-AREA-1 TO WS-SUCC-AREA-1
                   MOVE BAL-AREA-2 TO WS-SUCC-AREA-2
           END-READ.

       0640-CHECK-CEILING.
           COMPUTE WS-SUCC-NEW-AREA-1 =
               WS-SUCC-AREA-1 + WS-CLOSED-AREA-1
           COMPUTE WS-SUCC-NEW-AREA-2 =
               WS-SUCC-AREA-2 + WS-CLOSED-AREA-2
           IF FUNCTION ABS(WS-SUCC-NEW-AREA-1) > WS-ACCUM-CEILING
               OR FUNCTION ABS(WS-SUCC-NEW-AREA-2) > WS-ACCUM-CEILING
               MOVE "SUCCESSOR WOULD PASS 999999999 - NO CHANGE"
                   TO WS-AL-MESSAGE
               MOVE 'N' TO WS-CARD-OK-SWITCH
           END-IF.

      *    BALANCES MOVE BEFORE THE MASTER IS CLOSED, SO A FILE ERROR
      *    PART WAY LEAVES THE ACCOUNT OPEN FOR DATA CONTROL TO SEE.
       0650-APPLY-TRANSFER.
           IF WS-CLOSED-AREA-1 NOT = 0 OR WS-CLOSED-AREA-2 NOT = 0
               PERFORM 0660-MOVE-BALANCES
           END-IF
           IF WS-CARD-OK
               MOVE 'C' TO ACCT-STATUS
               IF AMP-DESC NOT = SPACES
                   MOVE AMP-DESC TO ACCT-DESC
               END-IF
               REWRITE ACCT-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE MASTER RECORD"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE 16 TO WS-RETURN-CODE
               END-REWRITE
           END-IF
           IF WS-CARD-OK
               IF WS-XFER-LINE-WANTED
                   MOVE "ACCOUNT CLOSED AND BALANCES TRANSFERRED"
                       TO WS-AL-MESSAGE
               ELSE
                   MOVE "ACCOUNT CLOSED - NO BALANCE TO TRANSFER"
                       TO WS-AL-MESSAGE
               END-IF
           END-IF.

       0660-MOVE-BALANCES.
           MOVE SPACES TO BAL-KEY
           MOVE AMP-SUCCESSOR TO BAL-ACCOUNT
           MOVE WS-SUCC-NEW-AREA-1 TO BAL-AREA-1
           MOVE WS-SUCC-NEW-AREA-2 TO BAL-AREA-2
           IF WS-SUCC-BAL-ON-FILE
               REWRITE BAL-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CARD-OK-SWITCH
               END-REWRITE
           ELSE
               WRITE BAL-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CARD-OK-SWITCH
               END-WRITE
           END-IF
           IF WS-CARD-OK
               MOVE SPACES TO BAL-KEY
               MOVE AMP-ACCOUNT TO BAL-ACCOUNT
               MOVE 0 TO BAL-AREA-1
               MOVE 0 TO BAL-AREA-2
               REWRITE BAL-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       PERFORM 0665-REPORT-HALF-TRANSFER
               END-REWRITE
           END-IF
           IF WS-CARD-OK
               PERFORM 0670-RECORD-LEGS
               ADD 1 TO WS-TRANSFER-COUNT
               MOVE AMP-SUCCESSOR TO WS-XL-SUCCESSOR
               MOVE WS-CLOSED-AREA-1 TO WS-XL-AREA-1
               MOVE WS-CLOSED-AREA-2 TO WS-XL-AREA-2
               MOVE 'Y' TO WS-XFER-LINE-SWITCH
           ELSE
               MOVE "UNABLE TO UPDATE BALFILE - CALL DATA CONTROL"
                   TO WS-AL-MESSAGE
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *    THE SUCCESSOR ALREADY HOLDS THE BALANCES BUT THE CLOSED
      *    ACCOUNT STILL SHOWS THEM TOO, AND NO AUDIT OR GL RECORD IS
      *    WRITTEN FOR EITHER.  GIVE DATA CONTROL THE FIGURES TO TAKE
      *    THE AMOUNTS BACK OFF THE SUCCESSOR BY HAND.
       0665-REPORT-HALF-TRANSFER.
           MOVE WS-CLOSED-AREA-1 TO WS-HALF-AREA-1
           MOVE WS-CLOSED-AREA-2 TO WS-HALF-AREA-2
           DISPLAY "UNABLE TO CLEAR BALFILE FOR ACCOUNT " AMP-ACCOUNT
               " - STATUS " WS-BAL-STATUS
           DISPLAY "  BALANCES ALREADY MOVED TO SUCCESSOR "
               AMP-SUCCESSOR " - WS-AREA-1 " WS-HALF-AREA-1
               " WS-AREA-2 " WS-HALF-AREA-2
           MOVE WS-SUCC-AREA-1 TO WS-HALF-AREA-1
           MOVE WS-SUCC-AREA-2 TO WS-HALF-AREA-2
           DISPLAY "  SUCCESSOR " AMP-SUCCESSOR
               " BALANCES BEFORE THE MOVE - WS-AREA-1 "
               WS-HALF-AREA-1 " WS-AREA-2 " WS-HALF-AREA-2.

      *    AUDIT EACH NON-ZERO ACCUMULATOR ON BOTH ACCOUNTS, THEN ONE
      *    GL DETAIL PER ACCOUNT.  THE GL CREDIT FIGURE IS THE CREDIT
      *    MAGNITUDE, AS ON THE BALANCE RUN'S EXTRACT, SO MOVING A
      *    NEGATIVE WS-AREA-2 POSITION IN RAISES THE SUCCESSOR'S
      *    CREDITS.
       0670-RECORD-LEGS.
           IF WS-CLOSED-AREA-1 NOT = 0
               MOVE "WS-AREA-1" TO WS-LEG-ACCUM-ID
               MOVE WS-CLOSED-AREA-1 TO WS-LEG-AMOUNT
               MOVE WS-SUCC-AREA-1 TO WS-LEG-SUCC-BEFORE
               PERFORM 0675-AUDIT-BOTH-ACCOUNTS
           END-IF
           IF WS-CLOSED-AREA-2 NOT = 0
               MOVE "WS-AREA-2" TO WS-LEG-ACCUM-ID
               MOVE WS-CLOSED-AREA-2 TO WS-LEG-AMOUNT
               MOVE WS-SUCC-AREA-2 TO WS-LEG-SUCC-BEFORE
               PERFORM 0675-AUDIT-BOTH-ACCOUNTS
           END-IF
           MOVE AMP-ACCOUNT TO WS-LEG-ACCOUNT
           COMPUTE WS-LEG-DEBIT = 0 - WS-CLOSED-AREA-1
           MOVE WS-CLOSED-AREA-2 TO WS-LEG-CREDIT
           PERFORM 0690-WRITE-GL-DETAIL
           MOVE AMP-SUCCESSOR TO WS-LEG-ACCOUNT
           MOVE WS-CLOSED-AREA-1 TO WS-LEG-DEBIT
           COMPUTE WS-LEG-CREDIT = 0 - WS-CLOSED-AREA-2
           PERFORM 0690-WRITE-GL-DETAIL.

       0675-AUDIT-BOTH-ACCOUNTS.
           MOVE AMP-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE WS-LEG-AMOUNT TO WS-LEG-BEFORE
           MOVE 0 TO WS-LEG-AFTER
           MOVE "TO   " TO WS-LTI-DIRECTION
           MOVE AMP-SUCCESSOR TO WS-LTI-ACCOUNT
           MOVE "XFRO" TO WS-LEG-REASON
           PERFORM 0680-WRITE-AUDIT-LEG
           MOVE AMP-SUCCESSOR TO WS-LEG-ACCOUNT
           MOVE WS-LEG-SUCC-BEFORE TO WS-LEG-BEFORE
           COMPUTE WS-LEG-AFTER = WS-LEG-SUCC-BEFORE + WS-LEG-AMOUNT
           MOVE "FROM " TO WS-LTI-DIRECTION
           MOVE AMP-ACCOUNT TO WS-LTI-ACCOUNT
           MOVE "XFRI" TO WS-LEG-REASON
           PERFORM 0680-WRITE-AUDIT-LEG.

      *    TRANSFER RECORDS BELONG TO NO BATCH CYCLE AND HAVE NO
      *    CHECKER, LIKE ANY OTHER BATCH ACTIVITY.
       0680-WRITE-AUDIT-LEG.
           MOVE WS-RUN-DATE TO AUD-TS-DATE
           MOVE WS-RT-HH TO AUD-TS-HH
           MOVE WS-RT-MM TO AUD-TS-MM
           MOVE WS-RT-SS TO AUD-TS-SS
           MOVE WS-LEG-ACCOUNT TO AUD-ACCOUNT
           MOVE WS-LEG-ACCUM-ID TO AUD-ACCUM-ID
           MOVE WS-LEG-BEFORE TO AUD-BEFORE-VALUE
           MOVE WS-LEG-AFTER TO AUD-AFTER-VALUE
           MOVE WS-LEG-TRAN-ID TO AUD-SOURCE-TRAN-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-LEG-REASON TO AUD-REASON-CODE
           MOVE 0 TO AUD-CYCLE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-OK
               ADD 1 TO WS-AUDIT-WRITTEN-COUNT
           ELSE
               DISPLAY "UNABLE TO WRITE AUDITFL - STATUS "
                   WS-AUDIT-STATUS " - ACCOUNT " WS-LEG-ACCOUNT
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *    THE TRANSFER EXTRACT IS ITS OWN H / D / T ENVELOPE UNDER
      *    CYCLE 00, WITH THE HEADER WRITTEN AHEAD OF THE FIRST
      *    DETAIL.  A RUN WITH NO TRANSFER LEAVES THE GENERATION
      *    EMPTY, WHICH THE ACKNOWLEDGEMENT MATCHING IGNORES.
       0690-WRITE-GL-DETAIL.
           IF NOT WS-GL-HEADER-WRITTEN
               MOVE SPACES TO GLEXT-HEADER
               MOVE 'H' TO GLH-RECORD-TYPE
               MOVE WS-RUN-DATE TO GLH-RUN-DATE
               MOVE 0 TO GLH-CYCLE
               MOVE 'T' TO GLH-EXTRACT-TYPE
               MOVE 0 TO GLH-PERIOD
               WRITE GLEXT-RECORD FROM GLEXT-HEADER
               ADD 1 TO WS-GL-RECORD-COUNT
               MOVE 'Y' TO WS-GL-HEADER-SWITCH
           END-IF
           MOVE SPACES TO GLEXT-DETAIL
           MOVE 'D' TO GLD-RECORD-TYPE
           MOVE WS-LEG-DEBIT TO GLD-DEBIT-TOTAL
           MOVE WS-LEG-CREDIT TO GLD-CREDIT-TOTAL
           MOVE 0 TO GLD-VARIANCE-DEBITS
           MOVE 0 TO GLD-VARIANCE-CREDITS
           MOVE 0 TO GLD-RETURN-CODE
           MOVE WS-LEG-ACCOUNT TO GLD-ACCOUNT
           WRITE GLEXT-RECORD FROM GLEXT-DETAIL
           IF NOT WS-GLEXT-OK
               DISPLAY "UNABLE TO WRITE GLEXTR - STATUS "
                   WS-GLEXT-STATUS " - ACCOUNT " WS-LEG-ACCOUNT
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-LEG-DEBIT TO WS-GL-HASH
           ADD WS-LEG-CREDIT TO WS-GL-HASH.

       1000-PRODUCE-COUNTS.
           WRITE ACCT-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "MAINTENANCE CARDS READ      =" TO WS-CT-LABEL
           WRITE ACCT-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CARDS IN ERROR              =" TO WS-CT-LABEL
           MOVE WS-ERROR-COUNT TO WS-CT-VALUE
           WRITE ACCT-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "BALANCE TRANSFERS MADE      =" TO WS-CT-LABEL
           MOVE WS-TRANSFER-COUNT TO WS-CT-VALUE
           WRITE ACCT-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSFER AUDIT RECORDS      =" TO WS-CT-LABEL
           MOVE WS-AUDIT-WRITTEN-COUNT TO WS-CT-VALUE
           WRITE ACCT-REPORT-RECORD FROM WS-COUNT-LINE.

       9000-WRITE-GL-TRAILER.
           MOVE SPACES TO GLEXT-TRAILER
           MOVE 'T' TO GLT-RECORD-TYPE
           ADD 1 TO WS-GL-RECORD-COUNT
           MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT
           MOVE WS-GL-HASH TO GLT-HASH-TOTAL
           WRITE GLEXT-RECORD FROM GLEXT-TRAILER.

       9999-TERMINATE.
           IF WS-ERROR-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-GL-HEADER-WRITTEN
               PERFORM 9000-WRITE-GL-TRAILER
           END-IF
           CLOSE ACCT-PARM-FILE
           CLOSE ACCT-FILE
           CLOSE BAL-FILE
           CLOSE AUDIT-FILE
           CLOSE GLEXT-FILE
           CLOSE ACCT-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
