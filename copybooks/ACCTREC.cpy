               88  ACCT-CLOSED               VALUE 'C'.
               88  ACCT-FROZEN               VALUE 'F'.
           05  ACCT-OPEN-DATE       PIC 9(8).
      *    POSTING LIMITS, SET AND CHANGED ON BUGSOL08 LIM CARDS.
      *    ZERO IN ANY LIMIT MEANS THE ACCOUNT HAS NONE.  THE PRE-EDIT
      *    REJECTS A SINGLE ITEM OVER ACCT-MAX-ITEM; THE BALANCE RUN
      *    HOLDS A DEBIT THAT WOULD TAKE THE DAY'S DEBITS PAST
      *    ACCT-MAX-DAILY-DEBIT, OR A CREDIT THAT WOULD TAKE THE
      *    WS-AREA-2 POSITION BELOW ACCT-AREA-2-FLOOR.  WS-AREA-2 RUNS
      *    NEGATIVE AS CREDITS POST, SO A FLOOR IS HELD AS A NEGATIVE
      *    FIGURE.
           05  ACCT-MAX-ITEM        PIC S9(9) COMP-3.
           05  ACCT-MAX-DAILY-DEBIT PIC S9(9) COMP-3.
           05  ACCT-AREA-2-FLOOR    PIC S9(9) COMP-3.
           05  FILLER               PIC X(1).
