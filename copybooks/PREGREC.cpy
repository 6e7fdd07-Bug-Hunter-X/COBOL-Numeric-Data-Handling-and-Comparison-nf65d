      *    POSTED-TRANSACTION KEY REGISTRY - ONE RECORD PER TR-KEY
      *    THE BALANCE RUN HAS EVER POSTED, KEYED ON THE KEY ITSELF.
      *    BUGSOL01 ADDS THE RECORD AS IT POSTS AND MARKS IT WHEN A
      *    TYPE R REVERSAL BACKS IT OUT; THE PRE-EDIT REFUSES ANY
      *    NEW D OR C TRANSACTION WHOSE KEY IS ALREADY HERE, SO A
      *    RE-SENT FILE OR A REPEATED SERIAL CAN NO LONGER POST TWICE.
      *    NEVER PRUNED - A REVERSAL MAY ARRIVE LONG AFTER THE AUDIT
      *    GENERATION HOLDING THE ORIGINAL POSTING HAS ROLLED OFF.
       01  PREG-RECORD.
           05  PREG-KEY             PIC X(10).
           05  PREG-POST-DATE       PIC 9(8).
           05  PREG-POST-CYCLE      PIC 9(2).
           05  PREG-AREA            PIC X(1).
               88  PREG-AREA-DEBIT           VALUE '1'.
               88  PREG-AREA-CREDIT          VALUE '2'.
           05  PREG-AMOUNT          PIC S9(9) COMP-3.
           05  PREG-REVERSED-SW     PIC X(1).
               88  PREG-REVERSED             VALUE 'Y'.
               88  PREG-NOT-REVERSED         VALUE 'N'.
      *    DATE AND CYCLE OF THE REVERSAL; ZERO WHILE UNREVERSED.
           05  PREG-RVSL-DATE       PIC 9(8).
           05  PREG-RVSL-CYCLE      PIC 9(2).
           05  FILLER               PIC X(3).
