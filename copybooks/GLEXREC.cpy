           05  GLH-RECORD-TYPE      PIC X(1).
           05  GLH-RUN-DATE         PIC 9(8).
           05  GLH-CYCLE            PIC 9(2).
      *    SPACE FOR THE BALANCE RUN'S OWN EXTRACT.  A BUGSOL08
      *    CLOSE-AND-TRANSFER RUN SENDS A SEPARATE EXTRACT UNDER CYCLE
      *    00 CARRYING ONE DETAIL PER ACCOUNT LEG MOVED; A BUGSOL23
      *    PRIOR-PERIOD ADJUSTMENT RUN DOES THE SAME PER ACCOUNT
      *    RESTATED, UNDER TYPE P.
           05  GLH-EXTRACT-TYPE     PIC X(1).
               88  GLH-TYPE-POSTING          VALUE SPACE.
               88  GLH-TYPE-TRANSFER         VALUE 'T'.
               88  GLH-TYPE-PRIOR-PERIOD     VALUE 'P'.
      *    CLOSED PERIOD (YYYYMM) A PRIOR-PERIOD EXTRACT BELONGS TO;
      *    ZEROS ON EVERY OTHER EXTRACT.
           05  GLH-PERIOD           PIC 9(6).
           05  FILLER               PIC X(62).

      *    AMOUNT FIELDS ARE SIZED FOR THE END-OF-DAY EXTRACT, WHERE
      *    THE DAY TOTALS ARE SUMMED ACROSS UP TO 98 CYCLES EACH
           05  GLD-VARIANCE-DEBITS  PIC S9(11) SIGN LEADING SEPARATE.
           05  GLD-VARIANCE-CREDITS PIC S9(11) SIGN LEADING SEPARATE.
           05  GLD-RETURN-CODE      PIC 9(2).
      *    ACCOUNT THE DETAIL BELONGS TO ON A TRANSFER EXTRACT;
      *    SPACES ON THE BALANCE RUN'S DAY/CYCLE TOTALS.
           05  GLD-ACCOUNT          PIC X(4).
           05  FILLER               PIC X(25).

       01  GLEXT-TRAILER.
           05  GLT-RECORD-TYPE      PIC X(1).
