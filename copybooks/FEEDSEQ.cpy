      *    FEED SEQUENCE CONTROL - ONE CARD-IMAGE RECORD PER UPSTREAM
      *    SOURCE SYSTEM ALLOWED TO SEND TRANSACTIONS, HOLDING THE
      *    LAST FILE SEQUENCE NUMBER THE PRE-EDIT ACCEPTED FROM IT.
      *    BUGSOL00 READS THE CURRENT GENERATION AND WRITES THE NEXT;
      *    THE SEQUENCE ONLY ADVANCES WHEN THE WHOLE FEED PROVED.
       01  FSQ-RECORD.
           05  FSQ-SOURCE-ID        PIC X(4).
           05  FSQ-LAST-SEQ         PIC 9(6).
           05  FSQ-LAST-DATE        PIC 9(8).
           05  FSQ-LAST-CYCLE       PIC 9(2).
           05  FILLER               PIC X(60).
