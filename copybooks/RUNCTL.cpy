      *                COUNTS AND THE CLEAN-FILE AMOUNT HASH
      *      BUGSOL01: IN=CLEAN DATA, OUT=POSTED, PLUS OVERFLOW-SKIP
      *                AND UNMATCHED-REVERSAL COUNTS, THE FEED HASH
      *                IT VERIFIED, AND THE GL EXTRACT DEBIT/CREDIT;
      *                WHSE=POSTINGS HELD AT AN ACCOUNT LIMIT, WHICH
      *                ARE ALSO INCLUDED IN THE SKIP COUNT
       01  RUNCTL-RECORD.
           05  RCT-STEP-ID          PIC X(8).
           05  RCT-RUN-DATE         PIC 9(8).
           05  RCT-CREDIT-TOTAL     PIC S9(11) COMP-3.
           05  RCT-AMOUNT-HASH      PIC S9(13) COMP-3.
           05  RCT-RETURN-CODE      PIC 9(2).
      *    BLANK ON A STEP'S RUN TOTALS.  BUGSOL00 ALSO WRITES ONE
      *    RECORD PER FEED SOURCE IT RECEIVED, WITH THE SOURCE HERE:
      *    IN=DATA RECORDS, OUT=CLEAN, REJECT AND WAREHOUSED COUNTS
      *    FOR THAT SOURCE'S FEED RECORDS ONLY.
           05  RCT-SOURCE-ID        PIC X(4).
           05  FILLER               PIC X(5).
