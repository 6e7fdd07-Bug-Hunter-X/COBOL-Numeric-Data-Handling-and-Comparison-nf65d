      *    FEED ENVELOPE - EACH SOURCE SYSTEM'S FILE CARRIES ONE
      *    HEADER AND ONE TRAILER IN THE SAME 28-BYTE LRECL AS THE
      *    DATA RECORDS, KEYED BY RECORD TYPE 'H' / 'T' IN THE TR-TYPE
      *    POSITION.  THE TRAILER HASH IS THE SUM OF TR-AMOUNT OVER
      *    THE DATA RECORDS, SO A TRUNCATED TRANSMISSION NO LONGER
      *    LOOKS LIKE A SHORT BUSINESS DAY.  THE RAW FEED IS ONE OR
      *    MORE SUCH ENVELOPES BACK TO BACK; THE HEADER NAMES THE
      *    SOURCE AND ITS FILE SEQUENCE NUMBER, WHICH MUST RUN ON
      *    FROM THE LAST ONE ACCEPTED FOR THAT SOURCE.  THE CLEAN
      *    FILE THE PRE-EDIT CUTS HAS A SINGLE ENVELOPE OF ITS OWN
      *    WITH THE SOURCE BLANK AND SEQUENCE ZERO.
       01  TRANS-HEADER-RECORD.
           05  TH-RECORD-TYPE       PIC X(1).
               88  TH-HEADER                 VALUE 'H'.
           05  TH-FEED-DATE         PIC 9(8).
           05  TH-CYCLE             PIC 9(2).
           05  TH-SOURCE-ID         PIC X(4).
           05  TH-FILE-SEQ          PIC 9(6).
           05  FILLER               PIC X(7).

       01  TRANS-TRAILER-RECORD.
           05  TT-RECORD-TYPE       PIC X(1).
               88  TT-TRAILER                VALUE 'T'.
           05  TT-RECORD-COUNT      PIC 9(7).
           05  TT-HASH-TOTAL        PIC S9(11) COMP-3.
      *    REPEATS THE HEADER'S SOURCE SO AN ENVELOPE SPLICED FROM
      *    TWO TRANSMISSIONS CANNOT PROVE.
           05  TT-SOURCE-ID         PIC X(4).
           05  FILLER               PIC X(10).
