       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL20.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRM-PARM-FILE ASSIGN TO DRMPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRM-PARM-STATUS.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BAL-FILE ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT FRZ-CARD-FILE ASSIGN TO FRZCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZ-CARD-STATUS.

           SELECT DRM-REPORT-FILE ASSIGN TO DRMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DRM-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DRM-PARM-RECORD.
           05  DMP-IDLE-DAYS-X      PIC X(3).
           05  DMP-IDLE-DAYS REDEFINES DMP-IDLE-DAYS-X
                                    PIC 9(3).
           05  FILLER               PIC X(77).

       FD  PERIOD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY PERDREC.

       FD  ACCT-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY ACCTREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
           COPY AUDITREC.

       FD  BAL-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY BALREC.

      *    SAME LAYOUT AS THE BUGSOL08 ACCTPRM CARD - THE DESCRIPTION
      *    AND LIMIT FIELDS ARE LEFT BLANK SO THE FREEZE CHANGES
      *    NOTHING BUT THE STATUS.
       FD  FRZ-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FRZ-CARD-RECORD.
           05  FRZ-ACTION           PIC X(3).
           05  FILLER               PIC X(1).
           05  FRZ-ACCOUNT          PIC X(4).
           05  FILLER               PIC X(72).

       FD  DRM-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  DRM-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DRM-PARM-STATUS       PIC X(2)   VALUE '00'.
           88  WS-DRM-PARM-OK                  VALUE '00'.

       01  WS-PERIOD-STATUS         PIC X(2)   VALUE '00'.
           88  WS-PERIOD-OK                    VALUE '00'.

       01  WS-ACCT-STATUS           PIC X(2)   VALUE '00'.
           88  WS-ACCT-OK                      VALUE '00'.

       01  WS-ACCT-EOF-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-ACCT-EOF                     VALUE 'Y'.

       01  WS-AUDIT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-AUDIT-OK                     VALUE '00'.

       01  WS-AUDIT-EOF-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-AUDIT-EOF                    VALUE 'Y'.

       01  WS-AUDIT-OPEN-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-AUDIT-OPENED                 VALUE 'Y'.

       01  WS-BAL-STATUS            PIC X(2)   VALUE '00'.
           88  WS-BAL-OK                       VALUE '00'.

       01  WS-FRZ-CARD-STATUS       PIC X(2)   VALUE '00'.
           88  WS-FRZ-CARD-OK                  VALUE '00'.

       01  WS-DRMRPT-STATUS         PIC X(2)   VALUE '00'.
           88  WS-DRMRPT-OK                    VALUE '00'.

      *    DAYS WITHOUT A POSTING BEFORE AN OPEN ACCOUNT COUNTS AS
      *    DORMANT.  THE DRMPRM CARD OVERRIDES THE DEFAULT.
       01  WS-IDLE-DAYS-LIMIT       PIC 9(3)   VALUE 180.

      *    FIRST DAY OF THE OPEN PERIOD.  THE PERIOD CLOSE RESETS
      *    BALFILE TO ZERO, SO AN ACCOUNT STILL CARRYING A POSITION
      *    HAS POSTED ON OR AFTER THIS DATE EVEN WHEN THE POSTING HAS
      *    AGED OFF THE AUDIT TRAIL.  ZERO WHEN PERIODFL IS ABSENT.
       01  WS-PERIOD-START          PIC 9(8)   VALUE 0.
       01  WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
           05  WS-PS-PERIOD         PIC 9(6).
           05  WS-PS-DD             PIC 9(2).

      *    OLDEST DATE ON THE AUDIT TRAIL.  AN ACCOUNT OPENED BEFORE
      *    IT WITH NO POSTING ON THE TRAIL MAY HAVE POSTED BEFORE IT,
      *    SO ITS IDLE TIME IS COUNTED FROM HERE - AT LEAST THAT LONG.
       01  WS-TRAIL-START           PIC 9(8)   VALUE 0.

      *    ONE ENTRY PER OPEN ACCOUNT ON THE MASTER, CARRYING THE
      *    NEWEST AUDITED POSTING DATE FOUND FOR IT.
       01  WS-DRM-TABLE.
           05  WS-DRM-ENTRY         OCCURS 2000 TIMES.
               10  WS-DRM-ID        PIC X(4).
               10  WS-DRM-DESC      PIC X(30).
               10  WS-DRM-OPEN-DATE PIC 9(8).
               10  WS-DRM-LAST-POST PIC 9(8).
       01  WS-DRM-COUNT             PIC 9(4)   COMP VALUE 0.
       01  WS-DRM-MAX               PIC 9(4)   COMP VALUE 2000.
       01  WS-DRM-SUB               PIC 9(4)   COMP VALUE 0.

       01  WS-DRM-FULL-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-DRM-TABLE-FULL               VALUE 'Y'.

      *    HASHED INDEX OVER THE ACCOUNT TABLE - OPEN ADDRESSING,
      *    SAME SCHEME AS THE BALANCE RUN'S ACCOUNT LOOKUP.
       01  WS-ACCH-TABLE.
           05  WS-ACCH-ENTRY        PIC 9(4)   COMP OCCURS
                                    4003 TIMES.
       01  WS-ACCH-MODULUS          PIC 9(9)   COMP VALUE 4003.
       01  WS-ACCH-SLOT             PIC 9(9)   COMP VALUE 0.
       01  WS-ACCH-KEY              PIC X(4)   VALUE SPACES.

       01  WS-ACCT-FOUND-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-ACCT-FOUND                   VALUE 'Y'.

       01  WS-ACCH-DONE-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-ACCH-PROBE-DONE              VALUE 'Y'.

       01  WS-HASH-WORK.
           05  WS-HASH-KEY          PIC X(10).
           05  WS-HASH-LENGTH       PIC 9(4)   COMP.
           05  WS-HASH-CHAR-SUB     PIC 9(4)   COMP.
           05  WS-HASH-VALUE        PIC 9(9)   COMP.
           05  WS-HASH-MODULUS      PIC 9(9)   COMP.
           05  WS-HASH-SLOT         PIC 9(9)   COMP.

       01  WS-BAL-AREA-1            PIC S9(9)  COMP-3 VALUE 0.
       01  WS-BAL-AREA-2            PIC S9(9)  COMP-3 VALUE 0.

       01  WS-CARRIES-BAL-SWITCH    PIC X(1)   VALUE 'N'.
           88  WS-CARRIES-BALANCE              VALUE 'Y'.

       01  WS-POST-SEEN-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-POSTING-SEEN                 VALUE 'Y'.

       01  WS-REF-DATE              PIC 9(8)   VALUE 0.
       01  WS-IDLE-DAYS             PIC 9(5)   VALUE 0.
       01  WS-IDLE-WORK             PIC S9(9)  VALUE 0.
       01  WS-EDIT-DATE             PIC 9999/99/99.

       01  WS-ACCT-READ-COUNT       PIC 9(9)   VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(9)   VALUE 0.
       01  WS-AUDIT-READ-COUNT      PIC 9(9)   VALUE 0.
       01  WS-POSTING-COUNT         PIC 9(9)   VALUE 0.
       01  WS-IDLE-COUNT            PIC 9(9)   VALUE 0.
       01  WS-IDLE-BAL-COUNT        PIC 9(9)   VALUE 0.
       01  WS-CARD-WRITTEN-COUNT    PIC 9(9)   VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RT-HH             PIC 99.
           05  WS-RT-MM             PIC 99.
           05  WS-RT-SS             PIC 99.
           05  WS-RT-HS             PIC 99.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(30)
                   VALUE "DORMANT ACCOUNT REVIEW".
           05  WS-H-RUN-DATE        PIC 9999/99/99.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WS-H-RUN-TIME.
               10  WS-H-RT-HH       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-MM       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-SS       PIC 99.
           05  FILLER               PIC X(17)
                   VALUE "  IDLE DAYS OVER".
           05  WS-H-IDLE-LIMIT      PIC ZZ9.
           05  FILLER               PIC X(59)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(38)
                   VALUE "ACCT  DESCRIPTION".
           05  FILLER               PIC X(24)
                   VALUE "OPENED      LAST POST".
           05  FILLER               PIC X(7)   VALUE " IDLE".
           05  FILLER               PIC X(12)  VALUE " WS-AREA-1".
           05  FILLER               PIC X(12)  VALUE " WS-AREA-2".
           05  FILLER               PIC X(39)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-DESC           PIC X(30).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-OPEN-DATE      PIC X(10).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-LAST-POST      PIC X(10).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-IDLE-DAYS      PIC ZZZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-AREA-1         PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-AREA-2         PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-NOTE           PIC X(30).
           05  FILLER               PIC X(9)   VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-TEXT-LINE             PIC X(132).

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           88  WS-RC-NONE-IDLE                 VALUE 0.
           88  WS-RC-IDLE-FOUND                VALUE 4.
           88  WS-RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-OPEN-ACCOUNTS
      *    WITHOUT THE TRAIL EVERY ACCOUNT WOULD LOOK IDLE, SO NO
      *    ACCOUNT IS REVIEWED AND NO FREEZE CARD IS WRITTEN.
           IF WS-AUDIT-OPENED
               PERFORM 0300-APPLY-AUDIT-RECORD UNTIL WS-AUDIT-EOF
               PERFORM 0500-REVIEW-ACCOUNTS
           END-IF
           PERFORM 1000-PRODUCE-COUNTS
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-ACCH-TABLE
           OPEN INPUT DRM-PARM-FILE
           IF WS-DRM-PARM-OK
               READ DRM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DMP-IDLE-DAYS IS NUMERIC
                           AND DMP-IDLE-DAYS > 0
                           MOVE DMP-IDLE-DAYS TO WS-IDLE-DAYS-LIMIT
                       END-IF
               END-READ
           END-IF
           CLOSE DRM-PARM-FILE
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-OK
               READ PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PER-PERIOD TO WS-PS-PERIOD
                       MOVE 1 TO WS-PS-DD
               END-READ
           END-IF
           CLOSE PERIOD-FILE
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - STATUS "
                   WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BAL-FILE
           IF NOT WS-BAL-OK
               DISPLAY "UNABLE TO OPEN BALFILE - STATUS "
                   WS-BAL-STATUS " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-OK
               MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN AUDITFL - STATUS "
                   WS-AUDIT-STATUS " - NO ACCOUNT REVIEWED"
               MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           OPEN OUTPUT FRZ-CARD-FILE
           OPEN OUTPUT DRM-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           MOVE WS-IDLE-DAYS-LIMIT TO WS-H-IDLE-LIMIT
           WRITE DRM-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE DRM-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE DRM-REPORT-RECORD FROM WS-COLUMN-LINE.

      *    ONLY OPEN ACCOUNTS ARE CANDIDATES - A FROZEN OR CLOSED
      *    ACCOUNT ALREADY CANNOT TAKE A FEED POSTING.
       0200-LOAD-OPEN-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-KEY
           START ACCT-FILE KEY NOT LESS THAN ACCT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SWITCH
           END-START
           IF NOT WS-ACCT-OK
               MOVE 'Y' TO WS-ACCT-EOF-SWITCH
           END-IF
           PERFORM 0210-LOAD-NEXT-ACCOUNT UNTIL WS-ACCT-EOF.

       0210-LOAD-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                   IF ACCT-OPEN
                       PERFORM 0220-ADD-OPEN-ACCOUNT
                   END-IF
           END-READ
           IF NOT WS-ACCT-OK AND NOT WS-ACCT-EOF
               DISPLAY "ACCOUNT MASTER READ FAILED - STATUS "
                   WS-ACCT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-ACCT-EOF-SWITCH
           END-IF.

       0220-ADD-OPEN-ACCOUNT.
           MOVE ACCT-ID TO WS-ACCH-KEY
           PERFORM 0450-LOOK-UP-ACCOUNT
           IF NOT WS-ACCT-FOUND
               IF WS-DRM-COUNT < WS-DRM-MAX
                   ADD 1 TO WS-DRM-COUNT
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-DRM-COUNT TO WS-DRM-SUB
                   MOVE ACCT-ID TO WS-DRM-ID (WS-DRM-SUB)
                   MOVE ACCT-DESC TO WS-DRM-DESC (WS-DRM-SUB)
                   MOVE ACCT-OPEN-DATE TO WS-DRM-OPEN-DATE (WS-DRM-SUB)
                   MOVE 0 TO WS-DRM-LAST-POST (WS-DRM-SUB)
                   MOVE WS-DRM-COUNT TO WS-ACCH-ENTRY (WS-ACCH-SLOT)
               ELSE
                   IF NOT WS-DRM-TABLE-FULL
                       DISPLAY "ACCOUNT TABLE FULL - SOME ACCOUNTS "
                           "NOT REVIEWED"
                   END-IF
                   MOVE 'Y' TO WS-DRM-FULL-SWITCH
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF.

       0300-APPLY-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   PERFORM 0350-NOTE-POSTING-DATE
           END-READ.

      *    ONLY A RECORD THAT MOVED AN ACCUMULATOR IS A POSTING - AN
      *    OVERFLOW SKIP CARRIES THE SAME BEFORE AND AFTER VALUE,
      *    AND A PRIOR-PERIOD ADJUSTMENT IS A BOOKKEEPING CORRECTION,
      *    NOT ACTIVITY BY THE CUSTOMER.
      *    EVERY RECORD COUNTS TOWARD THE TRAIL START, SO THE DATE IS
      *    THE OLDEST THE TRAIL COVERS WHATEVER WAS ON IT.
       0350-NOTE-POSTING-DATE.
           IF WS-TRAIL-START = 0 OR AUD-TS-DATE < WS-TRAIL-START
               MOVE AUD-TS-DATE TO WS-TRAIL-START
           END-IF
           IF AUD-AFTER-VALUE NOT = AUD-BEFORE-VALUE
               AND AUD-REASON-CODE NOT = "PPAD"
               MOVE AUD-ACCOUNT TO WS-ACCH-KEY
               PERFORM 0450-LOOK-UP-ACCOUNT
               IF WS-ACCT-FOUND
                   ADD 1 TO WS-POSTING-COUNT
                   MOVE WS-ACCH-ENTRY (WS-ACCH-SLOT) TO WS-DRM-SUB
                   IF AUD-TS-DATE > WS-DRM-LAST-POST (WS-DRM-SUB)
                       MOVE AUD-TS-DATE
                           TO WS-DRM-LAST-POST (WS-DRM-SUB)
                   END-IF
               END-IF
           END-IF.

       0450-LOOK-UP-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           MOVE 'N' TO WS-ACCH-DONE-SWITCH
           MOVE SPACES TO WS-HASH-KEY
           MOVE WS-ACCH-KEY TO WS-HASH-KEY (1:4)
           MOVE 4 TO WS-HASH-LENGTH
           MOVE WS-ACCH-MODULUS TO WS-HASH-MODULUS
           PERFORM 0460-HASH-FOLD-KEY
           MOVE WS-HASH-SLOT TO WS-ACCH-SLOT
           PERFORM 0470-PROBE-ACCOUNT-SLOT UNTIL WS-ACCH-PROBE-DONE.

       0460-HASH-FOLD-KEY.
           MOVE 0 TO WS-HASH-VALUE
           MOVE 0 TO WS-HASH-CHAR-SUB
           PERFORM 0465-FOLD-NEXT-CHAR
               UNTIL WS-HASH-CHAR-SUB >= WS-HASH-LENGTH
           COMPUTE WS-HASH-SLOT = WS-HASH-VALUE + 1.

       0465-FOLD-NEXT-CHAR.
           ADD 1 TO WS-HASH-CHAR-SUB
           COMPUTE WS-HASH-VALUE = FUNCTION MOD
               (WS-HASH-VALUE * 31 + FUNCTION ORD
                   (WS-HASH-KEY (WS-HASH-CHAR-SUB:1)),
               WS-HASH-MODULUS).

       0470-PROBE-ACCOUNT-SLOT.
           IF WS-ACCH-ENTRY (WS-ACCH-SLOT) = 0
               MOVE 'Y' TO WS-ACCH-DONE-SWITCH
           ELSE
               IF WS-DRM-ID (WS-ACCH-ENTRY (WS-ACCH-SLOT))
                   = WS-ACCH-KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
                   MOVE 'Y' TO WS-ACCH-DONE-SWITCH
               ELSE
                   ADD 1 TO WS-ACCH-SLOT
                   IF WS-ACCH-SLOT > WS-ACCH-MODULUS
                       MOVE 1 TO WS-ACCH-SLOT
                   END-IF
               END-IF
           END-IF.

       0500-REVIEW-ACCOUNTS.
           MOVE 0 TO WS-DRM-SUB
           PERFORM 0510-REVIEW-NEXT-ACCOUNT
               UNTIL WS-DRM-SUB >= WS-DRM-COUNT.

      *    THE IDLE PERIOD RUNS FROM THE NEWEST POSTING ON THE AUDIT
      *    TRAIL.  A POSITION ON BALFILE PROVES A POSTING IN THE OPEN
      *    PERIOD, SO THE PERIOD START STANDS IN WHEN IT IS LATER.
      *    WITH NEITHER, THE ACCOUNT HAS NOT POSTED SINCE IT OPENED,
      *    OR SINCE THE TRAIL STARTS IF IT OPENED BEFORE THAT.
       0510-REVIEW-NEXT-ACCOUNT.
           ADD 1 TO WS-DRM-SUB
           PERFORM 0520-READ-BALANCE
           MOVE WS-DRM-LAST-POST (WS-DRM-SUB) TO WS-REF-DATE
           IF WS-REF-DATE > 0
               MOVE 'Y' TO WS-POST-SEEN-SWITCH
           ELSE
               MOVE 'N' TO WS-POST-SEEN-SWITCH
           END-IF
           IF WS-CARRIES-BALANCE AND WS-PERIOD-START > WS-REF-DATE
               MOVE WS-PERIOD-START TO WS-REF-DATE
           END-IF
           IF WS-REF-DATE = 0
               MOVE WS-DRM-OPEN-DATE (WS-DRM-SUB) TO WS-REF-DATE
               IF WS-TRAIL-START > WS-REF-DATE
                   MOVE WS-TRAIL-START TO WS-REF-DATE
               END-IF
           END-IF
           IF WS-REF-DATE = 0
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
               IF WS-IDLE-WORK < 0
                   MOVE 0 TO WS-IDLE-DAYS
               ELSE
                   IF WS-IDLE-WORK > 99999
                       MOVE 99999 TO WS-IDLE-DAYS
                   ELSE
                       MOVE WS-IDLE-WORK TO WS-IDLE-DAYS
                   END-IF
               END-IF
           END-IF
           IF WS-IDLE-DAYS >= WS-IDLE-DAYS-LIMIT
               PERFORM 0530-REPORT-IDLE-ACCOUNT
               PERFORM 0540-WRITE-FREEZE-CARD
           END-IF.

      *    AN OPEN ACCOUNT NOT YET ON BALFILE HAS NEVER POSTED.
       0520-READ-BALANCE.
           MOVE SPACES TO BAL-KEY
           MOVE WS-DRM-ID (WS-DRM-SUB) TO BAL-ACCOUNT
           READ BAL-FILE
               INVALID KEY
                   MOVE 0 TO WS-BAL-AREA-1
                   MOVE 0 TO WS-BAL-AREA-2
               NOT INVALID KEY
                   MOVE BAL-AREA-1 TO WS-BAL-AREA-1
                   MOVE BAL-AREA-2 TO WS-BAL-AREA-2
           END-READ
           IF WS-BAL-AREA-1 NOT = 0 OR WS-BAL-AREA-2 NOT = 0
               MOVE 'Y' TO WS-CARRIES-BAL-SWITCH
           ELSE
               MOVE 'N' TO WS-CARRIES-BAL-SWITCH
           END-IF.

       0530-REPORT-IDLE-ACCOUNT.
           ADD 1 TO WS-IDLE-COUNT
           MOVE WS-DRM-ID (WS-DRM-SUB) TO WS-DL-ACCOUNT
           MOVE WS-DRM-DESC (WS-DRM-SUB) TO WS-DL-DESC
           MOVE WS-DRM-OPEN-DATE (WS-DRM-SUB) TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-DL-OPEN-DATE
           IF WS-POSTING-SEEN
               MOVE WS-DRM-LAST-POST (WS-DRM-SUB) TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-DL-LAST-POST
           ELSE
               MOVE "NONE SEEN" TO WS-DL-LAST-POST
           END-IF
           MOVE WS-IDLE-DAYS TO WS-DL-IDLE-DAYS
           MOVE WS-BAL-AREA-1 TO WS-DL-AREA-1
           MOVE WS-BAL-AREA-2 TO WS-DL-AREA-2
           EVALUATE TRUE
               WHEN WS-CARRIES-BALANCE
                   ADD 1 TO WS-IDLE-BAL-COUNT
                   MOVE "*** IDLE WITH BALANCE ***" TO WS-DL-NOTE
               WHEN NOT WS-POSTING-SEEN
                   AND WS-TRAIL-START > WS-DRM-OPEN-DATE (WS-DRM-SUB)
                   MOVE "IDLE AT LEAST SINCE TRAIL START"
                       TO WS-DL-NOTE
               WHEN NOT WS-POSTING-SEEN
                   MOVE "NEVER POSTED" TO WS-DL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-DL-NOTE
           END-EVALUATE
           WRITE DRM-REPORT-RECORD FROM WS-DETAIL-LINE
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0540-WRITE-FREEZE-CARD.
           MOVE SPACES TO FRZ-CARD-RECORD
           MOVE "FRZ" TO FRZ-ACTION
           MOVE WS-DRM-ID (WS-DRM-SUB) TO FRZ-ACCOUNT
           WRITE FRZ-CARD-RECORD
           IF WS-FRZ-CARD-OK
               ADD 1 TO WS-CARD-WRITTEN-COUNT
           ELSE
               DISPLAY "UNABLE TO WRITE FREEZE CARD - STATUS "
                   WS-FRZ-CARD-STATUS " - ACCOUNT "
                   WS-DRM-ID (WS-DRM-SUB)
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       1000-PRODUCE-COUNTS.
           WRITE DRM-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "ACCOUNT MASTER RECORDS READ =" TO WS-CT-LABEL
           MOVE WS-ACCT-READ-COUNT TO WS-CT-VALUE
           WRITE DRM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "OPEN ACCOUNTS REVIEWED      =" TO WS-CT-LABEL
           MOVE WS-OPEN-COUNT TO WS-CT-VALUE
           WRITE DRM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "AUDIT RECORDS READ          =" TO WS-CT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-CT-VALUE
           WRITE DRM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "POSTINGS TO OPEN ACCOUNTS   =" TO WS-CT-LABEL
           MOVE WS-POSTING-COUNT TO WS-CT-VALUE
           WRITE DRM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS IDLE PAST LIMIT    =" TO WS-CT-LABEL
           MOVE WS-IDLE-COUNT TO WS-CT-VALUE
           WRITE DRM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "IDLE AND CARRYING A BALANCE =" TO WS-CT-LABEL
           MOVE WS-IDLE-BAL-COUNT TO WS-CT-VALUE
           WRITE DRM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "FRZ CARDS WRITTEN           =" TO WS-CT-LABEL
           MOVE WS-CARD-WRITTEN-COUNT TO WS-CT-VALUE
           WRITE DRM-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-TRAIL-START > 0
               MOVE WS-TRAIL-START TO WS-EDIT-DATE
               MOVE SPACES TO WS-TEXT-LINE
               STRING "AUDIT TRAIL STARTS " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               WRITE DRM-REPORT-RECORD FROM WS-TEXT-LINE
           END-IF
           IF WS-DRM-TABLE-FULL
               MOVE "*** ACCOUNT TABLE FULL - REVIEW INCOMPLETE"
                   TO WS-TEXT-LINE
               WRITE DRM-REPORT-RECORD FROM WS-TEXT-LINE
           END-IF
           IF NOT WS-AUDIT-OPENED
               MOVE SPACES TO WS-TEXT-LINE
               STRING "*** AUDITFL NOT READ - STATUS " DELIMITED BY SIZE
                   WS-AUDIT-STATUS DELIMITED BY SIZE
                   " - NO ACCOUNT REVIEWED" DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               WRITE DRM-REPORT-RECORD FROM WS-TEXT-LINE
           END-IF.

       9999-TERMINATE.
           CLOSE ACCT-FILE
           IF WS-AUDIT-OPENED
               CLOSE AUDIT-FILE
           END-IF
           CLOSE BAL-FILE
           CLOSE FRZ-CARD-FILE
           CLOSE DRM-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
