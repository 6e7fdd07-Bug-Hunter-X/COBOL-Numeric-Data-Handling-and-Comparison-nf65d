       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL23.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPA-CARD-FILE ASSIGN TO PPACARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPA-CARD-STATUS.

           SELECT OPTIONAL PPA-PARM-FILE ASSIGN TO PPAPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPA-PARM-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIODFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BALHIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GLEXT-FILE ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT PPA-REPORT-FILE ASSIGN TO PPARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PPA-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PPA-CARD-RECORD.
           05  PPA-PERIOD-X         PIC X(6).
           05  PPA-PERIOD REDEFINES PPA-PERIOD-X
                                    PIC 9(6).
           05  FILLER               PIC X(1).
           05  PPA-ACCOUNT          PIC X(4).
           05  FILLER               PIC X(1).
           05  PPA-ACCUM            PIC X(1).
               88  PPA-ACCUM-AREA-1          VALUE '1'.
               88  PPA-ACCUM-AREA-2          VALUE '2'.
           05  FILLER               PIC X(1).
           05  PPA-SIGN             PIC X(1).
               88  PPA-SIGN-VALID            VALUE '+' '-' ' '.
               88  PPA-SIGN-MINUS            VALUE '-'.
           05  PPA-AMOUNT-X         PIC X(9).
           05  PPA-AMOUNT REDEFINES PPA-AMOUNT-X
                                    PIC 9(9).
           05  FILLER               PIC X(1).
           05  PPA-DESC             PIC X(30).
           05  FILLER               PIC X(25).

       FD  PPA-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PPA-PARM-RECORD.
           05  PPP-LIMIT-X          PIC X(2).
           05  PPP-LIMIT REDEFINES PPP-LIMIT-X
                                    PIC 9(2).
           05  FILLER               PIC X(78).

       FD  PERIOD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY PERDREC.

       FD  BALHIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY BALHREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
           COPY AUDITREC.

       FD  GLEXT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GLEXT-RECORD                PIC X(80).

       FD  PPA-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  PPA-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PPA-CARD-STATUS       PIC X(2)   VALUE '00'.
           88  WS-PPA-CARD-OK                  VALUE '00'.

       01  WS-PPA-PARM-STATUS       PIC X(2)   VALUE '00'.
           88  WS-PPA-PARM-OK                  VALUE '00'.

       01  WS-PERIOD-STATUS         PIC X(2)   VALUE '00'.
           88  WS-PERIOD-OK                    VALUE '00'.

       01  WS-BALHIST-STATUS        PIC X(2)   VALUE '00'.
           88  WS-BALHIST-OK                   VALUE '00'.

       01  WS-AUDIT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-AUDIT-OK                     VALUE '00'.

       01  WS-GLEXT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-GLEXT-OK                     VALUE '00'.

       01  WS-PPARPT-STATUS         PIC X(2)   VALUE '00'.
           88  WS-PPARPT-OK                    VALUE '00'.

       01  WS-CARD-EOF-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-CARD-EOF                     VALUE 'Y'.

       01  WS-BALHIST-EOF-SWITCH    PIC X(1)   VALUE 'N'.
           88  WS-BALHIST-EOF                  VALUE 'Y'.

       01  WS-RUN-OK-SWITCH         PIC X(1)   VALUE 'Y'.
           88  WS-RUN-APPROVED                 VALUE 'Y'.

       01  WS-BALHIST-OPEN-SWITCH   PIC X(1)   VALUE 'N'.
           88  WS-BALHIST-OPENED               VALUE 'Y'.

       01  WS-CARD-OK-SWITCH        PIC X(1)   VALUE 'Y'.
           88  WS-CARD-OK                      VALUE 'Y'.

       01  WS-GL-HEADER-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-GL-HEADER-WRITTEN            VALUE 'Y'.

       COPY GLEXREC.

      *    HOW MANY CLOSED PERIODS BACK AN ADJUSTMENT MAY REACH - THE
      *    LAST CLOSED PERIOD IS 1.  PPAPRM COLS 1-2; DEFAULT 3.
       01  WS-PERIOD-LIMIT          PIC 9(2)   VALUE 3.

       01  WS-LAST-CLOSED           PIC 9(6)   VALUE 0.
       01  WS-RUN-PERIOD            PIC 9(6)   VALUE 0.

       01  WS-WORK-PERIOD           PIC 9(6)   VALUE 0.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).

       01  WS-CLOSED-INDEX          PIC S9(9)  COMP VALUE 0.
       01  WS-RUN-INDEX             PIC S9(9)  COMP VALUE 0.
       01  WS-PERIODS-BACK          PIC S9(9)  COMP VALUE 0.
       01  WS-GENERATION            PIC 9(2)   VALUE 0.

      *    THE VALID CARDS OF THE RUN, HELD UNTIL THE SNAPSHOT PASS
      *    REACHES THEIR ACCOUNT.  A CARD STAYS PENDING UNTIL IT IS
      *    APPLIED OR REFUSED; ONE STILL PENDING AFTER THE PASS NAMED
      *    AN ACCOUNT NOT ON THE PERIOD'S SNAPSHOT.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY        OCCURS 500 TIMES.
               10  WS-CD-NUMBER     PIC 9(4).
               10  WS-CD-ACCOUNT    PIC X(4).
               10  WS-CD-ACCUM      PIC X(1).
               10  WS-CD-AMOUNT     PIC S9(9)  COMP-3.
               10  WS-CD-DESC       PIC X(30).
               10  WS-CD-STATE      PIC X(1).
                   88  WS-CD-PENDING           VALUE 'P'.
                   88  WS-CD-APPLIED           VALUE 'A'.
                   88  WS-CD-REFUSED           VALUE 'R'.
       01  WS-CARD-TOTAL            PIC 9(4)   COMP VALUE 0.
       01  WS-CARD-MAX              PIC 9(4)   COMP VALUE 500.
       01  WS-CARD-SUB              PIC 9(4)   COMP VALUE 0.
       01  WS-CARD-NUMBER           PIC 9(4)   VALUE 0.

      *    ONE SNAPSHOT ACCOUNT'S ADJUSTMENTS.  THE RESTATED FIGURES
      *    ARE WORKED WIDE SO A CARD THAT WOULD CARRY AN ACCUMULATOR
      *    PAST 999999999 IS CAUGHT BEFORE THE SNAPSHOT IS TOUCHED.
       01  WS-CURRENT-ACCOUNT       PIC X(4)   VALUE SPACES.
       01  WS-ACCOUNT-CARDS         PIC 9(4)   COMP VALUE 0.
       01  WS-DELTA-AREA-1          PIC S9(11) COMP-3 VALUE 0.
       01  WS-DELTA-AREA-2          PIC S9(11) COMP-3 VALUE 0.
       01  WS-NEW-AREA-1            PIC S9(11) COMP-3 VALUE 0.
       01  WS-NEW-AREA-2            PIC S9(11) COMP-3 VALUE 0.
       01  WS-BEFORE-AREA-1         PIC S9(9)  COMP-3 VALUE 0.
       01  WS-BEFORE-AREA-2         PIC S9(9)  COMP-3 VALUE 0.
       01  WS-RUNNING-AREA-1        PIC S9(9)  COMP-3 VALUE 0.
       01  WS-RUNNING-AREA-2        PIC S9(9)  COMP-3 VALUE 0.
       01  WS-ACCUM-CEILING         PIC S9(9)  COMP-3
                                               VALUE 999999999.

       01  WS-GL-DEBIT              PIC S9(11) VALUE 0.
       01  WS-GL-CREDIT             PIC S9(11) VALUE 0.
       01  WS-GL-RECORD-COUNT       PIC 9(6)   VALUE 0.
       01  WS-GL-HASH               PIC S9(13) VALUE 0.

       01  WS-CARD-READ-COUNT       PIC 9(9)   VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(9)   VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(9)   VALUE 0.
       01  WS-SNAP-READ-COUNT       PIC 9(9)   VALUE 0.
       01  WS-RESTATED-COUNT        PIC 9(9)   VALUE 0.
       01  WS-AUDIT-WRITTEN-COUNT   PIC 9(9)   VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RT-HH             PIC 99.
           05  WS-RT-MM             PIC 99.
           05  WS-RT-SS             PIC 99.
           05  WS-RT-HS             PIC 99.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(30)
                   VALUE "PRIOR-PERIOD ADJUSTMENTS".
           05  WS-H-RUN-DATE        PIC 9999/99/99.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WS-H-RUN-TIME.
               10  WS-H-RT-HH       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-MM       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-SS       PIC 99.
           05  FILLER               PIC X(16)
                   VALUE "  LAST CLOSED".
           05  WS-H-LAST-CLOSED     PIC 9999/99.
           05  FILLER               PIC X(10)  VALUE "  LIMIT".
           05  WS-H-LIMIT           PIC Z9.
           05  FILLER               PIC X(44)  VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER               PIC X(5)   VALUE "CARD".
           05  WS-CL-NUMBER         PIC ZZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-CL-PERIOD         PIC X(6).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-CL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-CL-ACCUM          PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACES.
           05  WS-CL-AMOUNT         PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-CL-MESSAGE        PIC X(50).
           05  FILLER               PIC X(34)  VALUE SPACES.

       01  WS-RESTATE-LINE.
           05  FILLER               PIC X(7)   VALUE SPACES.
           05  FILLER               PIC X(9)   VALUE "RESTATED".
           05  WS-RL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-RL-PERIOD         PIC 9999/99.
           05  FILLER               PIC X(12)  VALUE "   WS-AREA-1".
           05  FILLER               PIC X(8)   VALUE " BEFORE".
           05  WS-RL-BEFORE-1       PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(7)   VALUE " AFTER".
           05  WS-RL-AFTER-1        PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(12)  VALUE "   WS-AREA-2".
           05  FILLER               PIC X(8)   VALUE " BEFORE".
           05  WS-RL-BEFORE-2       PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(7)   VALUE " AFTER".
           05  WS-RL-AFTER-2        PIC ZZZZZZZZ9-.
           05  FILLER               PIC X(9)   VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-TEXT-LINE             PIC X(132).

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           88  WS-RC-ALL-APPLIED               VALUE 0.
           88  WS-RC-CARD-ERRORS               VALUE 4.
           88  WS-RC-RUN-REFUSED               VALUE 12.
           88  WS-RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           IF WS-RUN-APPROVED
               PERFORM 0400-RESTATE-SNAPSHOT UNTIL WS-BALHIST-EOF
               PERFORM 0700-REFUSE-UNMATCHED-CARDS
           END-IF
           PERFORM 1000-PRODUCE-COUNTS
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0150-READ-LIMIT-PARM
           PERFORM 0160-READ-PERIOD-CONTROL
      *    NO CARD MAY BE APPLIED WITHOUT ITS AUDIT AND GL RECORDS.
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
           OPEN OUTPUT PPA-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           MOVE WS-LAST-CLOSED TO WS-H-LAST-CLOSED
           MOVE WS-PERIOD-LIMIT TO WS-H-LIMIT
           WRITE PPA-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE PPA-REPORT-RECORD FROM WS-BLANK-LINE
           IF WS-RUN-APPROVED
               OPEN INPUT PPA-CARD-FILE
               PERFORM 0210-READ-CARD
               PERFORM 0200-LOAD-CARD UNTIL WS-CARD-EOF
               CLOSE PPA-CARD-FILE
               IF WS-CARD-TOTAL = 0
                   MOVE "NO VALID ADJUSTMENT CARDS - NOTHING RESTATED"
                       TO WS-TEXT-LINE
                   WRITE PPA-REPORT-RECORD FROM WS-TEXT-LINE
                   MOVE 'N' TO WS-RUN-OK-SWITCH
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RUN-APPROVED
               PERFORM 0300-VALIDATE-RUN-PERIOD
           END-IF
           IF WS-RUN-APPROVED
               PERFORM 0350-OPEN-SNAPSHOT
           END-IF
           WRITE PPA-REPORT-RECORD FROM WS-BLANK-LINE.

       0150-READ-LIMIT-PARM.
           OPEN INPUT PPA-PARM-FILE
           IF WS-PPA-PARM-OK
               READ PPA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPP-LIMIT IS NUMERIC AND PPP-LIMIT > 0
                           MOVE PPP-LIMIT TO WS-PERIOD-LIMIT
                       END-IF
               END-READ
           END-IF
           CLOSE PPA-PARM-FILE.

      *    THE CONTROL RECORD DESCRIBES THE OPEN PERIOD, SO THE LAST
      *    CLOSED PERIOD IS THE MONTH BEFORE IT.
       0160-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "UNABLE TO OPEN PERIOD CONTROL FILE - STATUS "
                   WS-PERIOD-STATUS " - RUN REFUSED"
               MOVE 'N' TO WS-RUN-OK-SWITCH
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               READ PERIOD-FILE
                   AT END
                       DISPLAY "PERIOD CONTROL FILE EMPTY - "
                           "RUN REFUSED"
                       MOVE 'N' TO WS-RUN-OK-SWITCH
                       MOVE 12 TO WS-RETURN-CODE
                   NOT AT END
                       IF PER-CLOSED
                           MOVE PER-PERIOD TO WS-LAST-CLOSED
                       ELSE
                           MOVE PER-PERIOD TO WS-WORK-PERIOD
                           IF WS-WORK-MONTH = 1
                               SUBTRACT 1 FROM WS-WORK-YEAR
                               MOVE 12 TO WS-WORK-MONTH
                           ELSE
                               SUBTRACT 1 FROM WS-WORK-MONTH
                           END-IF
                           MOVE WS-WORK-PERIOD TO WS-LAST-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE PERIOD-FILE.

      *    EVERY CARD IS EDITED AS IT IS READ.  THE FIRST GOOD CARD
      *    SETS THE PERIOD OF THE RUN - ONE RUN RESTATES ONE PERIOD,
      *    SINCE THE BALHIST DD NAMES ONE GENERATION.
       0200-LOAD-CARD.
           ADD 1 TO WS-CARD-READ-COUNT
           ADD 1 TO WS-CARD-NUMBER
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-CARD-LINE
           MOVE "CARD" TO WS-CARD-LINE (1:4)
           MOVE WS-CARD-NUMBER TO WS-CL-NUMBER
           MOVE PPA-PERIOD-X TO WS-CL-PERIOD
           MOVE PPA-ACCOUNT TO WS-CL-ACCOUNT
           EVALUATE TRUE
               WHEN PPA-ACCUM-AREA-1
                   MOVE "WS-AREA-1" TO WS-CL-ACCUM
               WHEN PPA-ACCUM-AREA-2
                   MOVE "WS-AREA-2" TO WS-CL-ACCUM
               WHEN OTHER
                   MOVE PPA-ACCUM TO WS-CL-ACCUM
           END-EVALUATE
           IF PPA-AMOUNT IS NUMERIC
               MOVE PPA-AMOUNT TO WS-CL-AMOUNT
               IF PPA-SIGN-MINUS
                   COMPUTE WS-CL-AMOUNT = 0 - PPA-AMOUNT
               END-IF
           ELSE
               MOVE 0 TO WS-CL-AMOUNT
           END-IF
           PERFORM 0220-EDIT-CARD
           IF WS-CARD-OK
               PERFORM 0230-HOLD-CARD
           END-IF
           IF NOT WS-CARD-OK
               ADD 1 TO WS-ERROR-COUNT
               WRITE PPA-REPORT-RECORD FROM WS-CARD-LINE
           END-IF
           PERFORM 0210-READ-CARD.

       0210-READ-CARD.
           READ PPA-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-READ.

       0220-EDIT-CARD.
           MOVE PPA-PERIOD-X TO WS-WORK-PERIOD
           EVALUATE TRUE
               WHEN PPA-PERIOD IS NOT NUMERIC
                   MOVE "PERIOD NOT YYYYMM - CARD IGNORED"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
                   MOVE "PERIOD NOT YYYYMM - CARD IGNORED"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN PPA-ACCOUNT = SPACES
                   MOVE "ACCOUNT ID MISSING - CARD IGNORED"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN NOT PPA-ACCUM-AREA-1 AND NOT PPA-ACCUM-AREA-2
                   MOVE "ACCUMULATOR NOT 1 OR 2 - CARD IGNORED"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN NOT PPA-SIGN-VALID
                   MOVE "SIGN NOT + OR - - CARD IGNORED"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN PPA-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NINE DIGITS - CARD IGNORED"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN PPA-AMOUNT = 0
                   MOVE "AMOUNT IS ZERO - CARD IGNORED"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN WS-RUN-PERIOD NOT = 0
                   AND PPA-PERIOD NOT = WS-RUN-PERIOD
                   MOVE "ONE PERIOD PER RUN - RESUBMIT SEPARATELY"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN WS-CARD-TOTAL >= WS-CARD-MAX
                   MOVE "CARD TABLE FULL - RESUBMIT IN A LATER RUN"
                       TO WS-CL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0230-HOLD-CARD.
           IF WS-RUN-PERIOD = 0
               MOVE PPA-PERIOD TO WS-RUN-PERIOD
           END-IF
           ADD 1 TO WS-CARD-TOTAL
           MOVE WS-CARD-NUMBER TO WS-CD-NUMBER (WS-CARD-TOTAL)
           MOVE PPA-ACCOUNT TO WS-CD-ACCOUNT (WS-CARD-TOTAL)
           MOVE PPA-ACCUM TO WS-CD-ACCUM (WS-CARD-TOTAL)
           MOVE PPA-AMOUNT TO WS-CD-AMOUNT (WS-CARD-TOTAL)
           IF PPA-SIGN-MINUS
               COMPUTE WS-CD-AMOUNT (WS-CARD-TOTAL) =
                   0 - WS-CD-AMOUNT (WS-CARD-TOTAL)
           END-IF
           MOVE PPA-DESC TO WS-CD-DESC (WS-CARD-TOTAL)
           MOVE 'P' TO WS-CD-STATE (WS-CARD-TOTAL).

      *    THE PERIOD MUST ALREADY BE CLOSED AND NO FURTHER BACK THAN
      *    THE LIMIT.  NOTHING IS CHANGED WHEN THE RUN IS REFUSED.
       0300-VALIDATE-RUN-PERIOD.
           MOVE WS-LAST-CLOSED TO WS-WORK-PERIOD
           COMPUTE WS-CLOSED-INDEX = WS-WORK-YEAR * 12 + WS-WORK-MONTH
           MOVE WS-RUN-PERIOD TO WS-WORK-PERIOD
           COMPUTE WS-RUN-INDEX = WS-WORK-YEAR * 12 + WS-WORK-MONTH
           COMPUTE WS-PERIODS-BACK = WS-CLOSED-INDEX - WS-RUN-INDEX + 1
           MOVE SPACES TO WS-TEXT-LINE
           EVALUATE TRUE
               WHEN WS-PERIODS-BACK < 1
                   STRING "*** PERIOD " WS-RUN-PERIOD
                       " IS NOT CLOSED - RUN REFUSED, NOTHING CHANGED"
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
                   MOVE 'N' TO WS-RUN-OK-SWITCH
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-PERIODS-BACK > WS-PERIOD-LIMIT
                   STRING "*** PERIOD " WS-RUN-PERIOD
                       " IS OLDER THAN THE PPAPRM LIMIT - RUN "
                       "REFUSED, NOTHING CHANGED"
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
                   MOVE 'N' TO WS-RUN-OK-SWITCH
                   MOVE 12 TO WS-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-RUN-APPROVED
               WRITE PPA-REPORT-RECORD FROM WS-TEXT-LINE
               DISPLAY WS-TEXT-LINE (1:80)
           END-IF.

      *    EACH CLOSE WRITES ONE BALHIST GENERATION, SO THE PERIOD'S
      *    SNAPSHOT IS THE GENERATION AS MANY BACK FROM THE LATEST AS
      *    THE PERIOD IS BEFORE THE LAST CLOSE.  THE DD IS SET BY
      *    HAND; IF IT NAMES THE WRONG ONE THE RUN SAYS WHICH TO USE.
       0350-OPEN-SNAPSHOT.
           COMPUTE WS-GENERATION = WS-PERIODS-BACK - 1
           OPEN I-O BALHIST-FILE
           IF NOT WS-BALHIST-OK
               DISPLAY "UNABLE TO OPEN BALHIST - STATUS "
                   WS-BALHIST-STATUS " - RUN REFUSED"
               MOVE 'N' TO WS-RUN-OK-SWITCH
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-BALHIST-OPEN-SWITCH
               PERFORM 0450-READ-SNAPSHOT
               MOVE SPACES TO WS-TEXT-LINE
               IF WS-BALHIST-EOF
                   STRING "*** BALHIST GENERATION IS EMPTY - POINT "
                       "THE DD AT BALHIST(-" WS-GENERATION
                       ") FOR PERIOD " WS-RUN-PERIOD
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
                   MOVE 'N' TO WS-RUN-OK-SWITCH
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   IF BALH-PERIOD NOT = WS-RUN-PERIOD
                       STRING "*** BALHIST DD HOLDS PERIOD "
                           BALH-PERIOD " - POINT IT AT BALHIST(-"
                           WS-GENERATION ") FOR PERIOD "
                           WS-RUN-PERIOD
                           DELIMITED BY SIZE INTO WS-TEXT-LINE
                       END-STRING
                       MOVE 'N' TO WS-RUN-OK-SWITCH
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
               IF NOT WS-RUN-APPROVED
                   WRITE PPA-REPORT-RECORD FROM WS-TEXT-LINE
                   DISPLAY WS-TEXT-LINE (1:80)
               END-IF
           END-IF.

       0400-RESTATE-SNAPSHOT.
           ADD 1 TO WS-SNAP-READ-COUNT
           MOVE BALH-ACCOUNT TO WS-CURRENT-ACCOUNT
           MOVE 0 TO WS-ACCOUNT-CARDS
           MOVE 0 TO WS-DELTA-AREA-1
           MOVE 0 TO WS-DELTA-AREA-2
           MOVE 0 TO WS-CARD-SUB
           PERFORM 0410-SUM-ACCOUNT-CARD
               UNTIL WS-CARD-SUB >= WS-CARD-TOTAL
           IF WS-ACCOUNT-CARDS > 0
               COMPUTE WS-NEW-AREA-1 = BALH-AREA-1 + WS-DELTA-AREA-1
               COMPUTE WS-NEW-AREA-2 = BALH-AREA-2 + WS-DELTA-AREA-2
               IF FUNCTION ABS (WS-NEW-AREA-1) > WS-ACCUM-CEILING
                   OR FUNCTION ABS (WS-NEW-AREA-2) > WS-ACCUM-CEILING
                   MOVE "WOULD CARRY ACCUMULATOR PAST 999999999"
                       TO WS-CL-MESSAGE
                   MOVE 0 TO WS-CARD-SUB
                   PERFORM 0420-REFUSE-ACCOUNT-CARD
                       UNTIL WS-CARD-SUB >= WS-CARD-TOTAL
               ELSE
                   PERFORM 0500-APPLY-ACCOUNT-CARDS
               END-IF
           END-IF
           PERFORM 0450-READ-SNAPSHOT.

       0410-SUM-ACCOUNT-CARD.
           ADD 1 TO WS-CARD-SUB
           IF WS-CD-PENDING (WS-CARD-SUB)
               AND WS-CD-ACCOUNT (WS-CARD-SUB) = WS-CURRENT-ACCOUNT
               ADD 1 TO WS-ACCOUNT-CARDS
               IF WS-CD-ACCUM (WS-CARD-SUB) = '1'
                   ADD WS-CD-AMOUNT (WS-CARD-SUB) TO WS-DELTA-AREA-1
               ELSE
                   ADD WS-CD-AMOUNT (WS-CARD-SUB) TO WS-DELTA-AREA-2
               END-IF
           END-IF.

      *    THE ACCOUNT'S CARDS STAND OR FALL TOGETHER, SO A REFUSED
      *    ACCOUNT IS LEFT EXACTLY AS IT WAS CLOSED.
       0420-REFUSE-ACCOUNT-CARD.
           ADD 1 TO WS-CARD-SUB
           IF WS-CD-PENDING (WS-CARD-SUB)
               AND WS-CD-ACCOUNT (WS-CARD-SUB) = WS-CURRENT-ACCOUNT
               MOVE 'R' TO WS-CD-STATE (WS-CARD-SUB)
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 0600-PRINT-HELD-CARD
           END-IF.

       0450-READ-SNAPSHOT.
           READ BALHIST-FILE
               AT END
                   MOVE 'Y' TO WS-BALHIST-EOF-SWITCH
           END-READ.

      *    EACH CARD IS AUDITED ON ITS OWN, BEFORE AND AFTER RUNNING
      *    THROUGH THE ACCOUNT'S CARDS IN DECK ORDER.  THE SNAPSHOT
      *    DATE IS LEFT ALONE - IT IS THE CUTOVER THE BALFILE VERIFY
      *    WORKS FROM, AND THE CLOSE ITSELF DID NOT MOVE.
       0500-APPLY-ACCOUNT-CARDS.
           MOVE BALH-AREA-1 TO WS-BEFORE-AREA-1
           MOVE BALH-AREA-2 TO WS-BEFORE-AREA-2
           MOVE BALH-AREA-1 TO WS-RUNNING-AREA-1
           MOVE BALH-AREA-2 TO WS-RUNNING-AREA-2
           MOVE 0 TO WS-CARD-SUB
           PERFORM 0510-APPLY-ACCOUNT-CARD
               UNTIL WS-CARD-SUB >= WS-CARD-TOTAL
           MOVE WS-RUNNING-AREA-1 TO BALH-AREA-1
           MOVE WS-RUNNING-AREA-2 TO BALH-AREA-2
           REWRITE BALHIST-RECORD
           IF NOT WS-BALHIST-OK
               DISPLAY "UNABLE TO REWRITE BALHIST - STATUS "
                   WS-BALHIST-STATUS " - ACCOUNT " WS-CURRENT-ACCOUNT
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WS-RESTATED-COUNT
           MOVE WS-CURRENT-ACCOUNT TO WS-RL-ACCOUNT
           MOVE WS-RUN-PERIOD TO WS-RL-PERIOD
           MOVE WS-BEFORE-AREA-1 TO WS-RL-BEFORE-1
           MOVE WS-RUNNING-AREA-1 TO WS-RL-AFTER-1
           MOVE WS-BEFORE-AREA-2 TO WS-RL-BEFORE-2
           MOVE WS-RUNNING-AREA-2 TO WS-RL-AFTER-2
           WRITE PPA-REPORT-RECORD FROM WS-RESTATE-LINE
           WRITE PPA-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-DELTA-AREA-1 TO WS-GL-DEBIT
           COMPUTE WS-GL-CREDIT = 0 - WS-DELTA-AREA-2
           PERFORM 0550-WRITE-GL-DETAIL.

       0510-APPLY-ACCOUNT-CARD.
           ADD 1 TO WS-CARD-SUB
           IF WS-CD-PENDING (WS-CARD-SUB)
               AND WS-CD-ACCOUNT (WS-CARD-SUB) = WS-CURRENT-ACCOUNT
               MOVE 'A' TO WS-CD-STATE (WS-CARD-SUB)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-RUN-DATE TO AUD-TS-DATE
               MOVE WS-RT-HH TO AUD-TS-HH
               MOVE WS-RT-MM TO AUD-TS-MM
               MOVE WS-RT-SS TO AUD-TS-SS
               MOVE WS-CURRENT-ACCOUNT TO AUD-ACCOUNT
               IF WS-CD-ACCUM (WS-CARD-SUB) = '1'
                   MOVE "WS-AREA-1" TO AUD-ACCUM-ID
                   MOVE WS-RUNNING-AREA-1 TO AUD-BEFORE-VALUE
                   ADD WS-CD-AMOUNT (WS-CARD-SUB) TO WS-RUNNING-AREA-1
                   MOVE WS-RUNNING-AREA-1 TO AUD-AFTER-VALUE
               ELSE
                   MOVE "WS-AREA-2" TO AUD-ACCUM-ID
                   MOVE WS-RUNNING-AREA-2 TO AUD-BEFORE-VALUE
                   ADD WS-CD-AMOUNT (WS-CARD-SUB) TO WS-RUNNING-AREA-2
                   MOVE WS-RUNNING-AREA-2 TO AUD-AFTER-VALUE
               END-IF
               MOVE WS-RUN-PERIOD TO AUD-PPA-PERIOD
               MOVE WS-CD-NUMBER (WS-CARD-SUB) TO AUD-PPA-CARD-NO
               MOVE SPACES TO AUD-CHECKER-ID
               MOVE "PPAD" TO AUD-REASON-CODE
               MOVE 0 TO AUD-CYCLE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-OK
                   ADD 1 TO WS-AUDIT-WRITTEN-COUNT
               ELSE
                   DISPLAY "UNABLE TO WRITE AUDITFL - STATUS "
                       WS-AUDIT-STATUS " - ACCOUNT " WS-CURRENT-ACCOUNT
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
               MOVE WS-CD-DESC (WS-CARD-SUB) TO WS-CL-MESSAGE
               PERFORM 0600-PRINT-HELD-CARD
           END-IF.

      *    THE PRIOR-PERIOD EXTRACT IS ITS OWN H / D / T ENVELOPE
      *    UNDER CYCLE 00, TYPE P, CARRYING THE PERIOD RESTATED, WITH
      *    THE HEADER WRITTEN AHEAD OF THE FIRST DETAIL.  CREDITS
      *    DRIVE WS-AREA-2 DOWN, SO THE CREDIT IS THE NEGATED MOVE.
       0550-WRITE-GL-DETAIL.
           IF NOT WS-GL-HEADER-WRITTEN
               MOVE SPACES TO GLEXT-HEADER
               MOVE 'H' TO GLH-RECORD-TYPE
               MOVE WS-RUN-DATE TO GLH-RUN-DATE
               MOVE 0 TO GLH-CYCLE
               MOVE 'P' TO GLH-EXTRACT-TYPE
               MOVE WS-RUN-PERIOD TO GLH-PERIOD
               WRITE GLEXT-RECORD FROM GLEXT-HEADER
               ADD 1 TO WS-GL-RECORD-COUNT
               MOVE 'Y' TO WS-GL-HEADER-SWITCH
           END-IF
           MOVE SPACES TO GLEXT-DETAIL
           MOVE 'D' TO GLD-RECORD-TYPE
           MOVE WS-GL-DEBIT TO GLD-DEBIT-TOTAL
           MOVE WS-GL-CREDIT TO GLD-CREDIT-TOTAL
           MOVE 0 TO GLD-VARIANCE-DEBITS
           MOVE 0 TO GLD-VARIANCE-CREDITS
           MOVE 0 TO GLD-RETURN-CODE
           MOVE WS-CURRENT-ACCOUNT TO GLD-ACCOUNT
           WRITE GLEXT-RECORD FROM GLEXT-DETAIL
           IF NOT WS-GLEXT-OK
               DISPLAY "UNABLE TO WRITE GLEXTR - STATUS "
                   WS-GLEXT-STATUS " - ACCOUNT " WS-CURRENT-ACCOUNT
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-GL-DEBIT TO WS-GL-HASH
           ADD WS-GL-CREDIT TO WS-GL-HASH.

      *    THE CALLER HAS ALREADY PUT THE REASON OR DESCRIPTION IN
      *    WS-CL-MESSAGE; EVERY OTHER FIELD ON THE LINE IS SET HERE.
       0600-PRINT-HELD-CARD.
           MOVE WS-CD-NUMBER (WS-CARD-SUB) TO WS-CL-NUMBER
           MOVE WS-RUN-PERIOD TO WS-CL-PERIOD
           MOVE WS-CD-ACCOUNT (WS-CARD-SUB) TO WS-CL-ACCOUNT
           IF WS-CD-ACCUM (WS-CARD-SUB) = '1'
               MOVE "WS-AREA-1" TO WS-CL-ACCUM
           ELSE
               MOVE "WS-AREA-2" TO WS-CL-ACCUM
           END-IF
           MOVE WS-CD-AMOUNT (WS-CARD-SUB) TO WS-CL-AMOUNT
           WRITE PPA-REPORT-RECORD FROM WS-CARD-LINE.

       0700-REFUSE-UNMATCHED-CARDS.
           MOVE 0 TO WS-CARD-SUB
           PERFORM 0710-CHECK-CARD-MATCHED
               UNTIL WS-CARD-SUB >= WS-CARD-TOTAL.

       0710-CHECK-CARD-MATCHED.
           ADD 1 TO WS-CARD-SUB
           IF WS-CD-PENDING (WS-CARD-SUB)
               MOVE 'R' TO WS-CD-STATE (WS-CARD-SUB)
               ADD 1 TO WS-ERROR-COUNT
               MOVE "ACCOUNT NOT ON THE PERIOD'S SNAPSHOT - REFUSED"
                   TO WS-CL-MESSAGE
               PERFORM 0600-PRINT-HELD-CARD
           END-IF.

       1000-PRODUCE-COUNTS.
           WRITE PPA-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "ADJUSTMENT CARDS READ       =" TO WS-CT-LABEL
           MOVE WS-CARD-READ-COUNT TO WS-CT-VALUE
           WRITE PPA-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CARDS APPLIED               =" TO WS-CT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-CT-VALUE
           WRITE PPA-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CARDS IN ERROR OR REFUSED   =" TO WS-CT-LABEL
           MOVE WS-ERROR-COUNT TO WS-CT-VALUE
           WRITE PPA-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "SNAPSHOT RECORDS READ       =" TO WS-CT-LABEL
           MOVE WS-SNAP-READ-COUNT TO WS-CT-VALUE
           WRITE PPA-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS RESTATED           =" TO WS-CT-LABEL
           MOVE WS-RESTATED-COUNT TO WS-CT-VALUE
           WRITE PPA-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ADJUSTMENT AUDIT RECORDS    =" TO WS-CT-LABEL
           MOVE WS-AUDIT-WRITTEN-COUNT TO WS-CT-VALUE
           WRITE PPA-REPORT-RECORD FROM WS-COUNT-LINE.

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
           IF WS-BALHIST-OPENED
               CLOSE BALHIST-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE GLEXT-FILE
           CLOSE PPA-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
