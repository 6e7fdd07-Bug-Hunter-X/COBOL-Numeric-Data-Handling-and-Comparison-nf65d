       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL22.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALHIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL CMP-PARM-FILE ASSIGN TO CMPPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-PARM-STATUS.

           SELECT CMP-REPORT-FILE ASSIGN TO CMPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPRPT-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.

       FD  BALHIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY BALHREC.

       FD  PERIOD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY PERDREC.

       FD  CMP-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CMP-PARM-RECORD.
           05  CMP-MOVE-PCT-X       PIC X(3).
           05  CMP-MOVE-PCT REDEFINES CMP-MOVE-PCT-X
                                    PIC 9(3).
           05  FILLER               PIC X(1).
           05  CMP-FY-START-X       PIC X(2).
           05  CMP-FY-START REDEFINES CMP-FY-START-X
                                    PIC 9(2).
           05  FILLER               PIC X(1).
           05  CMP-END-PERIOD-X     PIC X(6).
           05  CMP-END-PERIOD REDEFINES CMP-END-PERIOD-X
                                    PIC 9(6).
           05  FILLER               PIC X(67).

       FD  CMP-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CMP-REPORT-RECORD           PIC X(132).

       SD  SORT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  SORT-RECORD.
           05  SRT-ACCOUNT          PIC X(4).
           05  SRT-PERIOD           PIC 9(6).
           05  SRT-SLOT             PIC 9(2).
           05  SRT-BALHIST          PIC X(28).

       WORKING-STORAGE SECTION.

       01  WS-BALHIST-STATUS        PIC X(2)   VALUE '00'.
           88  WS-BALHIST-OK                   VALUE '00'.

       01  WS-BALHIST-EOF-SWITCH    PIC X(1)   VALUE 'N'.
           88  WS-BALHIST-EOF                  VALUE 'Y'.

       01  WS-PERIOD-STATUS         PIC X(2)   VALUE '00'.
           88  WS-PERIOD-OK                    VALUE '00'.

       01  WS-CMP-PARM-STATUS       PIC X(2)   VALUE '00'.
           88  WS-CMP-PARM-OK                  VALUE '00'.

       01  WS-CMPRPT-STATUS         PIC X(2)   VALUE '00'.
           88  WS-CMPRPT-OK                    VALUE '00'.

       01  WS-SORT-EOF-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.

       01  WS-RUN-OK-SWITCH         PIC X(1)   VALUE 'Y'.
           88  WS-RUN-OK                       VALUE 'Y'.

      *    A MONTH-OVER-MONTH MOVE BIGGER THAN THIS PERCENTAGE OF THE
      *    PRIOR PERIOD'S FIGURE FLAGS THE LINE (CMPPRM COLS 1-3).
       01  WS-MOVE-PCT              PIC 9(3)   VALUE 10.

      *    FIRST MONTH OF THE FISCAL YEAR (CMPPRM COLS 5-6); THE
      *    YEAR-TO-DATE COLUMNS RESTART AT EACH PERIOD IN THAT MONTH.
       01  WS-FY-START-MONTH        PIC 9(2)   VALUE 1.

      *    NEWEST PERIOD ON THE REPORT - THE LAST CLOSED PERIOD OFF
      *    PERIODFL UNLESS CMPPRM COLS 8-13 NAME AN EARLIER ONE, SO
      *    A PAST MONTH-END PACK CAN BE REPRINTED.
       01  WS-END-PERIOD            PIC 9(6)   VALUE 0.
       01  WS-END-PERIOD-R REDEFINES WS-END-PERIOD.
           05  WS-END-YEAR          PIC 9(4).
           05  WS-END-MONTH         PIC 9(2).
       01  WS-LAST-CLOSED           PIC 9(6)   VALUE 0.

       01  WS-WORK-PERIOD           PIC 9(6)   VALUE 0.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).

      *    THE WINDOW HOLDS 24 CONSECUTIVE PERIODS, OLDEST IN SLOT 1.
      *    ONLY THE NEWEST 12 PRINT; THE OLDER 12 ARE LOADED SO THE
      *    FIRST PRINTED PERIOD HAS ITS PRIOR MONTH AND ITS WHOLE
      *    FISCAL YEAR TO DATE BEHIND IT.
       01  WS-WINDOW-TABLE.
           05  WS-WIN-ENTRY         OCCURS 24 TIMES.
               10  WS-WIN-PERIOD    PIC 9(6).
               10  WS-WIN-PERIOD-R REDEFINES WS-WIN-PERIOD.
                   15  WS-WIN-YEAR  PIC 9(4).
                   15  WS-WIN-MONTH PIC 9(2).
               10  WS-WIN-TOTAL-1   PIC S9(13) COMP-3.
               10  WS-WIN-TOTAL-2   PIC S9(13) COMP-3.
               10  WS-WIN-ON-FILE   PIC 9(9)   COMP.
               10  WS-WIN-NEW       PIC 9(9)   COMP.
               10  WS-WIN-MISSING   PIC 9(9)   COMP.
               10  WS-WIN-FLAGGED   PIC 9(9)   COMP.
       01  WS-WIN-SIZE              PIC 9(4)   COMP VALUE 24.
       01  WS-WIN-FIRST-PRINTED     PIC 9(4)   COMP VALUE 13.
       01  WS-WIN-SUB               PIC 9(4)   COMP VALUE 0.
       01  WS-PRIOR-SUB             PIC 9(4)   COMP VALUE 0.

       01  WS-START-INDEX           PIC S9(9)  COMP VALUE 0.
       01  WS-RECORD-INDEX          PIC S9(9)  COMP VALUE 0.
       01  WS-RECORD-SLOT           PIC S9(9)  COMP VALUE 0.

      *    ONE ACCOUNT'S SNAPSHOTS ACROSS THE WINDOW, GATHERED OFF
      *    THE SORTED HISTORY BEFORE ITS BLOCK PRINTS.
       01  WS-ACCT-PERIODS.
           05  WS-AP-ENTRY          OCCURS 24 TIMES.
               10  WS-AP-PRESENT-SW PIC X(1).
                   88  WS-AP-PRESENT           VALUE 'Y'.
               10  WS-AP-AREA-1     PIC S9(9)  COMP-3.
               10  WS-AP-AREA-2     PIC S9(9)  COMP-3.

       01  WS-CURRENT-ACCOUNT       PIC X(4)   VALUE SPACES.

       01  WS-YTD-AREA-1            PIC S9(11) COMP-3 VALUE 0.
       01  WS-YTD-AREA-2            PIC S9(11) COMP-3 VALUE 0.
       01  WS-CHANGE-1              PIC S9(10) COMP-3 VALUE 0.
       01  WS-CHANGE-2              PIC S9(10) COMP-3 VALUE 0.
       01  WS-PRIOR-VALUE           PIC S9(9)  COMP-3 VALUE 0.
       01  WS-CHANGE-VALUE          PIC S9(10) COMP-3 VALUE 0.

       01  WS-MOVE-FLAG-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-MOVE-OVER-PCT                VALUE 'Y'.
       01  WS-FLAG-1-SWITCH         PIC X(1)   VALUE 'N'.
           88  WS-FLAG-AREA-1                  VALUE 'Y'.
       01  WS-FLAG-2-SWITCH         PIC X(1)   VALUE 'N'.
           88  WS-FLAG-AREA-2                  VALUE 'Y'.
       01  WS-ACCT-FLAGGED-SWITCH   PIC X(1)   VALUE 'N'.
           88  WS-ACCT-FLAGGED                 VALUE 'Y'.

       01  WS-LINES-PRINTED         PIC 9(4)   COMP VALUE 0.

       01  WS-HISTORY-READ-COUNT    PIC 9(9)   VALUE 0.
       01  WS-OUTSIDE-COUNT         PIC 9(9)   VALUE 0.
       01  WS-ACCOUNT-COUNT         PIC 9(9)   VALUE 0.
       01  WS-FLAGGED-ACCT-COUNT    PIC 9(9)   VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RT-HH             PIC 99.
           05  WS-RT-MM             PIC 99.
           05  WS-RT-SS             PIC 99.
           05  WS-RT-HS             PIC 99.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(30)
                   VALUE "COMPARATIVE BALANCE REPORT".
           05  WS-H-RUN-DATE        PIC 9999/99/99.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WS-H-RUN-TIME.
               10  WS-H-RT-HH       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-MM       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-SS       PIC 99.
           05  FILLER               PIC X(14)  VALUE "  PERIODS TO".
           05  WS-H-END-PERIOD      PIC 9999/99.
           05  FILLER               PIC X(11)  VALUE "  MOVE PCT".
           05  WS-H-MOVE-PCT        PIC ZZ9.
           05  FILLER               PIC X(13)  VALUE "  FY START M".
           05  WS-H-FY-START        PIC 99.
           05  FILLER               PIC X(29)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(15)  VALUE "ACCT  PERIOD".
           05  FILLER               PIC X(11)  VALUE " WS-AREA-1".
           05  FILLER               PIC X(12)  VALUE "     CHANGE".
           05  FILLER               PIC X(15)  VALUE "  YEAR-TO-DATE".
           05  FILLER               PIC X(11)  VALUE " WS-AREA-2".
           05  FILLER               PIC X(12)  VALUE "     CHANGE".
           05  FILLER               PIC X(15)  VALUE "  YEAR-TO-DATE".
           05  FILLER               PIC X(41)  VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-PERIOD         PIC 9999/99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-FIGURES.
               10  WS-DL-AREA-1     PIC ZZZZZZZZ9-.
               10  FILLER           PIC X(1)   VALUE SPACES.
               10  WS-DL-CHANGE-1   PIC ZZZZZZZZZ9-.
               10  FILLER           PIC X(1)   VALUE SPACES.
               10  WS-DL-YTD-1      PIC ZZZZZZZZZZ9-.
               10  FILLER           PIC X(3)   VALUE SPACES.
               10  WS-DL-AREA-2     PIC ZZZZZZZZ9-.
               10  FILLER           PIC X(1)   VALUE SPACES.
               10  WS-DL-CHANGE-2   PIC ZZZZZZZZZ9-.
               10  FILLER           PIC X(1)   VALUE SPACES.
               10  WS-DL-YTD-2      PIC ZZZZZZZZZZ9-.
               10  FILLER           PIC X(3)   VALUE SPACES.
           05  WS-DL-NOTE           PIC X(41).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(6)   VALUE "TOTAL".
           05  WS-TL-PERIOD         PIC 9999/99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-TL-TOTAL-1        PIC ZZZZZZZZZZZZ9-.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-TL-TOTAL-2        PIC ZZZZZZZZZZZZ9-.
           05  FILLER               PIC X(10)  VALUE " ON FILE =".
           05  WS-TL-ON-FILE        PIC ZZZZZZZZ9.
           05  FILLER               PIC X(6)   VALUE " NEW =".
           05  WS-TL-NEW            PIC ZZZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE " MISSING =".
           05  WS-TL-MISSING        PIC ZZZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE " FLAGGED =".
           05  WS-TL-FLAGGED        PIC ZZZZZZZZ9.
           05  FILLER               PIC X(15)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-SECTION-LINE          PIC X(132).

       01  WS-TEXT-LINE             PIC X(132).

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           88  WS-RC-REPORT-PRODUCED           VALUE 0.
           88  WS-RC-NO-PERIOD                 VALUE 12.
           88  WS-RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           IF WS-RUN-OK
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT SRT-PERIOD
                   INPUT PROCEDURE IS 2000-SELECT-SNAPSHOTS
                   OUTPUT PROCEDURE IS 3000-PRINT-ACCOUNTS
               PERFORM 4000-PRINT-PERIOD-TOTALS
           END-IF
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0150-READ-LAST-CLOSED
           MOVE WS-LAST-CLOSED TO WS-END-PERIOD
           PERFORM 0160-READ-COMPARE-PARM
           OPEN OUTPUT CMP-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           MOVE WS-END-PERIOD TO WS-H-END-PERIOD
           MOVE WS-MOVE-PCT TO WS-H-MOVE-PCT
           MOVE WS-FY-START-MONTH TO WS-H-FY-START
           WRITE CMP-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE CMP-REPORT-RECORD FROM WS-BLANK-LINE
           IF WS-END-PERIOD = 0
               MOVE 'N' TO WS-RUN-OK-SWITCH
               MOVE 12 TO WS-RETURN-CODE
               MOVE "*** NO CLOSED PERIOD ON PERIODFL OR CMPPRM"
                   TO WS-TEXT-LINE
               WRITE CMP-REPORT-RECORD FROM WS-TEXT-LINE
               DISPLAY "NO CLOSED PERIOD TO REPORT - RUN STOPPED"
           ELSE
               PERFORM 0200-BUILD-WINDOW
               WRITE CMP-REPORT-RECORD FROM WS-COLUMN-LINE
               WRITE CMP-REPORT-RECORD FROM WS-BLANK-LINE
           END-IF.

      *    THE CONTROL RECORD DESCRIBES THE OPEN PERIOD, SO THE LAST
      *    CLOSED PERIOD IS THE MONTH BEFORE IT.
       0150-READ-LAST-CLOSED.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-OK
               READ PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PER-CLOSED
                           MOVE PER-PERIOD TO WS-LAST-CLOSED
                       ELSE
                           MOVE PER-PERIOD TO WS-WORK-PERIOD
                           PERFORM 0250-STEP-BACK-ONE-MONTH
                           MOVE WS-WORK-PERIOD TO WS-LAST-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE PERIOD-FILE.

       0160-READ-COMPARE-PARM.
           OPEN INPUT CMP-PARM-FILE
           IF WS-CMP-PARM-OK
               READ CMP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMP-MOVE-PCT IS NUMERIC
                           MOVE CMP-MOVE-PCT TO WS-MOVE-PCT
                       END-IF
                       IF CMP-FY-START IS NUMERIC
                           AND CMP-FY-START >= 1
                           AND CMP-FY-START <= 12
                           MOVE CMP-FY-START TO WS-FY-START-MONTH
                       END-IF
                       PERFORM 0170-TAKE-END-PERIOD
               END-READ
           END-IF
           CLOSE CMP-PARM-FILE.

      *    AN END PERIOD ON THE CARD MUST BE A REAL MONTH AND ALREADY
      *    CLOSED; OTHERWISE THE LAST CLOSED PERIOD STANDS.
       0170-TAKE-END-PERIOD.
           IF CMP-END-PERIOD IS NUMERIC
               AND CMP-END-PERIOD > 0
               MOVE CMP-END-PERIOD TO WS-WORK-PERIOD
               IF WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
                   AND (WS-LAST-CLOSED = 0
                       OR CMP-END-PERIOD <= WS-LAST-CLOSED)
                   MOVE CMP-END-PERIOD TO WS-END-PERIOD
               ELSE
                   DISPLAY "CMPPRM END PERIOD " CMP-END-PERIOD
                       " NOT A CLOSED PERIOD - LAST CLOSED USED"
               END-IF
           END-IF.

       0200-BUILD-WINDOW.
           INITIALIZE WS-WINDOW-TABLE
           MOVE WS-END-PERIOD TO WS-WORK-PERIOD
           MOVE WS-WIN-SIZE TO WS-WIN-SUB
           PERFORM 0210-SET-WINDOW-SLOT UNTIL WS-WIN-SUB = 0
           COMPUTE WS-START-INDEX =
               WS-WIN-YEAR (1) * 12 + WS-WIN-MONTH (1).

       0210-SET-WINDOW-SLOT.
           MOVE WS-WORK-PERIOD TO WS-WIN-PERIOD (WS-WIN-SUB)
           PERFORM 0250-STEP-BACK-ONE-MONTH
           SUBTRACT 1 FROM WS-WIN-SUB.

       0250-STEP-BACK-ONE-MONTH.
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF.

      *    INPUT PROCEDURE - THE BALHIST DD NAMES THE GDG BASE, SO
      *    EVERY CLOSE STILL ON THE CATALOG IS IN THE CONCATENATION.
      *    ONLY SNAPSHOTS INSIDE THE WINDOW REACH THE SORT.
       2000-SELECT-SNAPSHOTS.
           OPEN INPUT BALHIST-FILE
           IF NOT WS-BALHIST-OK
               DISPLAY "UNABLE TO OPEN BALHIST - STATUS "
                   WS-BALHIST-STATUS
               MOVE 'Y' TO WS-BALHIST-EOF-SWITCH
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM 2010-RELEASE-SNAPSHOT UNTIL WS-BALHIST-EOF
               CLOSE BALHIST-FILE
           END-IF.

       2010-RELEASE-SNAPSHOT.
           READ BALHIST-FILE
               AT END
                   MOVE 'Y' TO WS-BALHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   MOVE BALH-PERIOD TO WS-WORK-PERIOD
                   COMPUTE WS-RECORD-INDEX =
                       WS-WORK-YEAR * 12 + WS-WORK-MONTH
                   COMPUTE WS-RECORD-SLOT =
                       WS-RECORD-INDEX - WS-START-INDEX + 1
                   IF WS-RECORD-SLOT >= 1
                       AND WS-RECORD-SLOT <= WS-WIN-SIZE
                       MOVE BALH-ACCOUNT TO SRT-ACCOUNT
                       MOVE BALH-PERIOD TO SRT-PERIOD
                       MOVE WS-RECORD-SLOT TO SRT-SLOT
                       MOVE BALHIST-RECORD TO SRT-BALHIST
                       RELEASE SORT-RECORD
                   ELSE
                       ADD 1 TO WS-OUTSIDE-COUNT
                   END-IF
           END-READ.

       3000-PRINT-ACCOUNTS.
           PERFORM 3900-RETURN-SORTED-RECORD
           PERFORM 3050-PROCESS-ACCOUNT-GROUP UNTIL WS-SORT-EOF.

       3050-PROCESS-ACCOUNT-GROUP.
           MOVE SRT-ACCOUNT TO WS-CURRENT-ACCOUNT
           INITIALIZE WS-ACCT-PERIODS
           PERFORM 3060-STASH-SNAPSHOT
               UNTIL WS-SORT-EOF
               OR SRT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
           PERFORM 3200-PRINT-ACCOUNT-BLOCK.

       3060-STASH-SNAPSHOT.
           MOVE SRT-BALHIST TO BALHIST-RECORD
           MOVE SRT-SLOT TO WS-WIN-SUB
           MOVE 'Y' TO WS-AP-PRESENT-SW (WS-WIN-SUB)
           MOVE BALH-AREA-1 TO WS-AP-AREA-1 (WS-WIN-SUB)
           MOVE BALH-AREA-2 TO WS-AP-AREA-2 (WS-WIN-SUB)
           PERFORM 3900-RETURN-SORTED-RECORD.

       3900-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

      *    BALHIST HOLDS EACH PERIOD'S MOVEMENT (THE CLOSE RESETS
      *    BALFILE), SO THE YEAR-TO-DATE FIGURE IS THE SUM OF THE
      *    PERIODS SINCE THE LAST FISCAL-YEAR START.  IT IS CARRIED
      *    THROUGH THE UNPRINTED OLDER HALF OF THE WINDOW.
       3200-PRINT-ACCOUNT-BLOCK.
           MOVE 0 TO WS-YTD-AREA-1
           MOVE 0 TO WS-YTD-AREA-2
           MOVE 0 TO WS-LINES-PRINTED
           MOVE 'N' TO WS-ACCT-FLAGGED-SWITCH
           MOVE 0 TO WS-WIN-SUB
           PERFORM 3210-ROLL-ACCOUNT-PERIOD
               UNTIL WS-WIN-SUB >= WS-WIN-SIZE
           IF WS-LINES-PRINTED > 0
               ADD 1 TO WS-ACCOUNT-COUNT
               WRITE CMP-REPORT-RECORD FROM WS-BLANK-LINE
           END-IF
           IF WS-ACCT-FLAGGED
               ADD 1 TO WS-FLAGGED-ACCT-COUNT
           END-IF.

       3210-ROLL-ACCOUNT-PERIOD.
           ADD 1 TO WS-WIN-SUB
           IF WS-WIN-MONTH (WS-WIN-SUB) = WS-FY-START-MONTH
               MOVE 0 TO WS-YTD-AREA-1
               MOVE 0 TO WS-YTD-AREA-2
           END-IF
           IF WS-AP-PRESENT (WS-WIN-SUB)
               ADD WS-AP-AREA-1 (WS-WIN-SUB) TO WS-YTD-AREA-1
               ADD WS-AP-AREA-2 (WS-WIN-SUB) TO WS-YTD-AREA-2
           END-IF
           IF WS-WIN-SUB >= WS-WIN-FIRST-PRINTED
               COMPUTE WS-PRIOR-SUB = WS-WIN-SUB - 1
               PERFORM 3220-REPORT-ACCOUNT-PERIOD
           END-IF.

      *    NEW - ON THIS PERIOD'S SNAPSHOT BUT NOT THE PRIOR ONE.
      *    MISSING - ON THE PRIOR SNAPSHOT BUT NOT THIS ONE.  PERIODS
      *    WHERE THE ACCOUNT IS ON NEITHER DO NOT PRINT.
       3220-REPORT-ACCOUNT-PERIOD.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-LINES-PRINTED = 0
               MOVE WS-CURRENT-ACCOUNT TO WS-DL-ACCOUNT
           END-IF
           MOVE WS-WIN-PERIOD (WS-WIN-SUB) TO WS-DL-PERIOD
           EVALUATE TRUE
               WHEN WS-AP-PRESENT (WS-WIN-SUB)
                   PERFORM 3230-PRINT-PERIOD-FIGURES
               WHEN WS-AP-PRESENT (WS-PRIOR-SUB)
                   ADD 1 TO WS-WIN-MISSING (WS-WIN-SUB)
                   MOVE "NOT ON THIS PERIOD'S SNAPSHOT"
                       TO WS-DL-NOTE
                   WRITE CMP-REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-LINES-PRINTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3230-PRINT-PERIOD-FIGURES.
           ADD 1 TO WS-WIN-ON-FILE (WS-WIN-SUB)
           ADD WS-AP-AREA-1 (WS-WIN-SUB) TO WS-WIN-TOTAL-1 (WS-WIN-SUB)
           ADD WS-AP-AREA-2 (WS-WIN-SUB) TO WS-WIN-TOTAL-2 (WS-WIN-SUB)
           MOVE WS-AP-AREA-1 (WS-WIN-SUB) TO WS-DL-AREA-1
           MOVE WS-AP-AREA-2 (WS-WIN-SUB) TO WS-DL-AREA-2
           MOVE WS-YTD-AREA-1 TO WS-DL-YTD-1
           MOVE WS-YTD-AREA-2 TO WS-DL-YTD-2
           COMPUTE WS-CHANGE-1 = WS-AP-AREA-1 (WS-WIN-SUB)
               - WS-AP-AREA-1 (WS-PRIOR-SUB)
           COMPUTE WS-CHANGE-2 = WS-AP-AREA-2 (WS-WIN-SUB)
               - WS-AP-AREA-2 (WS-PRIOR-SUB)
           MOVE WS-CHANGE-1 TO WS-DL-CHANGE-1
           MOVE WS-CHANGE-2 TO WS-DL-CHANGE-2
           IF WS-AP-PRESENT (WS-PRIOR-SUB)
               MOVE WS-AP-AREA-1 (WS-PRIOR-SUB) TO WS-PRIOR-VALUE
               MOVE WS-CHANGE-1 TO WS-CHANGE-VALUE
               PERFORM 3250-CHECK-MOVE-PERCENT
               MOVE WS-MOVE-FLAG-SWITCH TO WS-FLAG-1-SWITCH
               MOVE WS-AP-AREA-2 (WS-PRIOR-SUB) TO WS-PRIOR-VALUE
               MOVE WS-CHANGE-2 TO WS-CHANGE-VALUE
               PERFORM 3250-CHECK-MOVE-PERCENT
               MOVE WS-MOVE-FLAG-SWITCH TO WS-FLAG-2-SWITCH
               EVALUATE TRUE
                   WHEN WS-FLAG-AREA-1 AND WS-FLAG-AREA-2
                       MOVE "*** BOTH MOVED OVER PCT" TO WS-DL-NOTE
                   WHEN WS-FLAG-AREA-1
                       MOVE "*** WS-AREA-1 MOVED OVER PCT"
                           TO WS-DL-NOTE
                   WHEN WS-FLAG-AREA-2
                       MOVE "*** WS-AREA-2 MOVED OVER PCT"
                           TO WS-DL-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-FLAG-AREA-1 OR WS-FLAG-AREA-2
                   ADD 1 TO WS-WIN-FLAGGED (WS-WIN-SUB)
                   MOVE 'Y' TO WS-ACCT-FLAGGED-SWITCH
               END-IF
           ELSE
               ADD 1 TO WS-WIN-NEW (WS-WIN-SUB)
               MOVE "NEW THIS PERIOD" TO WS-DL-NOTE
           END-IF
           WRITE CMP-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-PRINTED.

      *    A MOVE AWAY FROM A ZERO FIGURE HAS NO PERCENTAGE AND IS
      *    ALWAYS FLAGGED.
       3250-CHECK-MOVE-PERCENT.
           MOVE 'N' TO WS-MOVE-FLAG-SWITCH
           IF WS-CHANGE-VALUE NOT = 0
               IF WS-PRIOR-VALUE = 0
                   MOVE 'Y' TO WS-MOVE-FLAG-SWITCH
               ELSE
                   IF FUNCTION ABS (WS-CHANGE-VALUE) * 100 >
                       WS-MOVE-PCT * FUNCTION ABS (WS-PRIOR-VALUE)
                       MOVE 'Y' TO WS-MOVE-FLAG-SWITCH
                   END-IF
               END-IF
           END-IF.

       4000-PRINT-PERIOD-TOTALS.
           MOVE "GRAND TOTALS BY PERIOD" TO WS-SECTION-LINE
           WRITE CMP-REPORT-RECORD FROM WS-SECTION-LINE
           COMPUTE WS-WIN-SUB = WS-WIN-FIRST-PRINTED - 1
           PERFORM 4010-PRINT-PERIOD-TOTAL
               UNTIL WS-WIN-SUB >= WS-WIN-SIZE
           WRITE CMP-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "SNAPSHOT RECORDS READ       =" TO WS-CT-LABEL
           MOVE WS-HISTORY-READ-COUNT TO WS-CT-VALUE
           WRITE CMP-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "RECORDS OUTSIDE THE WINDOW  =" TO WS-CT-LABEL
           MOVE WS-OUTSIDE-COUNT TO WS-CT-VALUE
           WRITE CMP-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS REPORTED           =" TO WS-CT-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-CT-VALUE
           WRITE CMP-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS FLAGGED            =" TO WS-CT-LABEL
           MOVE WS-FLAGGED-ACCT-COUNT TO WS-CT-VALUE
           WRITE CMP-REPORT-RECORD FROM WS-COUNT-LINE.

       4010-PRINT-PERIOD-TOTAL.
           ADD 1 TO WS-WIN-SUB
           MOVE WS-WIN-PERIOD (WS-WIN-SUB) TO WS-TL-PERIOD
           MOVE WS-WIN-TOTAL-1 (WS-WIN-SUB) TO WS-TL-TOTAL-1
           MOVE WS-WIN-TOTAL-2 (WS-WIN-SUB) TO WS-TL-TOTAL-2
           MOVE WS-WIN-ON-FILE (WS-WIN-SUB) TO WS-TL-ON-FILE
           MOVE WS-WIN-NEW (WS-WIN-SUB) TO WS-TL-NEW
           MOVE WS-WIN-MISSING (WS-WIN-SUB) TO WS-TL-MISSING
           MOVE WS-WIN-FLAGGED (WS-WIN-SUB) TO WS-TL-FLAGGED
           WRITE CMP-REPORT-RECORD FROM WS-TOTAL-LINE.

       9999-TERMINATE.
           CLOSE CMP-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
