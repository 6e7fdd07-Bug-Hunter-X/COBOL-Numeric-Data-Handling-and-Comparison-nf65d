       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL17.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PREG-FILE ASSIGN TO POSTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-PREG-STATUS.

           SELECT REGLOAD-REPORT-FILE ASSIGN TO REGLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
           COPY AUDITREC.

       FD  PREG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY PREGREC.

       FD  REGLOAD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REGLOAD-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-AUDIT-OK                     VALUE '00'.

       01  WS-AUDIT-EOF-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-AUDIT-EOF                    VALUE 'Y'.

       01  WS-PREG-STATUS           PIC X(2)   VALUE '00'.
           88  WS-PREG-OK                      VALUE '00'.

       01  WS-REGLRPT-STATUS        PIC X(2)   VALUE '00'.
           88  WS-REGLRPT-OK                   VALUE '00'.

       01  WS-AUDIT-NET             PIC S9(9)  COMP-3 VALUE 0.

       01  WS-AUDIT-READ-COUNT      PIC 9(9)   VALUE 0.
       01  WS-LOADED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-ALREADY-COUNT         PIC 9(9)   VALUE 0.
       01  WS-MARKED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(9)   VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(9)   VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RT-HH             PIC 99.
           05  WS-RT-MM             PIC 99.
           05  WS-RT-SS             PIC 99.
           05  WS-RT-HS             PIC 99.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(30)
                   VALUE "POSTING REGISTRY LOAD".
           05  WS-H-RUN-DATE        PIC 9999/99/99.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WS-H-RUN-TIME.
               10  WS-H-RT-HH       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-MM       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-SS       PIC 99.
           05  FILLER               PIC X(79)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           88  WS-RC-LOADED                    VALUE 0.
           88  WS-RC-UNMATCHED                 VALUE 4.
           88  WS-RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.

      *    SEEDS THE POSTED-TRANSACTION KEY REGISTRY FROM EVERY AUDIT
      *    GENERATION STILL ON THE CATALOG.  RUN ONCE, WHEN THE
      *    REGISTRY IS FIRST DEFINED - FROM THEN ON THE BALANCE RUN
      *    KEEPS IT CURRENT AS IT POSTS.  THE CONCATENATION DELIVERS
      *    NEWEST GENERATION FIRST, SO A REVERSAL CAN ARRIVE BEFORE
      *    THE POSTING IT BACKS OUT: THE FIRST PASS LOADS THE AUTO
      *    POSTINGS AND THE SECOND MARKS THE RVSL ONES AGAINST THEM.
       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-POSTINGS
           PERFORM 0300-MARK-REVERSALS
           PERFORM 1000-PRODUCE-COUNTS
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT REGLOAD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           WRITE REGLOAD-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE REGLOAD-REPORT-RECORD FROM WS-BLANK-LINE
           OPEN I-O PREG-FILE
           IF NOT WS-PREG-OK
               DISPLAY "UNABLE TO OPEN POSTING REGISTRY - STATUS "
                   WS-PREG-STATUS " - NOTHING LOADED"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       0200-LOAD-POSTINGS.
           IF WS-RETURN-CODE < 16
               MOVE 'N' TO WS-AUDIT-EOF-SWITCH
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-OK
                   PERFORM 0210-LOAD-NEXT-POSTING UNTIL WS-AUDIT-EOF
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       0210-LOAD-NEXT-POSTING.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   IF AUD-REASON-CODE = "AUTO"
                       PERFORM 0220-ADD-REGISTRY-ENTRY
                   END-IF
           END-READ.

      *    A KEY POSTED MORE THAN ONCE BEFORE THE REGISTRY EXISTED
      *    KEEPS ITS FIRST ENTRY - ONE KEY, ONE REGISTRY RECORD.
       0220-ADD-REGISTRY-ENTRY.
           MOVE SPACES TO PREG-RECORD
           MOVE AUD-SOURCE-TRAN-ID TO PREG-KEY
           MOVE AUD-TS-DATE TO PREG-POST-DATE
           MOVE AUD-CYCLE TO PREG-POST-CYCLE
           IF AUD-ACCUM-ID = "WS-AREA-1"
               MOVE '1' TO PREG-AREA
           ELSE
               MOVE '2' TO PREG-AREA
           END-IF
           COMPUTE WS-AUDIT-NET = AUD-AFTER-VALUE - AUD-BEFORE-VALUE
           MOVE FUNCTION ABS(WS-AUDIT-NET) TO PREG-AMOUNT
           MOVE 'N' TO PREG-REVERSED-SW
           MOVE 0 TO PREG-RVSL-DATE
           MOVE 0 TO PREG-RVSL-CYCLE
           WRITE PREG-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       0300-MARK-REVERSALS.
           IF WS-RETURN-CODE < 16
               MOVE 'N' TO WS-AUDIT-EOF-SWITCH
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-OK
                   PERFORM 0310-MARK-NEXT-REVERSAL UNTIL WS-AUDIT-EOF
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       0310-MARK-NEXT-REVERSAL.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   IF AUD-REASON-CODE = "RVSL"
                       PERFORM 0320-MARK-REGISTRY-ENTRY
                   END-IF
           END-READ.

       0320-MARK-REGISTRY-ENTRY.
           MOVE AUD-SOURCE-TRAN-ID TO PREG-KEY
           READ PREG-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
               NOT INVALID KEY
                   IF PREG-REVERSED
                       ADD 1 TO WS-UNMATCHED-COUNT
                   ELSE
                       MOVE 'Y' TO PREG-REVERSED-SW
                       MOVE AUD-TS-DATE TO PREG-RVSL-DATE
                       MOVE AUD-CYCLE TO PREG-RVSL-CYCLE
                       REWRITE PREG-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-MARKED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       1000-PRODUCE-COUNTS.
           MOVE "AUDIT RECORDS READ          =" TO WS-CT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-CT-VALUE
           WRITE REGLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "POSTINGS REGISTERED         =" TO WS-CT-LABEL
           MOVE WS-LOADED-COUNT TO WS-CT-VALUE
           WRITE REGLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "KEYS ALREADY REGISTERED     =" TO WS-CT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-CT-VALUE
           WRITE REGLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "REVERSALS MARKED            =" TO WS-CT-LABEL
           MOVE WS-MARKED-COUNT TO WS-CT-VALUE
           WRITE REGLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "REVERSALS WITH NO POSTING   =" TO WS-CT-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-CT-VALUE
           WRITE REGLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-ERROR-COUNT > 0
               MOVE "*** REGISTRY UPDATE ERRORS =" TO WS-CT-LABEL
               MOVE WS-ERROR-COUNT TO WS-CT-VALUE
               WRITE REGLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF.

       9999-TERMINATE.
           IF WS-RETURN-CODE < 16
               IF WS-ERROR-COUNT > 0
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   IF WS-UNMATCHED-COUNT > 0
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               CLOSE PREG-FILE
           END-IF
           CLOSE REGLOAD-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
