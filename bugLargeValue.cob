       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL21.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL LVM-PARM-FILE ASSIGN TO LVMPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LVM-PARM-STATUS.

           SELECT LVM-REPORT-FILE ASSIGN TO LVMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LVMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
           COPY AUDITREC.

       FD  LVM-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LVM-PARM-RECORD.
           05  LVP-THRESHOLD-X      PIC X(9).
           05  LVP-THRESHOLD REDEFINES LVP-THRESHOLD-X
                                    PIC 9(9).
           05  FILLER               PIC X(1).
           05  LVP-REPORT-DATE-X    PIC X(8).
           05  LVP-REPORT-DATE REDEFINES LVP-REPORT-DATE-X
                                    PIC 9(8).
           05  FILLER               PIC X(62).

       FD  LVM-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LVM-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-AUDIT-OK                     VALUE '00'.

       01  WS-AUDIT-EOF-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-AUDIT-EOF                    VALUE 'Y'.

       01  WS-AUDIT-OPEN-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-AUDIT-OPENED                 VALUE 'Y'.

       01  WS-LVM-PARM-STATUS       PIC X(2)   VALUE '00'.
           88  WS-LVM-PARM-OK                  VALUE '00'.

       01  WS-LVMRPT-STATUS         PIC X(2)   VALUE '00'.
           88  WS-LVMRPT-OK                    VALUE '00'.

      *    A POSTING LARGER THAN THE THRESHOLD IS LISTED ON ITS OWN;
      *    AN ACCOUNT WHOSE SMALLER POSTINGS FOR THE DAY ADD UP TO
      *    MORE THAN IT IS LISTED WITH EVERY ITEM THAT MADE THE TOTAL.
      *    THERE IS NO DEFAULT - COMPLIANCE SETS THE FIGURE.
       01  WS-THRESHOLD             PIC S9(9)  COMP-3 VALUE 0.

      *    THE AUDITFL DD CONCATENATES ONE GENERATION PER CYCLE, AND
      *    MAY REACH BACK INTO EARLIER DAYS; ONLY RECORDS STAMPED WITH
      *    THE REPORT DATE ARE MONITORED.  THE DATE COMES FROM THE
      *    LVMPRM CARD, OR DEFAULTS TO THE RUN DATE.
       01  WS-REPORT-DATE           PIC 9(8)   VALUE 0.

       01  WS-PARM-OK-SWITCH        PIC X(1)   VALUE 'Y'.
           88  WS-PARM-VALID                   VALUE 'Y'.

       01  WS-ITEM-AMOUNT           PIC S9(9)  COMP-3 VALUE 0.

      *    EACH ACCOUNT WITH A SUB-THRESHOLD POSTING ON THE DAY, WITH
      *    THE RUNNING COUNT AND TOTAL AND THE HEAD OF ITS ITEM CHAIN.
       01  WS-LVA-TABLE.
           05  WS-LVA-ENTRY         OCCURS 2000 TIMES.
               10  WS-LVA-ID        PIC X(4).
               10  WS-LVA-COUNT     PIC 9(9)   COMP.
               10  WS-LVA-TOTAL     PIC S9(13) COMP-3.
               10  WS-LVA-FIRST     PIC 9(9)   COMP.
       01  WS-LVA-COUNT-USED        PIC 9(4)   COMP VALUE 0.
       01  WS-LVA-MAX               PIC 9(4)   COMP VALUE 2000.
       01  WS-LVA-SUB               PIC 9(4)   COMP VALUE 0.

      *    THE SUB-THRESHOLD ITEMS THEMSELVES.  EACH NEW ITEM GOES ON
      *    THE FRONT OF ITS ACCOUNT'S CHAIN; THE GDG BASE DELIVERS THE
      *    NEWEST GENERATION FIRST, SO THE CHAIN COMES OUT OLDEST
      *    CYCLE FIRST.
       01  WS-LVI-TABLE.
           05  WS-LVI-ENTRY         OCCURS 50000 TIMES.
               10  WS-LVI-KEY       PIC X(10).
               10  WS-LVI-TIME      PIC 9(6).
               10  WS-LVI-CYCLE     PIC 9(2).
               10  WS-LVI-ACCUM     PIC X(10).
               10  WS-LVI-AMOUNT    PIC S9(9)  COMP-3.
               10  WS-LVI-NEXT      PIC 9(9)   COMP.
       01  WS-LVI-COUNT             PIC 9(9)   COMP VALUE 0.
       01  WS-LVI-MAX               PIC 9(9)   COMP VALUE 50000.
       01  WS-LVI-SUB               PIC 9(9)   COMP VALUE 0.

       01  WS-TABLE-FULL-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-TABLE-FULL                   VALUE 'Y'.

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

       01  WS-AUDIT-READ-COUNT      PIC 9(9)   VALUE 0.
       01  WS-OTHER-DAY-COUNT       PIC 9(9)   VALUE 0.
       01  WS-AUTO-COUNT            PIC 9(9)   VALUE 0.
       01  WS-LARGE-COUNT           PIC 9(9)   VALUE 0.
       01  WS-STRUCT-COUNT          PIC 9(9)   VALUE 0.

       01  WS-ITEM-TIME             PIC 9(6).
       01  WS-ITEM-TIME-R REDEFINES WS-ITEM-TIME.
           05  WS-IT-HH             PIC 99.
           05  WS-IT-MM             PIC 99.
           05  WS-IT-SS             PIC 99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RT-HH             PIC 99.
           05  WS-RT-MM             PIC 99.
           05  WS-RT-SS             PIC 99.
           05  WS-RT-HS             PIC 99.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(30)
                   VALUE "LARGE-VALUE MONITORING".
           05  WS-H-REPORT-DATE     PIC 9999/99/99.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WS-H-RUN-TIME.
               10  WS-H-RT-HH       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-MM       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-SS       PIC 99.
           05  FILLER               PIC X(14)
                   VALUE "  THRESHOLD =".
           05  WS-H-THRESHOLD       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(56)  VALUE SPACES.

       01  WS-SECTION-LINE          PIC X(132).

      *    ONE POSTING - USED FOR A LARGE ITEM AND, INDENTED UNDER
      *    ITS ACCOUNT LINE, FOR EACH ITEM OF A STRUCTURED TOTAL.
       01  WS-ITEM-LINE.
           05  WS-IL-INDENT         PIC X(4).
           05  WS-IL-HH             PIC 99.
           05  FILLER               PIC X      VALUE ':'.
           05  WS-IL-MM             PIC 99.
           05  FILLER               PIC X      VALUE ':'.
           05  WS-IL-SS             PIC 99.
           05  FILLER               PIC X(8)   VALUE "  CYCLE".
           05  WS-IL-CYCLE          PIC 99.
           05  FILLER               PIC X(10)  VALUE "  ACCOUNT".
           05  WS-IL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-IL-ACCUM          PIC X(10).
           05  FILLER               PIC X(9)   VALUE "  TR-KEY".
           05  WS-IL-KEY            PIC X(10).
           05  FILLER               PIC X(11)  VALUE "  AMOUNT =".
           05  WS-IL-AMOUNT         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(45)  VALUE SPACES.

       01  WS-STRUCT-LINE.
           05  FILLER               PIC X(8)   VALUE "ACCOUNT".
           05  WS-SL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(10)  VALUE "  ITEMS =".
           05  WS-SL-COUNT          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE "  TOTAL =".
           05  WS-SL-TOTAL          PIC ZZZZZZZZZZZZ9.
           05  FILLER               PIC X(78)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-TEXT-LINE             PIC X(132).

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           88  WS-RC-NOTHING-LISTED            VALUE 0.
           88  WS-RC-ITEMS-LISTED              VALUE 4.
           88  WS-RC-PARM-ERROR                VALUE 12.
           88  WS-RC-TABLE-FULL                VALUE 16.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           IF WS-PARM-VALID
               PERFORM 0200-PROCESS-AUDIT-RECORD UNTIL WS-AUDIT-EOF
               PERFORM 1000-REPORT-STRUCTURING
               PERFORM 1100-PRODUCE-COUNTS
           END-IF
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           INITIALIZE WS-ACCH-TABLE
           MOVE 'N' TO WS-PARM-OK-SWITCH
           OPEN INPUT LVM-PARM-FILE
           IF WS-LVM-PARM-OK
               READ LVM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LVP-THRESHOLD IS NUMERIC
                           AND LVP-THRESHOLD > 0
                           MOVE LVP-THRESHOLD TO WS-THRESHOLD
                           MOVE 'Y' TO WS-PARM-OK-SWITCH
                       END-IF
                       IF LVP-REPORT-DATE IS NUMERIC
                           AND LVP-REPORT-DATE > 0
                           MOVE LVP-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE LVM-PARM-FILE
           OPEN OUTPUT LVM-REPORT-FILE
           MOVE WS-REPORT-DATE TO WS-H-REPORT-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           MOVE WS-THRESHOLD TO WS-H-THRESHOLD
           WRITE LVM-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE LVM-REPORT-RECORD FROM WS-BLANK-LINE
           IF WS-PARM-VALID
               OPEN INPUT AUDIT-FILE
               MOVE "BATCH POSTINGS OVER THRESHOLD"
                   TO WS-SECTION-LINE
               WRITE LVM-REPORT-RECORD FROM WS-SECTION-LINE
      *    AN UNREAD TRAIL MUST NOT PASS AS A CLEAN DAY.
               IF WS-AUDIT-OK
                   MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
                   PERFORM 0210-READ-AUDIT-FILE
               ELSE
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                   MOVE SPACES TO WS-TEXT-LINE
                   STRING "*** AUDITFL NOT READ - STATUS "
                           DELIMITED BY SIZE
                       WS-AUDIT-STATUS DELIMITED BY SIZE
                       INTO WS-TEXT-LINE
                   WRITE LVM-REPORT-RECORD FROM WS-TEXT-LINE
                   DISPLAY "UNABLE TO OPEN AUDITFL - STATUS "
                       WS-AUDIT-STATUS " - NOTHING MONITORED"
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE "*** THRESHOLD MISSING OR NOT NUMERIC ON LVMPRM - "
                   TO WS-TEXT-LINE
               MOVE "NOTHING MONITORED" TO WS-TEXT-LINE (50:17)
               WRITE LVM-REPORT-RECORD FROM WS-TEXT-LINE
               DISPLAY "LVMPRM THRESHOLD MISSING OR NOT NUMERIC - "
                   "RUN STOPPED"
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0200-PROCESS-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF AUD-TS-DATE NOT = WS-REPORT-DATE
               ADD 1 TO WS-OTHER-DAY-COUNT
           ELSE
               IF AUD-REASON-CODE = "AUTO"
                   PERFORM 0220-CHECK-AUTO-POSTING
               END-IF
           END-IF
           PERFORM 0210-READ-AUDIT-FILE.

       0210-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ.

      *    A POSTING MOVES ONE ACCUMULATOR; ITS SIZE IS THE MOVEMENT
      *    EITHER WAY, SO A CREDIT COUNTS THE SAME AS A DEBIT.
       0220-CHECK-AUTO-POSTING.
           ADD 1 TO WS-AUTO-COUNT
           COMPUTE WS-ITEM-AMOUNT = FUNCTION ABS
               (AUD-AFTER-VALUE - AUD-BEFORE-VALUE)
           MOVE AUD-TS-HH TO WS-IT-HH
           MOVE AUD-TS-MM TO WS-IT-MM
           MOVE AUD-TS-SS TO WS-IT-SS
           IF WS-ITEM-AMOUNT > WS-THRESHOLD
               PERFORM 0300-REPORT-LARGE-POSTING
           ELSE
               PERFORM 0400-HOLD-SMALL-POSTING
           END-IF.

       0300-REPORT-LARGE-POSTING.
           ADD 1 TO WS-LARGE-COUNT
           MOVE SPACES TO WS-IL-INDENT
           MOVE WS-IT-HH TO WS-IL-HH
           MOVE WS-IT-MM TO WS-IL-MM
           MOVE WS-IT-SS TO WS-IL-SS
           MOVE AUD-CYCLE TO WS-IL-CYCLE
           MOVE AUD-ACCOUNT TO WS-IL-ACCOUNT
           MOVE AUD-ACCUM-ID TO WS-IL-ACCUM
           MOVE AUD-SOURCE-TRAN-ID TO WS-IL-KEY
           MOVE WS-ITEM-AMOUNT TO WS-IL-AMOUNT
           WRITE LVM-REPORT-RECORD FROM WS-ITEM-LINE
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0400-HOLD-SMALL-POSTING.
           MOVE AUD-ACCOUNT TO WS-ACCH-KEY
           PERFORM 0450-LOOK-UP-ACCOUNT
           IF WS-ACCT-FOUND
               MOVE WS-ACCH-ENTRY (WS-ACCH-SLOT) TO WS-LVA-SUB
           ELSE
               IF WS-LVA-COUNT-USED < WS-LVA-MAX
                   ADD 1 TO WS-LVA-COUNT-USED
                   MOVE WS-LVA-COUNT-USED TO WS-LVA-SUB
                   MOVE AUD-ACCOUNT TO WS-LVA-ID (WS-LVA-SUB)
                   MOVE 0 TO WS-LVA-COUNT (WS-LVA-SUB)
                   MOVE 0 TO WS-LVA-TOTAL (WS-LVA-SUB)
                   MOVE 0 TO WS-LVA-FIRST (WS-LVA-SUB)
                   MOVE WS-LVA-COUNT-USED
                       TO WS-ACCH-ENTRY (WS-ACCH-SLOT)
               ELSE
                   PERFORM 0490-NOTE-TABLE-FULL
                   MOVE 0 TO WS-LVA-SUB
               END-IF
           END-IF
           IF WS-LVA-SUB > 0
               IF WS-LVI-COUNT < WS-LVI-MAX
                   ADD 1 TO WS-LVI-COUNT
                   MOVE WS-LVI-COUNT TO WS-LVI-SUB
                   MOVE AUD-SOURCE-TRAN-ID TO WS-LVI-KEY (WS-LVI-SUB)
                   MOVE WS-ITEM-TIME TO WS-LVI-TIME (WS-LVI-SUB)
                   MOVE AUD-CYCLE TO WS-LVI-CYCLE (WS-LVI-SUB)
                   MOVE AUD-ACCUM-ID TO WS-LVI-ACCUM (WS-LVI-SUB)
                   MOVE WS-ITEM-AMOUNT TO WS-LVI-AMOUNT (WS-LVI-SUB)
                   MOVE WS-LVA-FIRST (WS-LVA-SUB)
                       TO WS-LVI-NEXT (WS-LVI-SUB)
                   MOVE WS-LVI-SUB TO WS-LVA-FIRST (WS-LVA-SUB)
                   ADD 1 TO WS-LVA-COUNT (WS-LVA-SUB)
                   ADD WS-ITEM-AMOUNT TO WS-LVA-TOTAL (WS-LVA-SUB)
               ELSE
                   PERFORM 0490-NOTE-TABLE-FULL
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
               IF WS-LVA-ID (WS-ACCH-ENTRY (WS-ACCH-SLOT))
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

      *    A FULL TABLE MEANS SOME SMALL ITEMS WERE NOT TOTALLED, SO
      *    AN ACCOUNT THAT SHOULD HAVE BEEN LISTED MAY BE MISSING -
      *    THE RUN MUST NOT PASS AS CLEAN.
       0490-NOTE-TABLE-FULL.
           IF NOT WS-TABLE-FULL
               DISPLAY "LARGE-VALUE TABLES FULL - STRUCTURING CHECK "
                   "INCOMPLETE"
           END-IF
           MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           MOVE 16 TO WS-RETURN-CODE.

       1000-REPORT-STRUCTURING.
           WRITE LVM-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "ACCOUNTS OVER THRESHOLD THROUGH SMALLER POSTINGS"
               TO WS-SECTION-LINE
           WRITE LVM-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 0 TO WS-LVA-SUB
           PERFORM 1010-CHECK-NEXT-ACCOUNT
               UNTIL WS-LVA-SUB >= WS-LVA-COUNT-USED.

       1010-CHECK-NEXT-ACCOUNT.
           ADD 1 TO WS-LVA-SUB
           IF WS-LVA-TOTAL (WS-LVA-SUB) > WS-THRESHOLD
               ADD 1 TO WS-STRUCT-COUNT
               MOVE WS-LVA-ID (WS-LVA-SUB) TO WS-SL-ACCOUNT
               MOVE WS-LVA-COUNT (WS-LVA-SUB) TO WS-SL-COUNT
               MOVE WS-LVA-TOTAL (WS-LVA-SUB) TO WS-SL-TOTAL
               WRITE LVM-REPORT-RECORD FROM WS-STRUCT-LINE
               MOVE WS-LVA-FIRST (WS-LVA-SUB) TO WS-LVI-SUB
               PERFORM 1020-PRINT-CHAINED-ITEM
                   UNTIL WS-LVI-SUB = 0
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1020-PRINT-CHAINED-ITEM.
           MOVE WS-LVI-TIME (WS-LVI-SUB) TO WS-ITEM-TIME
           MOVE WS-IT-HH TO WS-IL-HH
           MOVE WS-IT-MM TO WS-IL-MM
           MOVE WS-IT-SS TO WS-IL-SS
           MOVE WS-LVI-CYCLE (WS-LVI-SUB) TO WS-IL-CYCLE
           MOVE WS-LVA-ID (WS-LVA-SUB) TO WS-IL-ACCOUNT
           MOVE WS-LVI-ACCUM (WS-LVI-SUB) TO WS-IL-ACCUM
           MOVE WS-LVI-KEY (WS-LVI-SUB) TO WS-IL-KEY
           MOVE WS-LVI-AMOUNT (WS-LVI-SUB) TO WS-IL-AMOUNT
           MOVE "  - " TO WS-IL-INDENT
           WRITE LVM-REPORT-RECORD FROM WS-ITEM-LINE
           MOVE WS-LVI-NEXT (WS-LVI-SUB) TO WS-LVI-SUB.

       1100-PRODUCE-COUNTS.
           WRITE LVM-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "AUDIT RECORDS READ          =" TO WS-CT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-CT-VALUE
           WRITE LVM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "RECORDS OUTSIDE REPORT DATE =" TO WS-CT-LABEL
           MOVE WS-OTHER-DAY-COUNT TO WS-CT-VALUE
           WRITE LVM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "BATCH POSTINGS (AUTO) SEEN  =" TO WS-CT-LABEL
           MOVE WS-AUTO-COUNT TO WS-CT-VALUE
           WRITE LVM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "POSTINGS OVER THRESHOLD     =" TO WS-CT-LABEL
           MOVE WS-LARGE-COUNT TO WS-CT-VALUE
           WRITE LVM-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS OVER ON SMALL ITEMS=" TO WS-CT-LABEL
           MOVE WS-STRUCT-COUNT TO WS-CT-VALUE
           WRITE LVM-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-TABLE-FULL
               MOVE "*** TABLES FULL - STRUCTURING CHECK INCOMPLETE"
                   TO WS-TEXT-LINE
               WRITE LVM-REPORT-RECORD FROM WS-TEXT-LINE
           END-IF.

       9999-TERMINATE.
           IF WS-AUDIT-OPENED
               CLOSE AUDIT-FILE
           END-IF
           CLOSE LVM-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
