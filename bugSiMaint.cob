       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL18.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-PARM-FILE ASSIGN TO SIPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-PARM-STATUS.

           SELECT SI-FILE ASSIGN TO SIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SI-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT SI-REPORT-FILE ASSIGN TO SIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SI-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SI-PARM-RECORD.
           05  SIP-ACTION           PIC X(3).
               88  SIP-ACTION-ADD            VALUE 'ADD'.
               88  SIP-ACTION-CHANGE         VALUE 'CHG'.
               88  SIP-ACTION-CANCEL         VALUE 'CAN'.
           05  FILLER               PIC X(1).
           05  SIP-ACCOUNT          PIC X(4).
           05  FILLER               PIC X(1).
           05  SIP-NUMBER-X         PIC X(2).
           05  SIP-NUMBER REDEFINES SIP-NUMBER-X
                                    PIC 9(2).
           05  FILLER               PIC X(1).
      *    ON A CHG CARD EVERY FIELD FROM HERE ON IS OPTIONAL - A
      *    BLANK FIELD LEAVES THAT PART OF THE INSTRUCTION AS IT IS.
           05  SIP-TYPE             PIC X(1).
               88  SIP-TYPE-VALID            VALUE 'D' 'C'.
           05  FILLER               PIC X(1).
           05  SIP-AMOUNT-X         PIC X(9).
           05  SIP-AMOUNT REDEFINES SIP-AMOUNT-X
                                    PIC 9(9).
           05  FILLER               PIC X(1).
           05  SIP-FREQUENCY        PIC X(1).
               88  SIP-FREQ-VALID            VALUE 'W' 'F' 'M'
                                                   'Q' 'A'.
           05  FILLER               PIC X(1).
           05  SIP-NEXT-DUE-X       PIC X(8).
           05  SIP-NEXT-DUE REDEFINES SIP-NEXT-DUE-X
                                    PIC 9(8).
           05  FILLER               PIC X(1).
      *    ZEROS MEAN NO END DATE - ON A CHG CARD THEY REMOVE ONE.
           05  SIP-END-DATE-X       PIC X(8).
           05  SIP-END-DATE REDEFINES SIP-END-DATE-X
                                    PIC 9(8).
           05  FILLER               PIC X(1).
           05  SIP-DESC             PIC X(30).
           05  FILLER               PIC X(6).

       FD  SI-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY SIREC.

       FD  ACCT-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY ACCTREC.

       FD  SI-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SI-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SI-PARM-STATUS        PIC X(2)   VALUE '00'.
           88  WS-SI-PARM-OK                   VALUE '00'.

       01  WS-SI-STATUS             PIC X(2)   VALUE '00'.
           88  WS-SI-OK                        VALUE '00'.

       01  WS-ACCT-STATUS           PIC X(2)   VALUE '00'.
           88  WS-ACCT-OK                      VALUE '00'.

       01  WS-SIRPT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-SIRPT-OK                     VALUE '00'.

       01  WS-PARM-EOF-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-PARM-EOF                     VALUE 'Y'.

       01  WS-CARD-OK-SWITCH        PIC X(1)   VALUE 'Y'.
           88  WS-CARD-OK                      VALUE 'Y'.

      *    EACH DATE ON THE CARD IS EDITED ONCE, UP FRONT; THE
      *    SWITCHES SAY WHETHER IT WAS BLANK OR A REAL CALENDAR DATE
      *    AND THE CARD FIGURES HOLD IT (ZERO WHEN BLANK).
       01  WS-NEXT-DUE-OK-SWITCH    PIC X(1)   VALUE 'Y'.
           88  WS-NEXT-DUE-OK                  VALUE 'Y'.

       01  WS-END-DATE-OK-SWITCH    PIC X(1)   VALUE 'Y'.
           88  WS-END-DATE-OK                  VALUE 'Y'.

       01  WS-CARD-NEXT-DUE         PIC 9(8)   VALUE 0.
       01  WS-CARD-END-DATE         PIC 9(8)   VALUE 0.

       01  WS-DATE-VALID-SWITCH     PIC X(1)   VALUE 'Y'.
           88  WS-DATE-VALID                   VALUE 'Y'.

       01  WS-CHECK-DATE            PIC 9(8).
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY        PIC 9(4).
           05  WS-CHECK-MM          PIC 9(2).
           05  WS-CHECK-DD          PIC 9(2).

       01  WS-MONTH-LENGTH          PIC 9(2)   VALUE 0.

       01  WS-CARD-COUNT            PIC 9(9)   VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(9)   VALUE 0.
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
                   VALUE "STANDING INSTRUCTION MAINT".
           05  WS-H-RUN-DATE        PIC 9999/99/99.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WS-H-RUN-TIME.
               10  WS-H-RT-HH       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-MM       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-SS       PIC 99.
           05  FILLER               PIC X(79)  VALUE SPACES.

       01  WS-ACTION-LINE.
           05  WS-AL-ACTION         PIC X(3).
           05  FILLER               PIC X(8)   VALUE "  INSTR".
           05  WS-AL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(1)   VALUE '-'.
           05  WS-AL-NUMBER         PIC X(2).
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  WS-AL-MESSAGE        PIC X(50).
           05  FILLER               PIC X(61)  VALUE SPACES.

      *    THE INSTRUCTION AS IT NOW STANDS, UNDER EACH APPLIED CARD.
       01  WS-INSTR-LINE.
           05  FILLER               PIC X(20)  VALUE SPACES.
           05  FILLER               PIC X(7)   VALUE "TYPE ".
           05  WS-IL-TYPE           PIC X(1).
           05  FILLER               PIC X(11)  VALUE "   AMOUNT ".
           05  WS-IL-AMOUNT         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(9)   VALUE "   FREQ ".
           05  WS-IL-FREQUENCY      PIC X(1).
           05  FILLER               PIC X(13)  VALUE "   NEXT DUE ".
           05  WS-IL-NEXT-DUE       PIC 9999/99/99.
           05  FILLER               PIC X(8)   VALUE "   END ".
           05  WS-IL-END-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(11)  VALUE "   STATUS ".
           05  WS-IL-STATUS         PIC X(1).
           05  FILLER               PIC X(21)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           88  WS-RC-ALL-APPLIED               VALUE 0.
           88  WS-RC-CARD-ERRORS               VALUE 4.
           88  WS-RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.

      *    STANDING-INSTRUCTION MAINTENANCE.  ONE SIPRM CARD PER
      *    ACTION - ADD A NEW INSTRUCTION, CHANGE ONE, OR CANCEL IT.
      *    THE NIGHTLY BUGSOL19 RUN RAISES THE TRANSACTIONS; THIS RUN
      *    ONLY KEEPS THE MASTER.  INSTRUCTIONS ARE NEVER DELETED, SO
      *    A CANCELLED INSTRUCTION'S NUMBER CANNOT BE USED AGAIN.
       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-PARM-CARD UNTIL WS-PARM-EOF
           PERFORM 1000-PRODUCE-COUNTS
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT SI-PARM-FILE
           OPEN I-O SI-FILE
           IF NOT WS-SI-OK
               DISPLAY "UNABLE TO OPEN STANDING INSTRUCTIONS - STATUS "
                   WS-SI-STATUS " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - STATUS "
                   WS-ACCT-STATUS " - RUN STOPPED"
               CLOSE SI-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SI-REPORT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           WRITE SI-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE SI-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 0210-READ-PARM-CARD.

       0200-PROCESS-PARM-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE SIP-ACTION TO WS-AL-ACTION
           MOVE SIP-ACCOUNT TO WS-AL-ACCOUNT
           MOVE SIP-NUMBER-X TO WS-AL-NUMBER
           PERFORM 0220-EDIT-CARD-DATES
           EVALUATE TRUE
               WHEN SIP-ACCOUNT = SPACES
                   MOVE "ACCOUNT ID MISSING - CARD IGNORED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN SIP-NUMBER IS NOT NUMERIC
                   MOVE "INSTRUCTION NUMBER MUST BE 01-99 - IGNORED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN SIP-NUMBER = 0
                   MOVE "INSTRUCTION NUMBER MUST BE 01-99 - IGNORED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN SIP-ACTION-ADD
                   PERFORM 0300-ADD-INSTRUCTION
               WHEN SIP-ACTION-CHANGE
                   PERFORM 0400-CHANGE-INSTRUCTION
               WHEN SIP-ACTION-CANCEL
                   PERFORM 0500-CANCEL-INSTRUCTION
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - CARD IGNORED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
           END-EVALUATE
           IF WS-CARD-OK
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           WRITE SI-REPORT-RECORD FROM WS-ACTION-LINE
           IF WS-CARD-OK
               MOVE SI-TRAN-TYPE TO WS-IL-TYPE
               MOVE SI-AMOUNT TO WS-IL-AMOUNT
               MOVE SI-FREQUENCY TO WS-IL-FREQUENCY
               MOVE SI-NEXT-DUE TO WS-IL-NEXT-DUE
               MOVE SI-END-DATE TO WS-IL-END-DATE
               MOVE SI-STATUS TO WS-IL-STATUS
               WRITE SI-REPORT-RECORD FROM WS-INSTR-LINE
           END-IF
           PERFORM 0210-READ-PARM-CARD.

       0210-READ-PARM-CARD.
           READ SI-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

      *    A DATE ON THE CARD IS EITHER BLANK OR EIGHT DIGITS MAKING A
      *    REAL CALENDAR DATE.  AN END DATE OF ZEROS IS ALSO ALLOWED -
      *    IT MEANS THE INSTRUCTION RUNS UNTIL CANCELLED.
       0220-EDIT-CARD-DATES.
           MOVE 'Y' TO WS-NEXT-DUE-OK-SWITCH
           MOVE 0 TO WS-CARD-NEXT-DUE
           IF SIP-NEXT-DUE-X NOT = SPACES
               IF SIP-NEXT-DUE IS NUMERIC
                   MOVE SIP-NEXT-DUE TO WS-CHECK-DATE
                   PERFORM 0600-EDIT-DATE
                   MOVE WS-DATE-VALID-SWITCH TO WS-NEXT-DUE-OK-SWITCH
                   MOVE SIP-NEXT-DUE TO WS-CARD-NEXT-DUE
               ELSE
                   MOVE 'N' TO WS-NEXT-DUE-OK-SWITCH
               END-IF
           END-IF
           MOVE 'Y' TO WS-END-DATE-OK-SWITCH
           MOVE 0 TO WS-CARD-END-DATE
           IF SIP-END-DATE-X NOT = SPACES
               IF SIP-END-DATE IS NUMERIC
                   IF SIP-END-DATE > 0
                       MOVE SIP-END-DATE TO WS-CHECK-DATE
                       PERFORM 0600-EDIT-DATE
                       MOVE WS-DATE-VALID-SWITCH
                           TO WS-END-DATE-OK-SWITCH
                       MOVE SIP-END-DATE TO WS-CARD-END-DATE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-END-DATE-OK-SWITCH
               END-IF
           END-IF.

      *    ADD NEEDS EVERY FIELD BUT THE END DATE AND DESCRIPTION.
      *    THE FIRST DUE DATE MUST BE AFTER TODAY - TONIGHT'S
      *    GENERATOR RUN RAISES IT FOR THE CYCLE ON THAT DATE, SO A
      *    DATE OF TODAY WOULD ONLY POST A DAY LATE.
       0300-ADD-INSTRUCTION.
           EVALUATE TRUE
               WHEN NOT SIP-TYPE-VALID
                   MOVE "TYPE MUST BE D OR C - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN SIP-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT MISSING OR NOT NUMERIC - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN SIP-AMOUNT = 0
                   MOVE "AMOUNT MUST BE ABOVE ZERO - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN NOT SIP-FREQ-VALID
                   MOVE "FREQUENCY MUST BE W F M Q OR A - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN SIP-NEXT-DUE-X = SPACES
                   MOVE "NEXT DUE DATE MISSING - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN NOT WS-NEXT-DUE-OK
                   MOVE "NEXT DUE DATE NOT A VALID DATE - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN WS-CARD-NEXT-DUE NOT > WS-RUN-DATE
                   MOVE "NEXT DUE DATE MUST BE AFTER TODAY - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN NOT WS-END-DATE-OK
                   MOVE "END DATE NOT A VALID DATE - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               WHEN WS-CARD-END-DATE > 0
                   AND WS-CARD-END-DATE < WS-CARD-NEXT-DUE
                   MOVE "END DATE BEFORE NEXT DUE DATE - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
           END-EVALUATE
           IF WS-CARD-OK
               PERFORM 0310-CHECK-ACCOUNT-OPEN
           END-IF
           IF WS-CARD-OK
               MOVE SPACES TO SI-RECORD
               MOVE SIP-ACCOUNT TO SI-ACCOUNT
               MOVE SIP-NUMBER TO SI-NUMBER
               MOVE SIP-TYPE TO SI-TRAN-TYPE
               MOVE SIP-AMOUNT TO SI-AMOUNT
               MOVE SIP-FREQUENCY TO SI-FREQUENCY
               MOVE WS-CARD-NEXT-DUE TO SI-NEXT-DUE
               MOVE WS-CARD-END-DATE TO SI-END-DATE
               MOVE WS-CARD-NEXT-DUE TO WS-CHECK-DATE
               MOVE WS-CHECK-DD TO SI-DAY-OF-MONTH
               MOVE 'A' TO SI-STATUS
               MOVE 0 TO SI-GEN-COUNT
               MOVE 0 TO SI-LAST-GEN-DATE
               MOVE SIP-DESC TO SI-DESC
               MOVE WS-RUN-DATE TO SI-ADDED-DATE
               WRITE SI-RECORD
                   INVALID KEY
                       MOVE "INSTRUCTION NO. ALREADY USED - NOT ADDED"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   NOT INVALID KEY
                       MOVE "INSTRUCTION ADDED" TO WS-AL-MESSAGE
               END-WRITE
           END-IF.

      *    THE SAME TEST THE PRE-EDIT APPLIES TO EVERY ITEM - THERE IS
      *    NO POINT TAKING AN INSTRUCTION WHOSE ITEMS WOULD ALL GO TO
      *    SUSPENSE.
       0310-CHECK-ACCOUNT-OPEN.
           MOVE SPACES TO ACCT-KEY
           MOVE SIP-ACCOUNT TO ACCT-ID
           READ ACCT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER - NOT ADDED"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE "ACCOUNT NOT OPEN - NOT ADDED"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   END-IF
           END-READ.

      *    CHG REPLACES WHICHEVER FIELDS THE CARD CARRIES.  A NEW DUE
      *    DATE ALSO RESETS THE DAY OF THE MONTH THE INSTRUCTION FALLS
      *    ON.  CHANGING AN EXPIRED INSTRUCTION REINSTATES IT, UNLESS
      *    IT EXPIRED BECAUSE IT HAD USED UP ITS 999 ITEM SERIALS.
       0400-CHANGE-INSTRUCTION.
           PERFORM 0410-READ-INSTRUCTION
           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN SI-CANCELLED
                       MOVE "INSTRUCTION CANCELLED - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN SI-EXPIRED AND SI-GEN-COUNT NOT < 999
                       MOVE "SERIALS USED UP - ADD A NEW INSTRUCTION"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN SIP-TYPE = SPACE
                       AND SIP-AMOUNT-X = SPACES
                       AND SIP-FREQUENCY = SPACE
                       AND SIP-NEXT-DUE-X = SPACES
                       AND SIP-END-DATE-X = SPACES
                       AND SIP-DESC = SPACES
                       MOVE "NOTHING TO CHANGE ON CARD - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN SIP-TYPE NOT = SPACE AND NOT SIP-TYPE-VALID
                       MOVE "TYPE MUST BE D OR C - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN SIP-AMOUNT-X NOT = SPACES
                       AND SIP-AMOUNT IS NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN SIP-AMOUNT-X = "000000000"
                       MOVE "AMOUNT MUST BE ABOVE ZERO - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN SIP-FREQUENCY NOT = SPACE
                       AND NOT SIP-FREQ-VALID
                       MOVE "FREQUENCY MUST BE W F M Q OR A - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN NOT WS-NEXT-DUE-OK
                       MOVE "NEXT DUE DATE NOT A VALID DATE - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN SIP-NEXT-DUE-X NOT = SPACES
                       AND WS-CARD-NEXT-DUE NOT > WS-RUN-DATE
                       MOVE "NEXT DUE DATE MUST BE AFTER TODAY"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                   WHEN NOT WS-END-DATE-OK
                       MOVE "END DATE NOT A VALID DATE - NO CHANGE"
                           TO WS-AL-MESSAGE
                       MOVE 'N' TO WS-CARD-OK-SWITCH
               END-EVALUATE
           END-IF
           IF WS-CARD-OK
               PERFORM 0420-APPLY-CHANGES
           END-IF
           IF WS-CARD-OK
               AND SI-END-DATE > 0
               AND SI-END-DATE < SI-NEXT-DUE
               MOVE "END DATE BEFORE NEXT DUE DATE - NO CHANGE"
                   TO WS-AL-MESSAGE
               MOVE 'N' TO WS-CARD-OK-SWITCH
           END-IF
           IF WS-CARD-OK
               IF SI-EXPIRED
                   MOVE 'A' TO SI-STATUS
                   MOVE "INSTRUCTION CHANGED AND REINSTATED"
                       TO WS-AL-MESSAGE
               ELSE
                   MOVE "INSTRUCTION CHANGED" TO WS-AL-MESSAGE
               END-IF
               PERFORM 0430-REWRITE-INSTRUCTION
           END-IF.

       0410-READ-INSTRUCTION.
           MOVE SIP-ACCOUNT TO SI-ACCOUNT
           MOVE SIP-NUMBER TO SI-NUMBER
           READ SI-FILE
               INVALID KEY
                   MOVE "INSTRUCTION NOT ON FILE - NO CHANGE"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
           END-READ.

       0420-APPLY-CHANGES.
           IF SIP-TYPE NOT = SPACE
               MOVE SIP-TYPE TO SI-TRAN-TYPE
           END-IF
           IF SIP-AMOUNT-X NOT = SPACES
               MOVE SIP-AMOUNT TO SI-AMOUNT
           END-IF
           IF SIP-FREQUENCY NOT = SPACE
               MOVE SIP-FREQUENCY TO SI-FREQUENCY
           END-IF
           IF SIP-NEXT-DUE-X NOT = SPACES
               MOVE WS-CARD-NEXT-DUE TO SI-NEXT-DUE
               MOVE WS-CARD-NEXT-DUE TO WS-CHECK-DATE
               MOVE WS-CHECK-DD TO SI-DAY-OF-MONTH
           END-IF
           IF SIP-END-DATE-X NOT = SPACES
               MOVE WS-CARD-END-DATE TO SI-END-DATE
           END-IF
           IF SIP-DESC NOT = SPACES
               MOVE SIP-DESC TO SI-DESC
           END-IF.

       0430-REWRITE-INSTRUCTION.
           REWRITE SI-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE INSTRUCTION"
                       TO WS-AL-MESSAGE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 16 TO WS-RETURN-CODE
           END-REWRITE.

      *    CAN STOPS THE INSTRUCTION FROM TONIGHT.  ANY ITEM ALREADY
      *    RAISED AND WAITING IN THE WAREHOUSE STILL POSTS ON ITS DATE
      *    - REVERSE IT IN THE USUAL WAY IF IT SHOULD NOT.
       0500-CANCEL-INSTRUCTION.
           PERFORM 0410-READ-INSTRUCTION
           IF WS-CARD-OK AND SI-CANCELLED
               MOVE "INSTRUCTION ALREADY CANCELLED - NO CHANGE"
                   TO WS-AL-MESSAGE
               MOVE 'N' TO WS-CARD-OK-SWITCH
           END-IF
           IF WS-CARD-OK
               MOVE 'C' TO SI-STATUS
               IF SIP-DESC NOT = SPACES
                   MOVE SIP-DESC TO SI-DESC
               END-IF
               MOVE "INSTRUCTION CANCELLED" TO WS-AL-MESSAGE
               PERFORM 0430-REWRITE-INSTRUCTION
           END-IF.

       0600-EDIT-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SWITCH
           IF WS-CHECK-YYYY < 1900
               OR WS-CHECK-MM < 1
               OR WS-CHECK-MM > 12
               MOVE 'N' TO WS-DATE-VALID-SWITCH
           ELSE
               PERFORM 0610-SET-MONTH-LENGTH
               IF WS-CHECK-DD < 1 OR WS-CHECK-DD > WS-MONTH-LENGTH
                   MOVE 'N' TO WS-DATE-VALID-SWITCH
               END-IF
           END-IF.

       0610-SET-MONTH-LENGTH.
           EVALUATE WS-CHECK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LENGTH
               WHEN 2
                   IF FUNCTION MOD(WS-CHECK-YYYY, 4) = 0
                       AND (FUNCTION MOD(WS-CHECK-YYYY, 100) NOT = 0
                         OR FUNCTION MOD(WS-CHECK-YYYY, 400) = 0)
                       MOVE 29 TO WS-MONTH-LENGTH
                   ELSE
                       MOVE 28 TO WS-MONTH-LENGTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LENGTH
           END-EVALUATE.

       1000-PRODUCE-COUNTS.
           WRITE SI-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "MAINTENANCE CARDS READ      =" TO WS-CT-LABEL
           MOVE WS-CARD-COUNT TO WS-CT-VALUE
           WRITE SI-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ACTIONS APPLIED             =" TO WS-CT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-CT-VALUE
           WRITE SI-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CARDS IN ERROR              =" TO WS-CT-LABEL
           MOVE WS-ERROR-COUNT TO WS-CT-VALUE
           WRITE SI-REPORT-RECORD FROM WS-COUNT-LINE.

       9999-TERMINATE.
           IF WS-ERROR-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           CLOSE SI-PARM-FILE
           CLOSE SI-FILE
           CLOSE ACCT-FILE
           CLOSE SI-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
