       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL19.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SIG-PARM-FILE ASSIGN TO SIGPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIG-PARM-STATUS.

           SELECT SI-FILE ASSIGN TO SIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SI-STATUS.

           SELECT WHSE-OUT-FILE ASSIGN TO WHSEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHSE-OUT-STATUS.

           SELECT SIG-REPORT-FILE ASSIGN TO SIGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    OPTIONAL - HOW MANY DAYS AHEAD OF TODAY TO RAISE ITEMS FOR.
      *    THE DEFAULT OF ONE RAISES TOMORROW'S ITEMS TONIGHT, READY
      *    FOR TOMORROW'S FIRST RELEASE RUN.  A LONGER LOOK-AHEAD
      *    COVERS A WEEKEND OR HOLIDAY WHEN THIS JOB WILL NOT RUN -
      *    THE ITEMS STILL WAIT IN THE WAREHOUSE FOR THEIR OWN DATE.
       FD  SIG-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SIG-PARM-RECORD.
           05  SIGP-LOOKAHEAD-X     PIC X(3).
           05  SIGP-LOOKAHEAD REDEFINES SIGP-LOOKAHEAD-X
                                    PIC 9(3).
           05  FILLER               PIC X(77).

       FD  SI-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY SIREC.

       FD  WHSE-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY TRANREC.

       FD  SIG-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SIG-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SIG-PARM-STATUS       PIC X(2)   VALUE '00'.
           88  WS-SIG-PARM-OK                  VALUE '00'.

       01  WS-SI-STATUS             PIC X(2)   VALUE '00'.
           88  WS-SI-OK                        VALUE '00'.

       01  WS-WHSE-OUT-STATUS       PIC X(2)   VALUE '00'.
           88  WS-WHSE-OUT-OK                  VALUE '00'.

       01  WS-SIGRPT-STATUS         PIC X(2)   VALUE '00'.
           88  WS-SIGRPT-OK                    VALUE '00'.

       01  WS-SI-EOF-SWITCH         PIC X(1)   VALUE 'N'.
           88  WS-SI-EOF                       VALUE 'Y'.

       01  WS-WHSE-OPEN-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-WHSE-OPENED                  VALUE 'Y'.

      *    SET WHEN AN INSTRUCTION HAS RAISED AN ITEM OR EXPIRED, SO
      *    IT IS REWRITTEN WITH ITS NEW DUE DATE, COUNT OR STATUS.
       01  WS-SI-CHANGED-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-SI-CHANGED                   VALUE 'Y'.

       01  WS-LOOKAHEAD-DAYS        PIC 9(3)   VALUE 1.
       01  WS-HORIZON-DATE          PIC 9(8)   VALUE 0.
       01  WS-DAY-INT               PIC 9(8)   VALUE 0.

      *    THE UPSTREAM SERIAL OF A GENERATED ITEM - 'S', THE
      *    INSTRUCTION NUMBER AND THE OCCURRENCE COUNT.
       01  WS-GEN-SERIAL.
           05  FILLER               PIC X(1)   VALUE 'S'.
           05  WS-GS-NUMBER         PIC 9(2).
           05  WS-GS-COUNT          PIC 9(3).

       01  WS-DUE-DATE              PIC 9(8).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY          PIC 9(4).
           05  WS-DUE-MM            PIC 9(2).
           05  WS-DUE-DD            PIC 9(2).

       01  WS-ROLL-MONTHS           PIC 9(2)   VALUE 0.
       01  WS-MONTH-NUMBER          PIC 9(6)   VALUE 0.
       01  WS-MONTH-LENGTH          PIC 9(2)   VALUE 0.

       01  WS-READ-COUNT            PIC 9(9)   VALUE 0.
       01  WS-INACTIVE-COUNT        PIC 9(9)   VALUE 0.
       01  WS-CREATED-COUNT         PIC 9(9)   VALUE 0.
       01  WS-CREATED-DEBITS        PIC S9(11) COMP-3 VALUE 0.
       01  WS-CREATED-CREDITS       PIC S9(11) COMP-3 VALUE 0.
       01  WS-EXPIRED-COUNT         PIC 9(9)   VALUE 0.
       01  WS-EXHAUSTED-COUNT       PIC 9(9)   VALUE 0.
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
                   VALUE "STANDING INSTRUCTION RUN".
           05  WS-H-RUN-DATE        PIC 9999/99/99.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WS-H-RUN-TIME.
               10  WS-H-RT-HH       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-MM       PIC 99.
               10  FILLER           PIC X      VALUE ':'.
               10  WS-H-RT-SS       PIC 99.
           05  FILLER               PIC X(79)  VALUE SPACES.

       01  WS-HORIZON-LINE.
           05  FILLER               PIC X(30)
                   VALUE "ITEMS RAISED DUE UP TO      =".
           05  WS-HZ-DATE           PIC 9999/99/99.
           05  FILLER               PIC X(92)  VALUE SPACES.

      *    ONE LINE PER ITEM RAISED AND PER INSTRUCTION EXPIRED.  ON
      *    AN EXPIRY THE DUE DATE IS THE OCCURRENCE THAT WAS NOT
      *    RAISED.
       01  WS-DETAIL-LINE.
           05  WS-DL-EVENT          PIC X(8).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-ACCOUNT        PIC X(4).
           05  FILLER               PIC X(1)   VALUE '-'.
           05  WS-DL-NUMBER         PIC 9(2).
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  WS-DL-TYPE           PIC X(1).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(6)   VALUE "  DUE ".
           05  WS-DL-DUE-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  WS-DL-KEY            PIC X(10).
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  WS-DL-MESSAGE        PIC X(40).
           05  FILLER               PIC X(28)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CT-LABEL          PIC X(30).
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AT-LABEL          PIC X(30).
           05  WS-AT-VALUE          PIC ZZZZZZZZZZ9-.
           05  FILLER               PIC X(90)  VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           88  WS-RC-CLEAN                     VALUE 0.
           88  WS-RC-EXHAUSTED                 VALUE 4.
           88  WS-RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.

      *    NIGHTLY STANDING-INSTRUCTION GENERATOR.  EVERY ACTIVE
      *    INSTRUCTION FALLING DUE BY THE LOOK-AHEAD HORIZON RAISES
      *    ONE TRANSACTION PER OCCURRENCE, DATED FOR ITS DUE DATE AND
      *    APPENDED TO THE CURRENT WAREHOUSE GENERATION.  BUGSOL13
      *    RELEASES IT ON THAT DATE, AND FROM THERE IT IS EDITED AND
      *    POSTED LIKE ANY FEED ITEM - ACCOUNT STATUS, LIMITS AND THE
      *    POSTING REGISTRY ALL APPLY.  THE INSTRUCTION'S NEXT DUE DATE
      *    IS ROLLED PAST EACH OCCURRENCE RAISED, AND IT EXPIRES ONCE
      *    THE NEXT DATE FALLS AFTER ITS END DATE.
       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           IF WS-RETURN-CODE < 16
               PERFORM 0200-PROCESS-INSTRUCTION
                   UNTIL WS-SI-EOF OR WS-RETURN-CODE = 16
           END-IF
           PERFORM 1000-PRODUCE-COUNTS
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT SIG-PARM-FILE
           IF WS-SIG-PARM-OK
               READ SIG-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIGP-LOOKAHEAD IS NUMERIC
                           MOVE SIGP-LOOKAHEAD TO WS-LOOKAHEAD-DAYS
                       END-IF
               END-READ
               CLOSE SIG-PARM-FILE
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-LOOKAHEAD-DAYS
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           OPEN OUTPUT SIG-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           WRITE SIG-REPORT-RECORD FROM WS-HEADING-LINE
           MOVE WS-HORIZON-DATE TO WS-HZ-DATE
           WRITE SIG-REPORT-RECORD FROM WS-HORIZON-LINE
           WRITE SIG-REPORT-RECORD FROM WS-BLANK-LINE
           OPEN I-O SI-FILE
           IF NOT WS-SI-OK
               DISPLAY "UNABLE TO OPEN STANDING INSTRUCTIONS - STATUS "
                   WS-SI-STATUS " - NOTHING RAISED"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               OPEN EXTEND WHSE-OUT-FILE
               IF NOT WS-WHSE-OUT-OK
                   DISPLAY "UNABLE TO OPEN WAREHOUSE - STATUS "
                       WS-WHSE-OUT-STATUS " - NOTHING RAISED"
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-WHSE-OPEN-SWITCH
                   MOVE LOW-VALUES TO SI-KEY
                   START SI-FILE KEY NOT LESS THAN SI-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-SI-EOF-SWITCH
                   END-START
               END-IF
           END-IF.

       0200-PROCESS-INSTRUCTION.
           READ SI-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SI-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF SI-ACTIVE
                       PERFORM 0300-SCHEDULE-INSTRUCTION
                   ELSE
                       ADD 1 TO WS-INACTIVE-COUNT
                   END-IF
           END-READ.

      *    RAISE EVERY OCCURRENCE DUE BY THE HORIZON - MORE THAN ONE
      *    IF THE JOB MISSED A NIGHT OR A WEEKLY INSTRUCTION MEETS A
      *    LONG LOOK-AHEAD - THEN EXPIRE THE INSTRUCTION IF ITS NEXT
      *    DATE IS ALREADY BEYOND ITS END DATE, SO THE REPORT SHOWS
      *    THE EXPIRY ON THE NIGHT THE LAST ITEM WAS RAISED.
       0300-SCHEDULE-INSTRUCTION.
           MOVE 'N' TO WS-SI-CHANGED-SWITCH
           PERFORM 0310-RAISE-NEXT-OCCURRENCE
               UNTIL SI-NEXT-DUE > WS-HORIZON-DATE
                  OR NOT SI-ACTIVE
                  OR WS-RETURN-CODE = 16
           IF SI-ACTIVE
               AND SI-END-DATE > 0
               AND SI-NEXT-DUE > SI-END-DATE
               PERFORM 0330-EXPIRE-AT-END-DATE
           END-IF
           IF WS-SI-CHANGED
               REWRITE SI-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE INSTRUCTION "
                           SI-ACCOUNT "-" SI-NUMBER
                           " - STATUS " WS-SI-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 16 TO WS-RETURN-CODE
               END-REWRITE
           END-IF.

       0310-RAISE-NEXT-OCCURRENCE.
           MOVE 'Y' TO WS-SI-CHANGED-SWITCH
           EVALUATE TRUE
               WHEN SI-END-DATE > 0 AND SI-NEXT-DUE > SI-END-DATE
                   PERFORM 0330-EXPIRE-AT-END-DATE
               WHEN SI-GEN-COUNT NOT < 999
                   PERFORM 0340-EXPIRE-SERIALS-USED
               WHEN OTHER
                   PERFORM 0320-WRITE-WAREHOUSE-ITEM
                   IF WS-RETURN-CODE < 16
                       PERFORM 0400-ROLL-NEXT-DUE
                   END-IF
           END-EVALUATE.

      *    THE SOURCE ID MARKS THE ITEM AS GENERATED HERE RATHER THAN
      *    RECEIVED IN A FEED ENVELOPE.
       0320-WRITE-WAREHOUSE-ITEM.
           ADD 1 TO SI-GEN-COUNT
           MOVE SI-NUMBER TO WS-GS-NUMBER
           MOVE SI-GEN-COUNT TO WS-GS-COUNT
           MOVE SPACES TO TRANS-RECORD
           MOVE SI-TRAN-TYPE TO TR-TYPE
           MOVE SI-ACCOUNT TO TR-ACCOUNT
           MOVE WS-GEN-SERIAL TO TR-SERIAL
           MOVE SI-AMOUNT TO TR-AMOUNT
           MOVE SI-NEXT-DUE TO TR-EFF-DATE
           MOVE "STDI" TO TR-SOURCE-ID
           WRITE TRANS-RECORD
           IF NOT WS-WHSE-OUT-OK
               DISPLAY "UNABLE TO WRITE WAREHOUSE - STATUS "
                   WS-WHSE-OUT-STATUS " - RUN STOPPED"
               SUBTRACT 1 FROM SI-GEN-COUNT
               ADD 1 TO WS-ERROR-COUNT
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-CREATED-COUNT
               IF SI-TYPE-DEBIT
                   ADD SI-AMOUNT TO WS-CREATED-DEBITS
               ELSE
                   ADD SI-AMOUNT TO WS-CREATED-CREDITS
               END-IF
               MOVE SI-NEXT-DUE TO SI-LAST-GEN-DATE
               MOVE "CREATED" TO WS-DL-EVENT
               MOVE TR-KEY TO WS-DL-KEY
               MOVE SPACES TO WS-DL-MESSAGE
               PERFORM 0350-WRITE-DETAIL-LINE
           END-IF.

       0330-EXPIRE-AT-END-DATE.
           MOVE 'E' TO SI-STATUS
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE "EXPIRED" TO WS-DL-EVENT
           MOVE SPACES TO WS-DL-KEY
           MOVE "END DATE REACHED" TO WS-DL-MESSAGE
           PERFORM 0350-WRITE-DETAIL-LINE.

      *    THE GENERATED SERIAL HOLDS ONLY THREE DIGITS OF COUNT.  AN
      *    INSTRUCTION THAT HAS USED THEM ALL IS EXPIRED RATHER THAN
      *    ALLOWED TO REPEAT A KEY THE REGISTRY WOULD REFUSE; DATA
      *    CONTROL ADDS IT AGAIN UNDER A NEW INSTRUCTION NUMBER.
       0340-EXPIRE-SERIALS-USED.
           MOVE 'E' TO SI-STATUS
           ADD 1 TO WS-EXPIRED-COUNT
           ADD 1 TO WS-EXHAUSTED-COUNT
           MOVE "EXPIRED" TO WS-DL-EVENT
           MOVE SPACES TO WS-DL-KEY
           MOVE "999 ITEMS RAISED - ADD A NEW INSTRUCTION"
               TO WS-DL-MESSAGE
           PERFORM 0350-WRITE-DETAIL-LINE.

       0350-WRITE-DETAIL-LINE.
           MOVE SI-ACCOUNT TO WS-DL-ACCOUNT
           MOVE SI-NUMBER TO WS-DL-NUMBER
           MOVE SI-TRAN-TYPE TO WS-DL-TYPE
           MOVE SI-AMOUNT TO WS-DL-AMOUNT
           MOVE SI-NEXT-DUE TO WS-DL-DUE-DATE
           WRITE SIG-REPORT-RECORD FROM WS-DETAIL-LINE.

      *    WEEKLY AND FORTNIGHTLY STEP A FIXED NUMBER OF DAYS.  THE
      *    OTHERS STEP WHOLE MONTHS AND LAND ON THE INSTRUCTION'S OWN
      *    DAY OF THE MONTH, OR THE LAST DAY OF A SHORTER MONTH.
       0400-ROLL-NEXT-DUE.
           EVALUATE TRUE
               WHEN SI-FREQ-WEEKLY
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(SI-NEXT-DUE) + 7
                   COMPUTE SI-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               WHEN SI-FREQ-FORTNIGHTLY
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(SI-NEXT-DUE) + 14
                   COMPUTE SI-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               WHEN SI-FREQ-MONTHLY
                   MOVE 1 TO WS-ROLL-MONTHS
                   PERFORM 0410-ADD-MONTHS
               WHEN SI-FREQ-QUARTERLY
                   MOVE 3 TO WS-ROLL-MONTHS
                   PERFORM 0410-ADD-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ROLL-MONTHS
                   PERFORM 0410-ADD-MONTHS
           END-EVALUATE.

       0410-ADD-MONTHS.
           MOVE SI-NEXT-DUE TO WS-DUE-DATE
           COMPUTE WS-MONTH-NUMBER =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-ROLL-MONTHS
           COMPUTE WS-DUE-YYYY = WS-MONTH-NUMBER / 12
           COMPUTE WS-DUE-MM = FUNCTION MOD(WS-MONTH-NUMBER, 12) + 1
           PERFORM 0420-SET-MONTH-LENGTH
           IF SI-DAY-OF-MONTH > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-DUE-DD
           ELSE
               MOVE SI-DAY-OF-MONTH TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-DATE TO SI-NEXT-DUE.

       0420-SET-MONTH-LENGTH.
           EVALUATE WS-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LENGTH
               WHEN 2
                   IF FUNCTION MOD(WS-DUE-YYYY, 4) = 0
                       AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0
                         OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)
                       MOVE 29 TO WS-MONTH-LENGTH
                   ELSE
                       MOVE 28 TO WS-MONTH-LENGTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LENGTH
           END-EVALUATE.

       1000-PRODUCE-COUNTS.
           WRITE SIG-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "INSTRUCTIONS READ           =" TO WS-CT-LABEL
           MOVE WS-READ-COUNT TO WS-CT-VALUE
           WRITE SIG-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CANCELLED OR EXPIRED        =" TO WS-CT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-CT-VALUE
           WRITE SIG-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ITEMS CREATED               =" TO WS-CT-LABEL
           MOVE WS-CREATED-COUNT TO WS-CT-VALUE
           WRITE SIG-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  DEBIT AMOUNT CREATED      =" TO WS-AT-LABEL
           MOVE WS-CREATED-DEBITS TO WS-AT-VALUE
           WRITE SIG-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "  CREDIT AMOUNT CREATED     =" TO WS-AT-LABEL
           MOVE WS-CREATED-CREDITS TO WS-AT-VALUE
           WRITE SIG-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "INSTRUCTIONS EXPIRED        =" TO WS-CT-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-CT-VALUE
           WRITE SIG-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-EXHAUSTED-COUNT > 0
               MOVE "  OF WHICH SERIALS USED UP  =" TO WS-CT-LABEL
               MOVE WS-EXHAUSTED-COUNT TO WS-CT-VALUE
               WRITE SIG-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE "*** FILE ERRORS            =" TO WS-CT-LABEL
               MOVE WS-ERROR-COUNT TO WS-CT-VALUE
               WRITE SIG-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF.

       9999-TERMINATE.
           IF WS-EXHAUSTED-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           CLOSE SI-FILE
           IF WS-WHSE-OPENED
               CLOSE WHSE-OUT-FILE
           END-IF
           CLOSE SIG-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
