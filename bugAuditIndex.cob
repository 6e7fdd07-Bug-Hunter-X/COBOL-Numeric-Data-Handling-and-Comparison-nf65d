       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL24.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDX-FILE ASSIGN TO AUDIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDX-KEY
               FILE STATUS IS WS-AUDX-STATUS.

           SELECT AUDXLOAD-REPORT-FILE ASSIGN TO AUDXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
           COPY AUDITREC.

       FD  AUDX-FILE
           RECORD CONTAINS 84 CHARACTERS.
           COPY AUDXREC.

       FD  AUDXLOAD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDXLOAD-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS          PIC X(2)   VALUE '00'.
           88  WS-AUDIT-OK                     VALUE '00'.
           88  WS-AUDIT-NOT-PRESENT            VALUE '05'.

       01  WS-AUDIT-EOF-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-AUDIT-EOF                    VALUE 'Y'.

       01  WS-AUDX-STATUS           PIC X(2)   VALUE '00'.
           88  WS-AUDX-OK                      VALUE '00'.
           88  WS-AUDX-DUPLICATE               VALUE '22'.

       01  WS-AUDX-OPEN-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-AUDX-OPENED                  VALUE 'Y'.

       01  WS-AUDXRPT-STATUS        PIC X(2)   VALUE '00'.
           88  WS-AUDXRPT-OK                   VALUE '00'.

       01  WS-ENTRY-DONE-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-ENTRY-DONE                   VALUE 'Y'.

       01  WS-AUDIT-READ-COUNT      PIC 9(9)   VALUE 0.
       01  WS-INDEXED-COUNT         PIC 9(9)   VALUE 0.
       01  WS-ALREADY-COUNT         PIC 9(9)   VALUE 0.
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
                   VALUE "AUDIT HISTORY INDEX LOAD".
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
           88  WS-RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.

      *    ADDS EVERY RECORD ON THE AUDITFL DD TO THE AUDIT HISTORY
      *    INDEX.  AFTER A CYCLE THE DD IS THE GENERATION THE CYCLE
      *    JUST WROTE; WHEN THE INDEX IS FIRST DEFINED IT IS THE GDG
      *    BASE, SEEDING IT FROM EVERY GENERATION ON THE CATALOG.  A
      *    RECORD ALREADY ON THE INDEX IS LEFT AS IT IS, SO A RERUN
      *    OF THE STEP DOES NOT DOUBLE AN ACCOUNT'S HISTORY.
       0000-MAIN-LOGIC.
           PERFORM 0100-INITIALIZE
           IF WS-RETURN-CODE < 16
               PERFORM 0200-INDEX-AUDIT-RECORDS
           END-IF
           PERFORM 1000-PRODUCE-COUNTS
           PERFORM 9999-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT AUDXLOAD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RT-HH TO WS-H-RT-HH
           MOVE WS-RT-MM TO WS-H-RT-MM
           MOVE WS-RT-SS TO WS-H-RT-SS
           WRITE AUDXLOAD-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE AUDXLOAD-REPORT-RECORD FROM WS-BLANK-LINE
           OPEN I-O AUDX-FILE
           IF WS-AUDX-OK
               MOVE 'Y' TO WS-AUDX-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN AUDIT HISTORY INDEX - STATUS "
                   WS-AUDX-STATUS " - NOTHING LOADED"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *    NO AUDITFL DD AT ALL IS AN EMPTY LOAD.  A TRAIL THAT IS
      *    THERE BUT WILL NOT OPEN MUST FAIL THE STEP, OR THE HISTORY
      *    SCREEN WOULD QUIETLY MISS THE DAY'S ACTIVITY.
       0200-INDEX-AUDIT-RECORDS.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-OK
                   PERFORM 0210-INDEX-NEXT-RECORD UNTIL WS-AUDIT-EOF
                   CLOSE AUDIT-FILE
               WHEN WS-AUDIT-NOT-PRESENT
                   CLOSE AUDIT-FILE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN AUDITFL - STATUS "
                       WS-AUDIT-STATUS " - NOTHING LOADED"
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       0210-INDEX-NEXT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   PERFORM 0220-ADD-INDEX-ENTRY
           END-READ.

       0220-ADD-INDEX-ENTRY.
           MOVE AUD-ACCOUNT TO AUDX-ACCOUNT
           MOVE AUD-TIMESTAMP TO AUDX-TIMESTAMP
           MOVE 0 TO AUDX-SEQ
           MOVE 'N' TO WS-ENTRY-DONE-SWITCH
           PERFORM 0230-WRITE-INDEX-ENTRY UNTIL WS-ENTRY-DONE.

       0230-WRITE-INDEX-ENTRY.
           MOVE AUDIT-RECORD TO AUDX-AUDIT-IMAGE
           WRITE AUDX-RECORD
               INVALID KEY
                   IF WS-AUDX-DUPLICATE
                       PERFORM 0240-CHECK-EXISTING-ENTRY
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'Y' TO WS-ENTRY-DONE-SWITCH
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-INDEXED-COUNT
                   MOVE 'Y' TO WS-ENTRY-DONE-SWITCH
           END-WRITE.

      *    THE KEY IS TAKEN.  IF IT HOLDS THIS SAME AUDIT RECORD THE
      *    RECORD WAS LOADED BEFORE; OTHERWISE IT IS ANOTHER RECORD
      *    FOR THE ACCOUNT IN THE SAME SECOND AND THE NEXT SEQUENCE
      *    NUMBER IS TRIED.
       0240-CHECK-EXISTING-ENTRY.
           READ AUDX-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'Y' TO WS-ENTRY-DONE-SWITCH
               NOT INVALID KEY
                   IF AUDX-AUDIT-IMAGE = AUDIT-RECORD
                       ADD 1 TO WS-ALREADY-COUNT
                       MOVE 'Y' TO WS-ENTRY-DONE-SWITCH
                   ELSE
                       IF AUDX-SEQ = 9999
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 'Y' TO WS-ENTRY-DONE-SWITCH
                       ELSE
                           ADD 1 TO AUDX-SEQ
                       END-IF
                   END-IF
           END-READ.

       1000-PRODUCE-COUNTS.
           MOVE "AUDIT RECORDS READ          =" TO WS-CT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-CT-VALUE
           WRITE AUDXLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "RECORDS ADDED TO INDEX      =" TO WS-CT-LABEL
           MOVE WS-INDEXED-COUNT TO WS-CT-VALUE
           WRITE AUDXLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "RECORDS ALREADY ON INDEX    =" TO WS-CT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-CT-VALUE
           WRITE AUDXLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-ERROR-COUNT > 0
               MOVE "*** INDEX UPDATE ERRORS    =" TO WS-CT-LABEL
               MOVE WS-ERROR-COUNT TO WS-CT-VALUE
               WRITE AUDXLOAD-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF.

       9999-TERMINATE.
           IF WS-ERROR-COUNT > 0
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF WS-AUDX-OPENED
               CLOSE AUDX-FILE
           END-IF
           CLOSE AUDXLOAD-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
