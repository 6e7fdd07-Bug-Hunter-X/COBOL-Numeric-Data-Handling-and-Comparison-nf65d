       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOL25.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY BUGSOL5M.

       COPY DFHAID.

       COPY AUDITREC.

       COPY AUDXREC.

      *    THE SCREEN BROWSES THE AUDIDX KSDS, THE KEYED COPY OF THE
      *    AUDIT TRAIL THAT BUGSOL24 LOADS AFTER EACH BATCH CYCLE AND
      *    BUGSOL03 ADDS TO AS IT POSTS AN APPROVAL.  THE COMMAREA
      *    CARRIES THE ACCOUNT AND THE KEYS OF THE NEWEST AND OLDEST
      *    LINES ON SCREEN, WHICH ARE WHERE PF7 AND PF8 PAGE FROM.
       01  WS-COMMAREA.
           05  WS-CA-ACCOUNT         PIC X(4).
           05  WS-CA-TOP-KEY         PIC X(22).
           05  WS-CA-BOTTOM-KEY      PIC X(22).

       01  WS-BROWSE-RESP            PIC S9(8) COMP.

       01  WS-BROWSE-KEY             PIC X(22).

      *    THE PAGE IS READ BACKWARDS FROM THE BOUND KEY.  THE BOUND
      *    LINE ITSELF IS SHOWN ONLY WHEN THE BOUND IS INCLUSIVE - A
      *    REDISPLAY OF THE SAME PAGE, NOT A MOVE TO THE NEXT ONE.
       01  WS-BOUND-KEY.
           05  WS-BK-ACCOUNT         PIC X(4).
           05  WS-BK-REST            PIC X(18).

       01  WS-BOUND-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-BOUND-INCLUSIVE              VALUE 'Y'.

       01  WS-BROWSE-END-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-BROWSE-END                   VALUE 'Y'.

       01  WS-NEWER-COUNT            PIC 9(4)  COMP VALUE 0.
       01  WS-NEWER-KEY              PIC X(22).

       01  WS-PAGE-TABLE.
           05  WS-PG-LINE            PIC X(79) OCCURS 10 TIMES.
       01  WS-PG-COUNT               PIC 9(4)  COMP VALUE 0.
       01  WS-PG-MAX                 PIC 9(4)  COMP VALUE 10.

       01  WS-HIST-LINE.
           05  WS-HL-DATE            PIC 9999/99/99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-HL-HH              PIC 99.
           05  FILLER                PIC X(1)  VALUE ':'.
           05  WS-HL-MM              PIC 99.
           05  FILLER                PIC X(1)  VALUE ':'.
           05  WS-HL-SS              PIC 99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-HL-ACCUM           PIC X(9).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-HL-BEFORE          PIC ZZZZZZZZ9-.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-HL-AFTER           PIC ZZZZZZZZ9-.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-HL-SOURCE          PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-HL-REASON          PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-HL-CHECKER         PIC X(8).
           05  FILLER                PIC X(3)  VALUE SPACES.

       LINKAGE SECTION.

       01  DFHCOMMAREA               PIC X(48).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-DISPLAY
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHCLEAR
                       PERFORM 1000-INITIAL-DISPLAY
                   WHEN DFHENTER
                       PERFORM 2000-PROCESS-ENTER
                   WHEN DFHPF7
                       PERFORM 4000-PAGE-NEWER
                   WHEN DFHPF8
                       PERFORM 5000-PAGE-OLDER
                   WHEN OTHER
                       PERFORM 3500-REFRESH-PAGE
                       MOVE "USE ENTER, PF7, PF8 OR CLEAR" TO MSGI
                       PERFORM 6000-SEND-PAGE
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID('BUG5')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-INITIAL-DISPLAY.
           MOVE SPACES TO WS-CA-ACCOUNT
           MOVE SPACES TO WS-CA-TOP-KEY
           MOVE SPACES TO WS-CA-BOTTOM-KEY
           MOVE 0 TO WS-PG-COUNT
           MOVE "KEY AN ACCOUNT ID AND PRESS ENTER" TO MSGI
           PERFORM 6000-SEND-PAGE.

      *    ENTER SHOWS THE NEWEST PAGE FOR THE ACCOUNT KEYED, OR FOR
      *    THE ACCOUNT ALREADY ON SCREEN IF THE FIELD WAS NOT TOUCHED.
      *    ENTER WITH NO FIELD MODIFIED RETURNS MAPFAIL, WHICH IS THE
      *    SAME AS LEAVING THE ACCOUNT FIELD ALONE.
       2000-PROCESS-ENTER.
           EXEC CICS RECEIVE MAP('BUGSOL5')
               MAPSET('BUGSOL5')
               INTO(BUGSOL5I)
               RESP(WS-BROWSE-RESP)
           END-EXEC
           MOVE SPACES TO MSGI
           EVALUATE TRUE
               WHEN WS-BROWSE-RESP = DFHRESP(NORMAL)
                   IF ACCTL > 0 AND ACCTI NOT = SPACES
                       MOVE ACCTI TO WS-CA-ACCOUNT
                   END-IF
                   PERFORM 2100-SHOW-ACCOUNT-PAGE
               WHEN WS-BROWSE-RESP = DFHRESP(MAPFAIL)
                   PERFORM 2100-SHOW-ACCOUNT-PAGE
               WHEN OTHER
                   PERFORM 3500-REFRESH-PAGE
                   MOVE "UNABLE TO READ THE SCREEN - PRESS ENTER AGAIN"
                       TO MSGI
           END-EVALUATE
           PERFORM 6000-SEND-PAGE.

       2100-SHOW-ACCOUNT-PAGE.
           IF WS-CA-ACCOUNT = SPACES OR WS-CA-ACCOUNT = LOW-VALUES
               MOVE SPACES TO WS-CA-ACCOUNT
               MOVE SPACES TO WS-CA-TOP-KEY
               MOVE SPACES TO WS-CA-BOTTOM-KEY
               MOVE 0 TO WS-PG-COUNT
               MOVE "ACCOUNT ID IS REQUIRED" TO MSGI
           ELSE
               PERFORM 3000-LOAD-NEWEST-PAGE
           END-IF.

       3000-LOAD-NEWEST-PAGE.
           MOVE WS-CA-ACCOUNT TO WS-BK-ACCOUNT
           MOVE HIGH-VALUES TO WS-BK-REST
           MOVE 'Y' TO WS-BOUND-SWITCH
           PERFORM 5100-LOAD-OLDER-PAGE
           IF WS-PG-COUNT = 0
               MOVE SPACES TO WS-CA-TOP-KEY
               MOVE SPACES TO WS-CA-BOTTOM-KEY
               MOVE "NO AUDIT HISTORY ON FILE FOR THIS ACCOUNT"
                   TO MSGI
           ELSE
               PERFORM 3100-SET-PAGE-MESSAGE
           END-IF.

       3100-SET-PAGE-MESSAGE.
           IF WS-PG-COUNT < WS-PG-MAX
               MOVE "END OF HISTORY - PF7 FOR NEWER ENTRIES" TO MSGI
           ELSE
               MOVE SPACES TO MSGI
           END-IF.

      *    RE-READ THE PAGE ON SCREEN SO A REDISPLAY NEVER FORMATS
      *    LINES FROM WORKING STORAGE THAT WAS NEVER POPULATED IN
      *    THIS TASK.
       3500-REFRESH-PAGE.
           MOVE 0 TO WS-PG-COUNT
           IF WS-CA-TOP-KEY NOT = SPACES
               MOVE WS-CA-TOP-KEY TO WS-BOUND-KEY
               MOVE 'Y' TO WS-BOUND-SWITCH
               PERFORM 5100-LOAD-OLDER-PAGE
           END-IF.

      *    PF7 COUNTS UP TO A PAGE OF ENTRIES NEWER THAN THE TOP LINE
      *    AND SHOWS THE PAGE ENDING AT THE NEWEST OF THEM, SO THE
      *    SCREEN IS ALWAYS FULL WHEN THERE IS A FULL PAGE TO SHOW.
       4000-PAGE-NEWER.
           IF WS-CA-TOP-KEY = SPACES
               PERFORM 4500-NO-PAGE-ON-SCREEN
           ELSE
               PERFORM 4100-FIND-NEWER-BOUND
               IF WS-NEWER-COUNT = 0
                   PERFORM 3500-REFRESH-PAGE
                   MOVE "ALREADY AT THE NEWEST ENTRY" TO MSGI
               ELSE
                   MOVE WS-NEWER-KEY TO WS-BOUND-KEY
                   MOVE 'Y' TO WS-BOUND-SWITCH
                   PERFORM 5100-LOAD-OLDER-PAGE
                   PERFORM 3100-SET-PAGE-MESSAGE
               END-IF
           END-IF
           PERFORM 6000-SEND-PAGE.

       4100-FIND-NEWER-BOUND.
           MOVE 0 TO WS-NEWER-COUNT
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           MOVE WS-CA-TOP-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('AUDIDX')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
               PERFORM 4110-READ-NEXT-ENTRY
                   UNTIL WS-BROWSE-END
                   OR WS-NEWER-COUNT >= WS-PG-MAX
               EXEC CICS ENDBR
                   FILE('AUDIDX')
               END-EXEC
           END-IF.

       4110-READ-NEXT-ENTRY.
           EXEC CICS READNEXT
               FILE('AUDIDX')
               INTO(AUDX-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
               WHEN AUDX-KEY = WS-CA-TOP-KEY
                   CONTINUE
               WHEN AUDX-ACCOUNT NOT = WS-CA-ACCOUNT
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-NEWER-COUNT
                   MOVE AUDX-KEY TO WS-NEWER-KEY
           END-EVALUATE.

       4500-NO-PAGE-ON-SCREEN.
           MOVE 0 TO WS-PG-COUNT
           IF WS-CA-ACCOUNT = SPACES
               MOVE "KEY AN ACCOUNT ID AND PRESS ENTER" TO MSGI
           ELSE
               PERFORM 3000-LOAD-NEWEST-PAGE
           END-IF.

       5000-PAGE-OLDER.
           IF WS-CA-BOTTOM-KEY = SPACES
               PERFORM 4500-NO-PAGE-ON-SCREEN
           ELSE
               MOVE WS-CA-BOTTOM-KEY TO WS-BOUND-KEY
               MOVE 'N' TO WS-BOUND-SWITCH
               PERFORM 5100-LOAD-OLDER-PAGE
               IF WS-PG-COUNT = 0
                   PERFORM 3500-REFRESH-PAGE
                   MOVE "NO OLDER ENTRIES - END OF HISTORY" TO MSGI
               ELSE
                   PERFORM 3100-SET-PAGE-MESSAGE
               END-IF
           END-IF
           PERFORM 6000-SEND-PAGE.

      *    READ BACKWARDS FROM THE BOUND KEY FOR UP TO A PAGE OF THE
      *    ACCOUNT'S ENTRIES, NEWEST FIRST.  A GTEQ START CAN LAND ON
      *    THE NEXT ACCOUNT'S FIRST ENTRY, WHICH THE FIRST READPREV
      *    RETURNS AND IS SKIPPED; WITH NOTHING AT OR ABOVE THE BOUND
      *    THE BROWSE STARTS FROM THE END OF THE FILE INSTEAD.
       5100-LOAD-OLDER-PAGE.
           MOVE 0 TO WS-PG-COUNT
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           MOVE WS-BOUND-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('AUDIDX')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-BROWSE-KEY
               EXEC CICS STARTBR
                   FILE('AUDIDX')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-BROWSE-RESP)
               END-EXEC
           END-IF
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
               PERFORM 5110-READ-PREVIOUS-ENTRY
                   UNTIL WS-BROWSE-END
                   OR WS-PG-COUNT >= WS-PG-MAX
               EXEC CICS ENDBR
                   FILE('AUDIDX')
               END-EXEC
           END-IF.

       5110-READ-PREVIOUS-ENTRY.
           EXEC CICS READPREV
               FILE('AUDIDX')
               INTO(AUDX-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
               WHEN AUDX-KEY > WS-BOUND-KEY
                   CONTINUE
               WHEN AUDX-KEY = WS-BOUND-KEY
                   AND NOT WS-BOUND-INCLUSIVE
                   CONTINUE
               WHEN AUDX-ACCOUNT NOT = WS-CA-ACCOUNT
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
               WHEN OTHER
                   PERFORM 5120-STORE-PAGE-LINE
           END-EVALUATE.

       5120-STORE-PAGE-LINE.
           MOVE AUDX-AUDIT-IMAGE TO AUDIT-RECORD
           ADD 1 TO WS-PG-COUNT
           IF WS-PG-COUNT = 1
               MOVE AUDX-KEY TO WS-CA-TOP-KEY
           END-IF
           MOVE AUDX-KEY TO WS-CA-BOTTOM-KEY
           MOVE AUD-TS-DATE TO WS-HL-DATE
           MOVE AUD-TS-HH TO WS-HL-HH
           MOVE AUD-TS-MM TO WS-HL-MM
           MOVE AUD-TS-SS TO WS-HL-SS
           MOVE AUD-ACCUM-ID TO WS-HL-ACCUM
           MOVE AUD-BEFORE-VALUE TO WS-HL-BEFORE
           MOVE AUD-AFTER-VALUE TO WS-HL-AFTER
           MOVE AUD-SOURCE-TRAN-ID TO WS-HL-SOURCE
           MOVE AUD-REASON-CODE TO WS-HL-REASON
           MOVE AUD-CHECKER-ID TO WS-HL-CHECKER
           MOVE WS-HIST-LINE TO WS-PG-LINE (WS-PG-COUNT).

       6000-SEND-PAGE.
           PERFORM 6100-CLEAR-UNUSED-LINE
               UNTIL WS-PG-COUNT >= WS-PG-MAX
           MOVE WS-CA-ACCOUNT TO ACCTO
           MOVE WS-PG-LINE (1) TO H01O
           MOVE WS-PG-LINE (2) TO H02O
           MOVE WS-PG-LINE (3) TO H03O
           MOVE WS-PG-LINE (4) TO H04O
           MOVE WS-PG-LINE (5) TO H05O
           MOVE WS-PG-LINE (6) TO H06O
           MOVE WS-PG-LINE (7) TO H07O
           MOVE WS-PG-LINE (8) TO H08O
           MOVE WS-PG-LINE (9) TO H09O
           MOVE WS-PG-LINE (10) TO H10O
           MOVE MSGI TO MSGO
           EXEC CICS SEND MAP('BUGSOL5')
               MAPSET('BUGSOL5')
               FROM(BUGSOL5O)
               ERASE
           END-EXEC.

       6100-CLEAR-UNUSED-LINE.
           ADD 1 TO WS-PG-COUNT
           MOVE SPACES TO WS-PG-LINE (WS-PG-COUNT).
