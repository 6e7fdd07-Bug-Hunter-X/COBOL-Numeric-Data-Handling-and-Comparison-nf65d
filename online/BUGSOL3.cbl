
       COPY AUDITREC.

       COPY AUDXREC.

       COPY PENDREC.

       01  WS-COMMAREA.

       01  WS-ACTION-DATE            PIC 9(8).

       01  WS-INDEX-DONE-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-INDEX-DONE                   VALUE 'Y'.

       LINKAGE SECTION.

       01  DFHCOMMAREA               PIC X(18).
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY "UNABLE TO WRITE AUDITFL RECORD"
           ELSE
               PERFORM 2350-WRITE-AUDIT-INDEX
           END-IF.

      *    THE HISTORY SCREEN READS THE KEYED COPY OF THE AUDIT
      *    TRAIL, SO AN APPROVAL GOES ON IT NOW RATHER THAN WAITING
      *    FOR THE NEXT BATCH LOAD.  ANOTHER RECORD FOR THE ACCOUNT
      *    IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.
       2350-WRITE-AUDIT-INDEX.
           MOVE AUD-ACCOUNT TO AUDX-ACCOUNT
           MOVE AUD-TIMESTAMP TO AUDX-TIMESTAMP
           MOVE 0 TO AUDX-SEQ
           MOVE AUDIT-RECORD TO AUDX-AUDIT-IMAGE
           MOVE 'N' TO WS-INDEX-DONE-SWITCH
           PERFORM 2360-ADD-INDEX-ENTRY UNTIL WS-INDEX-DONE.

       2360-ADD-INDEX-ENTRY.
           EXEC CICS WRITE
               FILE('AUDIDX')
               FROM(AUDX-RECORD)
               RIDFLD(AUDX-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(DUPREC) AND AUDX-SEQ < 9999
               ADD 1 TO AUDX-SEQ
           ELSE
               MOVE 'Y' TO WS-INDEX-DONE-SWITCH
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   DISPLAY "UNABLE TO WRITE AUDIDX RECORD"
               END-IF
           END-IF.
