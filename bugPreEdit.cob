               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPTIONAL SEQ-IN-FILE ASSIGN TO FEEDSQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-IN-STATUS.

           SELECT SEQ-OUT-FILE ASSIGN TO FEEDSQOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-OUT-STATUS.

           SELECT OPTIONAL SEQ-PARM-FILE ASSIGN TO SEQPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-PARM-STATUS.

           SELECT PREG-FILE ASSIGN TO POSTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-PREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RAW-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY TRANREC REPLACING TRANS-RECORD BY RAW-TRANS-RECORD
                                  TR-TYPE        BY RAW-TR-TYPE
                                  TR-TYPE-DEBIT  BY RAW-TR-TYPE-DEBIT
                                  TR-ACCOUNT     BY RAW-TR-ACCOUNT
                                  TR-SERIAL      BY RAW-TR-SERIAL
                                  TR-AMOUNT      BY RAW-TR-AMOUNT
                                  TR-EFF-DATE    BY RAW-TR-EFF-DATE
                                  TR-SOURCE-ID   BY RAW-TR-SOURCE-ID.

      *    WAREHOUSED ITEMS FALLING DUE TODAY, PULLED BY BUGSOL13 AT
      *    THE FRONT OF THE JOB.  THEY RE-EDIT HERE SO THE CLEAN
      *    FILE TRAILER STILL PROVES EVERYTHING IT CARRIES.
       FD  REL-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY TRANREC REPLACING TRANS-RECORD BY REL-IN-RECORD
                                  TR-TYPE        BY REL-TR-TYPE
                                  TR-TYPE-DEBIT  BY REL-TR-TYPE-DEBIT
                                  TR-ACCOUNT     BY REL-TR-ACCOUNT
                                  TR-SERIAL      BY REL-TR-SERIAL
                                  TR-AMOUNT      BY REL-TR-AMOUNT
                                  TR-EFF-DATE    BY REL-TR-EFF-DATE
                                  TR-SOURCE-ID   BY REL-TR-SOURCE-ID.

       FD  WHSE-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY TRANREC REPLACING TRANS-RECORD BY WHSE-OUT-RECORD
                                  TR-TYPE        BY WHSE-TR-TYPE
                                  TR-TYPE-DEBIT  BY WHSE-TR-TYPE-DEBIT
                                  TR-ACCOUNT     BY WHSE-TR-ACCOUNT
                                  TR-SERIAL      BY WHSE-TR-SERIAL
                                  TR-AMOUNT      BY WHSE-TR-AMOUNT
                                  TR-EFF-DATE    BY WHSE-TR-EFF-DATE
                                  TR-SOURCE-ID   BY WHSE-TR-SOURCE-ID.

       FD  SUSP-IN-FILE
           RECORDING MODE IS F

       FD  TRANS-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY TRANREC.

       FD  EDIT-REPORT-FILE
           COPY RUNCTL.

       FD  ACCT-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY ACCTREC.

       FD  PREG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY PREGREC.

       FD  SEQ-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SEQ-IN-RECORD               PIC X(80).

       FD  SEQ-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SEQ-OUT-RECORD              PIC X(80).

      *    OPERATOR OVERRIDE - ONE CARD PER SOURCE WHOSE FILE IS TO
      *    BE ACCEPTED OUT OF SEQUENCE (OR TAKEN ON AS A NEW SOURCE).
       FD  SEQ-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SEQ-PARM-RECORD.
           05  SQP-SOURCE-ID        PIC X(4).
           05  SQP-FILE-SEQ         PIC 9(6).
           05  FILLER               PIC X(70).

       WORKING-STORAGE SECTION.

       01  WS-RAW-STATUS            PIC X(2)   VALUE '00'.
       01  WS-ACCT-STATUS           PIC X(2)   VALUE '00'.
           88  WS-ACCT-OK                      VALUE '00'.

       01  WS-PREG-STATUS           PIC X(2)   VALUE '00'.
           88  WS-PREG-OK                      VALUE '00'.

       01  WS-RUNCTL-STATUS         PIC X(2)   VALUE '00'.
           88  WS-RUNCTL-OK                    VALUE '00'.

       01  WS-SEQ-IN-STATUS         PIC X(2)   VALUE '00'.
           88  WS-SEQ-IN-OK                    VALUE '00'.

       01  WS-SEQ-IN-EOF-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-SEQ-IN-EOF                   VALUE 'Y'.

       01  WS-SEQ-OUT-STATUS        PIC X(2)   VALUE '00'.
           88  WS-SEQ-OUT-OK                   VALUE '00'.

       COPY FEEDSEQ.

       01  WS-SEQ-PARM-STATUS       PIC X(2)   VALUE '00'.
           88  WS-SEQ-PARM-OK                  VALUE '00'.

       01  WS-SEQ-PARM-EOF-SWITCH   PIC X(1)   VALUE 'N'.
           88  WS-SEQ-PARM-EOF                 VALUE 'Y'.

       01  WS-REL-IN-STATUS         PIC X(2)   VALUE '00'.
           88  WS-REL-IN-OK                    VALUE '00'.

               10  WS-EDIT-SERIAL   PIC X(6).
           05  WS-EDIT-AMOUNT       PIC S9(9) COMP-3.
           05  WS-EDIT-EFF-DATE     PIC 9(8).
           05  WS-EDIT-SOURCE       PIC X(4).

       01  WS-EDIT-SWITCH           PIC X(1)   VALUE 'Y'.
           88  WS-EDIT-CLEAN                   VALUE 'Y'.

       COPY TRANHT.

      *    FEED ENVELOPE STATE - EACH SOURCE'S FILE MUST OPEN WITH
      *    AN 'H' RECORD AND CLOSE WITH A 'T' RECORD WHOSE COUNT AND
      *    AMOUNT HASH MATCH THE DATA RECORDS BETWEEN THEM.  EVERY
      *    HEADER IN THE RUN MUST CARRY THE SAME DATE AND CYCLE.
       01  WS-HEADER-SEEN-SWITCH    PIC X(1)   VALUE 'N'.
           88  WS-HEADER-SEEN                  VALUE 'Y'.
       01  WS-ENVELOPE-OPEN-SWITCH  PIC X(1)   VALUE 'N'.
           88  WS-ENVELOPE-OPEN                VALUE 'Y'.
       01  WS-FEED-ERR-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-FEED-ERROR                   VALUE 'Y'.
       01  WS-FEED-DATA-COUNT       PIC 9(7)   VALUE 0.
       01  WS-CLEAN-HASH            PIC S9(11) COMP-3 VALUE 0.
       01  WS-FEED-CYCLE            PIC 9(2)   VALUE 0.
       01  WS-ENV-SOURCE-ID         PIC X(4)   VALUE SPACES.
       01  WS-ENV-FILE-SEQ          PIC 9(6)   VALUE 0.
       01  WS-ENV-DATA-COUNT        PIC 9(7)   VALUE 0.
       01  WS-ENV-HASH              PIC S9(11) COMP-3 VALUE 0.
       01  WS-EXPECTED-SEQ          PIC 9(6)   VALUE 0.

      *    FEED SOURCES - LOADED FROM THE SEQUENCE FILE, WITH THIS
      *    RUN'S ACCEPTED SEQUENCE AND THE FEED-RECORD OUTCOMES PER
      *    SOURCE FOR THE CONTROL SHEET.  WS-SRC-CUR POINTS AT THE
      *    ENTRY FOR THE ENVELOPE BEING READ (0 = NONE).
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY         OCCURS 50 TIMES.
               10  WS-SRC-ID            PIC X(4).
               10  WS-SRC-LAST-SEQ      PIC 9(6).
               10  WS-SRC-LAST-DATE     PIC 9(8).
               10  WS-SRC-LAST-CYCLE    PIC 9(2).
               10  WS-SRC-RUN-SEQ       PIC 9(6).
               10  WS-SRC-SEEN-SWITCH   PIC X(1).
                   88  WS-SRC-SEEN                 VALUE 'Y'.
               10  WS-SRC-OVR-SWITCH    PIC X(1).
                   88  WS-SRC-OVERRIDDEN           VALUE 'Y'.
               10  WS-SRC-NEW-SWITCH    PIC X(1).
                   88  WS-SRC-NEW                  VALUE 'Y'.
               10  WS-SRC-DATA-COUNT    PIC 9(9).
               10  WS-SRC-CLEAN-COUNT   PIC 9(9).
               10  WS-SRC-REJECT-COUNT  PIC 9(9).
               10  WS-SRC-WHSE-COUNT    PIC 9(9).
       01  WS-SRC-COUNT             PIC 9(4)   COMP VALUE 0.
       01  WS-SRC-MAX               PIC 9(4)   COMP VALUE 50.
       01  WS-SRC-SUB               PIC 9(4)   COMP VALUE 0.
       01  WS-SRC-CUR               PIC 9(4)   COMP VALUE 0.

      *    OPERATOR SEQUENCE OVERRIDES READ FROM SEQPRM.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY         OCCURS 20 TIMES.
               10  WS-OVR-SOURCE-ID     PIC X(4).
               10  WS-OVR-FILE-SEQ      PIC 9(6).
       01  WS-OVR-COUNT             PIC 9(4)   COMP VALUE 0.
       01  WS-OVR-MAX               PIC 9(4)   COMP VALUE 20.
       01  WS-OVR-SUB               PIC 9(4)   COMP VALUE 0.

       01  WS-OVR-FOUND-SWITCH      PIC X(1)   VALUE 'N'.
           88  WS-OVR-FOUND                    VALUE 'Y'.

      *    FEED REJECTS ARE HELD HERE AND ONLY BANKED INTO SUSPOUT
      *    ONCE THE ENVELOPE HAS PROVED THE FEED WHOLE.  A REJECT
      *    A RETRANSMITTED FEED DELIVERS THEM AGAIN, AND A STALE
      *    WAREHOUSED COPY WOULD RELEASE AND POST TWICE.
       01  WS-WHS-TABLE.
           05  WS-WHS-ENTRY         PIC X(28)  OCCURS 5000 TIMES.
       01  WS-WHS-COUNT             PIC 9(5)   COMP VALUE 0.
       01  WS-WHS-MAX               PIC 9(5)   COMP VALUE 5000.
       01  WS-WHS-SUB               PIC 9(5)   COMP VALUE 0.
           05  WS-CT-VALUE          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(93)  VALUE SPACES.

       01  WS-SOURCE-LINE.
           05  FILLER               PIC X(8)   VALUE "SOURCE ".
           05  WS-SL-SOURCE-ID      PIC X(4).
           05  FILLER               PIC X(6)   VALUE "  SEQ ".
           05  WS-SL-FILE-SEQ       PIC 9(6).
           05  FILLER               PIC X(8)   VALUE "  READ ".
           05  WS-SL-READ           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(9)   VALUE "  CLEAN ".
           05  WS-SL-CLEAN          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(12)  VALUE "  REJECTED ".
           05  WS-SL-REJECTED       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(14)  VALUE "  WAREHOUSED ".
           05  WS-SL-WAREHOUSED     PIC ZZZZZZZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WS-SL-NOTE           PIC X(18).
           05  FILLER               PIC X(9)   VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE           PIC 9(2)   VALUE 0.
           PERFORM 0285-BANK-FEED-REJECTS
           PERFORM 0287-BANK-WAREHOUSED
           PERFORM 0290-WRITE-OUTPUT-TRAILER
           PERFORM 0295-WRITE-SEQUENCE-FILE
           PERFORM 1000-PRODUCE-COUNTS
           PERFORM 9999-TERMINATE
           STOP RUN.
           IF NOT WS-ACCT-OK
               DISPLAY "UNABLE TO OPEN ACCOUNT MASTER - STATUS "
                   WS-ACCT-STATUS " - RUN STOPPED"
               PERFORM 0110-CARRY-SEQUENCE-FORWARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE POSTING REGISTRY IS THE ONLY GUARD AGAINST A RE-SENT
      *    FEED POSTING A SECOND TIME - NO REGISTRY, NO CLEAN FILE.
           OPEN INPUT PREG-FILE
           IF NOT WS-PREG-OK
               DISPLAY "UNABLE TO OPEN POSTING REGISTRY - STATUS "
                   WS-PREG-STATUS " - RUN STOPPED"
               CLOSE ACCT-FILE
               PERFORM 0110-CARRY-SEQUENCE-FORWARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RT-SS TO WS-H-RT-SS
           WRITE EDIT-REPORT-RECORD FROM WS-HEADING-LINE
           WRITE EDIT-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 0120-LOAD-FEED-SOURCES
           PERFORM 0140-LOAD-SEQUENCE-OVERRIDES
           PERFORM 0210-READ-RAW-FILE
           PERFORM 0330-READ-REL-FILE
           PERFORM 0310-READ-SUSP-FILE.

      *    A RUN STOPPED BEFORE THE FEED IS READ STILL CUTS THE NEW
      *    SEQUENCE GENERATION, SO IT CARRIES EVERY SOURCE FORWARD AS
      *    IT WAS - OTHERWISE THE NEXT RUN WOULD KNOW NO SOURCES.
       0110-CARRY-SEQUENCE-FORWARD.
           PERFORM 0120-LOAD-FEED-SOURCES
           PERFORM 0295-WRITE-SEQUENCE-FILE.

      *    THE SOURCES ALLOWED TO SEND, AND THE LAST FILE SEQUENCE
      *    ACCEPTED FROM EACH.  A MISSING FILE SIMPLY MEANS NO SOURCE
      *    IS KNOWN - EVERY ENVELOPE THEN NEEDS AN OVERRIDE CARD.
       0120-LOAD-FEED-SOURCES.
           OPEN INPUT SEQ-IN-FILE
           IF WS-SEQ-IN-OK
               PERFORM 0125-LOAD-NEXT-SOURCE UNTIL WS-SEQ-IN-EOF
           END-IF
           CLOSE SEQ-IN-FILE.

       0125-LOAD-NEXT-SOURCE.
           READ SEQ-IN-FILE INTO FSQ-RECORD
               AT END
                   MOVE 'Y' TO WS-SEQ-IN-EOF-SWITCH
               NOT AT END
                   IF FSQ-SOURCE-ID NOT = SPACES
                       PERFORM 0130-TAKE-SOURCE-RECORD
                   END-IF
           END-READ.

       0130-TAKE-SOURCE-RECORD.
           IF WS-SRC-COUNT < WS-SRC-MAX
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-SUB
               PERFORM 0135-CLEAR-SOURCE-ENTRY
               MOVE FSQ-SOURCE-ID TO WS-SRC-ID (WS-SRC-SUB)
               IF FSQ-LAST-SEQ IS NUMERIC
                   MOVE FSQ-LAST-SEQ TO WS-SRC-LAST-SEQ (WS-SRC-SUB)
               END-IF
               IF FSQ-LAST-DATE IS NUMERIC
                   MOVE FSQ-LAST-DATE TO WS-SRC-LAST-DATE (WS-SRC-SUB)
               END-IF
               IF FSQ-LAST-CYCLE IS NUMERIC
                   MOVE FSQ-LAST-CYCLE
                       TO WS-SRC-LAST-CYCLE (WS-SRC-SUB)
               END-IF
           ELSE
               DISPLAY "FEED SOURCE TABLE FULL - SOURCE "
                   FSQ-SOURCE-ID " NOT LOADED"
           END-IF.

       0135-CLEAR-SOURCE-ENTRY.
           MOVE SPACES TO WS-SRC-ID (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-LAST-SEQ (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-LAST-DATE (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-LAST-CYCLE (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-RUN-SEQ (WS-SRC-SUB)
           MOVE 'N' TO WS-SRC-SEEN-SWITCH (WS-SRC-SUB)
           MOVE 'N' TO WS-SRC-OVR-SWITCH (WS-SRC-SUB)
           MOVE 'N' TO WS-SRC-NEW-SWITCH (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-DATA-COUNT (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-CLEAN-COUNT (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-REJECT-COUNT (WS-SRC-SUB)
           MOVE 0 TO WS-SRC-WHSE-COUNT (WS-SRC-SUB).

       0140-LOAD-SEQUENCE-OVERRIDES.
           OPEN INPUT SEQ-PARM-FILE
           IF WS-SEQ-PARM-OK
               PERFORM 0145-LOAD-NEXT-OVERRIDE UNTIL WS-SEQ-PARM-EOF
           END-IF
           CLOSE SEQ-PARM-FILE.

       0145-LOAD-NEXT-OVERRIDE.
           READ SEQ-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-SEQ-PARM-EOF-SWITCH
               NOT AT END
                   IF SQP-SOURCE-ID = SPACES
                       OR SQP-FILE-SEQ IS NOT NUMERIC
                       DISPLAY "SEQUENCE OVERRIDE CARD IGNORED - "
                           SEQ-PARM-RECORD (1:10)
                   ELSE
                       IF WS-OVR-COUNT < WS-OVR-MAX
                           ADD 1 TO WS-OVR-COUNT
                           MOVE SQP-SOURCE-ID
                               TO WS-OVR-SOURCE-ID (WS-OVR-COUNT)
                           MOVE SQP-FILE-SEQ
                               TO WS-OVR-FILE-SEQ (WS-OVR-COUNT)
                       ELSE
                           DISPLAY "TOO MANY SEQUENCE OVERRIDE CARDS"
                               " - " SEQ-PARM-RECORD (1:10)
                               " IGNORED"
                       END-IF
                   END-IF
           END-READ.

       0200-EDIT-FEED-RECORD.
           EVALUATE RAW-TR-TYPE
               WHEN 'H'
           END-EVALUATE
           PERFORM 0210-READ-RAW-FILE.

      *    EACH HEADER OPENS ONE SOURCE'S ENVELOPE.  THE FIRST HEADER
      *    OF THE RUN ALSO OPENS THE CLEAN FILE'S SINGLE ENVELOPE.
       0230-PROCESS-FEED-HEADER.
           MOVE RAW-TRANS-RECORD TO TRANS-HEADER-RECORD
           IF WS-ENVELOPE-OPEN
               DISPLAY "FEED HEADER FOR SOURCE " TH-SOURCE-ID
                   " BEFORE TRAILER OF SOURCE " WS-ENV-SOURCE-ID
                   " - FEED SUSPECT"
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
           END-IF
           MOVE 'Y' TO WS-ENVELOPE-OPEN-SWITCH
           MOVE TH-SOURCE-ID TO WS-ENV-SOURCE-ID
           MOVE 0 TO WS-ENV-FILE-SEQ
           IF TH-FILE-SEQ IS NUMERIC
               MOVE TH-FILE-SEQ TO WS-ENV-FILE-SEQ
           END-IF
           MOVE 0 TO WS-ENV-DATA-COUNT
           MOVE 0 TO WS-ENV-HASH
      *    A STALE FEED MUST BE REFUSED HERE, WHILE THIS STEP STILL
      *    HOLDS THE SUSPENSE FILE - LETTING IT DIE AT THE BALANCE
      *    RUN WOULD ORPHAN THE CORRECTED SUSPENSE ITEMS ALREADY
      *    CONSUMED INTO THE CLEAN FILE.
           IF TH-FEED-DATE NOT = WS-RUN-DATE
               DISPLAY "FEED FROM SOURCE " WS-ENV-SOURCE-ID
                   " DATED " TH-FEED-DATE
                   " BUT RUN DATE IS " WS-RUN-DATE
                   " - FEED SUSPECT"
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
           END-IF
           IF WS-HEADER-SEEN
               IF TH-CYCLE NOT = WS-FEED-CYCLE
                   DISPLAY "FEED FROM SOURCE " WS-ENV-SOURCE-ID
                       " IS FOR CYCLE " TH-CYCLE
                       " BUT THE RUN IS CYCLE " WS-FEED-CYCLE
                       " - FEED SUSPECT"
                   MOVE 'Y' TO WS-FEED-ERR-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-HEADER-SEEN-SWITCH
               MOVE TH-CYCLE TO WS-FEED-CYCLE
               MOVE SPACES TO TH-SOURCE-ID
               MOVE 0 TO TH-FILE-SEQ
               MOVE TRANS-HEADER-RECORD TO TRANS-RECORD
               WRITE TRANS-RECORD
           END-IF
           PERFORM 0260-CHECK-FEED-SEQUENCE.

       0240-PROCESS-FEED-TRAILER.
           MOVE RAW-TRANS-RECORD TO TRANS-TRAILER-RECORD
           IF NOT WS-ENVELOPE-OPEN
               DISPLAY "FEED TRAILER FOR SOURCE " TT-SOURCE-ID
                   " WITHOUT A HEADER - FEED SUSPECT"
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
           ELSE
               IF TT-SOURCE-ID NOT = WS-ENV-SOURCE-ID
                   DISPLAY "FEED TRAILER FOR SOURCE " TT-SOURCE-ID
                       " CLOSES ENVELOPE OF SOURCE " WS-ENV-SOURCE-ID
                       " - FEED SUSPECT"
                   MOVE 'Y' TO WS-FEED-ERR-SWITCH
               END-IF
               IF TT-RECORD-COUNT NOT = WS-ENV-DATA-COUNT
                   DISPLAY "SOURCE " WS-ENV-SOURCE-ID
                       " TRAILER COUNT " TT-RECORD-COUNT
                       " BUT " WS-ENV-DATA-COUNT " RECORDS READ"
                       " - FEED SUSPECT"
                   MOVE 'Y' TO WS-FEED-ERR-SWITCH
               END-IF
               IF TT-HASH-TOTAL NOT = WS-ENV-HASH
                   DISPLAY "SOURCE " WS-ENV-SOURCE-ID
                       " TRAILER HASH DOES NOT MATCH "
                       "AMOUNTS READ - FEED SUSPECT"
                   MOVE 'Y' TO WS-FEED-ERR-SWITCH
               END-IF
           END-IF
           MOVE 'N' TO WS-ENVELOPE-OPEN-SWITCH
           MOVE 0 TO WS-SRC-CUR.

       0250-EDIT-FEED-DATA-RECORD.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-FEED-DATA-COUNT
           IF NOT WS-ENVELOPE-OPEN
               DISPLAY "DATA RECORD OUTSIDE A FEED ENVELOPE - "
                   "FEED SUSPECT"
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
               MOVE SPACES TO WS-ENV-SOURCE-ID
           END-IF
           ADD 1 TO WS-ENV-DATA-COUNT
           IF RAW-TR-AMOUNT IS NUMERIC
               ADD RAW-TR-AMOUNT TO WS-ENV-HASH
           END-IF
           IF WS-SRC-CUR > 0
               ADD 1 TO WS-SRC-DATA-COUNT (WS-SRC-CUR)
           END-IF
           MOVE WS-ENV-SOURCE-ID TO WS-EDIT-SOURCE
           MOVE RAW-TR-TYPE TO WS-EDIT-TYPE
           MOVE RAW-TR-KEY TO WS-EDIT-KEY
           MOVE RAW-TR-AMOUNT TO WS-EDIT-AMOUNT
           IF WS-EDIT-CLEAN
               IF WS-EDIT-EFF-DATE > WS-RUN-DATE
                   PERFORM 0720-HOLD-WAREHOUSE-ITEM
                   IF WS-SRC-CUR > 0
                       ADD 1 TO WS-SRC-WHSE-COUNT (WS-SRC-CUR)
                   END-IF
               ELSE
                   PERFORM 0600-WRITE-CLEAN-RECORD
                   IF WS-SRC-CUR > 0
                       ADD 1 TO WS-SRC-CLEAN-COUNT (WS-SRC-CUR)
                   END-IF
               END-IF
           ELSE
               MOVE "FEED" TO WS-RJ-SOURCE
               PERFORM 0700-WRITE-REJECT
               IF WS-SRC-CUR > 0
                   ADD 1 TO WS-SRC-REJECT-COUNT (WS-SRC-CUR)
               END-IF
           END-IF.

      *    EACH SOURCE NUMBERS ITS FILES 1, 2, 3 ... AND THE NEXT ONE
      *    ACCEPTED MUST RUN ON FROM THE LAST - FROM THE SEQUENCE
      *    FILE, OR FROM AN EARLIER ENVELOPE OF THE SAME SOURCE IN
      *    THIS RUN.  A REPEAT IS A RE-SENT FILE AND A GAP IS A FILE
      *    THAT NEVER ARRIVED; EITHER STOPS THE RUN UNLESS THE
      *    OPERATOR HAS SUPPLIED AN OVERRIDE CARD FOR THE SOURCE AND
      *    THIS SEQUENCE NUMBER.  THE OVERRIDE IS ALSO HOW A NEW
      *    SOURCE IS TAKEN ON WITH ITS FIRST FILE.
       0260-CHECK-FEED-SEQUENCE.
           PERFORM 0262-FIND-FEED-SOURCE
           PERFORM 0264-FIND-SEQUENCE-OVERRIDE
           IF WS-SRC-CUR = 0
               IF WS-OVR-FOUND
                   PERFORM 0266-ADD-FEED-SOURCE
               ELSE
                   DISPLAY "SOURCE " WS-ENV-SOURCE-ID
                       " IS NOT ON THE FEED SEQUENCE FILE"
                       " - FEED SUSPECT"
                   MOVE 'Y' TO WS-FEED-ERR-SWITCH
               END-IF
           ELSE
               IF WS-SRC-SEEN (WS-SRC-CUR)
                   COMPUTE WS-EXPECTED-SEQ =
                       WS-SRC-RUN-SEQ (WS-SRC-CUR) + 1
               ELSE
                   COMPUTE WS-EXPECTED-SEQ =
                       WS-SRC-LAST-SEQ (WS-SRC-CUR) + 1
               END-IF
               IF WS-ENV-FILE-SEQ NOT = WS-EXPECTED-SEQ
                   PERFORM 0268-REPORT-SEQUENCE-BREAK
               END-IF
               MOVE 'Y' TO WS-SRC-SEEN-SWITCH (WS-SRC-CUR)
               MOVE WS-ENV-FILE-SEQ TO WS-SRC-RUN-SEQ (WS-SRC-CUR)
           END-IF.

       0262-FIND-FEED-SOURCE.
           MOVE 0 TO WS-SRC-CUR
           MOVE 0 TO WS-SRC-SUB
           PERFORM 0263-CHECK-NEXT-SOURCE
               UNTIL WS-SRC-SUB >= WS-SRC-COUNT OR WS-SRC-CUR > 0.

       0263-CHECK-NEXT-SOURCE.
           ADD 1 TO WS-SRC-SUB
           IF WS-SRC-ID (WS-SRC-SUB) = WS-ENV-SOURCE-ID
               MOVE WS-SRC-SUB TO WS-SRC-CUR
           END-IF.

       0264-FIND-SEQUENCE-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND-SWITCH
           MOVE 0 TO WS-OVR-SUB
           PERFORM 0265-CHECK-NEXT-OVERRIDE
               UNTIL WS-OVR-SUB >= WS-OVR-COUNT OR WS-OVR-FOUND.

       0265-CHECK-NEXT-OVERRIDE.
           ADD 1 TO WS-OVR-SUB
           IF WS-OVR-SOURCE-ID (WS-OVR-SUB) = WS-ENV-SOURCE-ID
               AND WS-OVR-FILE-SEQ (WS-OVR-SUB) = WS-ENV-FILE-SEQ
               MOVE 'Y' TO WS-OVR-FOUND-SWITCH
           END-IF.

       0266-ADD-FEED-SOURCE.
           IF WS-SRC-COUNT < WS-SRC-MAX
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-SUB
               PERFORM 0135-CLEAR-SOURCE-ENTRY
               MOVE WS-ENV-SOURCE-ID TO WS-SRC-ID (WS-SRC-SUB)
               MOVE 'Y' TO WS-SRC-SEEN-SWITCH (WS-SRC-SUB)
               MOVE 'Y' TO WS-SRC-OVR-SWITCH (WS-SRC-SUB)
               MOVE 'Y' TO WS-SRC-NEW-SWITCH (WS-SRC-SUB)
               MOVE WS-ENV-FILE-SEQ TO WS-SRC-RUN-SEQ (WS-SRC-SUB)
               MOVE WS-SRC-SUB TO WS-SRC-CUR
               DISPLAY "NEW SOURCE " WS-ENV-SOURCE-ID
                   " TAKEN ON AT SEQUENCE " WS-ENV-FILE-SEQ
                   " BY OPERATOR OVERRIDE"
           ELSE
               DISPLAY "FEED SOURCE TABLE FULL - SOURCE "
                   WS-ENV-SOURCE-ID " REFUSED - FEED SUSPECT"
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
           END-IF.

       0268-REPORT-SEQUENCE-BREAK.
           IF WS-OVR-FOUND
               MOVE 'Y' TO WS-SRC-OVR-SWITCH (WS-SRC-CUR)
               DISPLAY "SOURCE " WS-ENV-SOURCE-ID
                   " SEQUENCE " WS-ENV-FILE-SEQ
                   " ACCEPTED BY OPERATOR OVERRIDE - EXPECTED "
                   WS-EXPECTED-SEQ
           ELSE
               IF WS-ENV-FILE-SEQ < WS-EXPECTED-SEQ
                   DISPLAY "SOURCE " WS-ENV-SOURCE-ID
                       " SEQUENCE " WS-ENV-FILE-SEQ
                       " ALREADY ACCEPTED - EXPECTED "
                       WS-EXPECTED-SEQ " - FEED SUSPECT"
               ELSE
                   DISPLAY "SOURCE " WS-ENV-SOURCE-ID
                       " SEQUENCE " WS-ENV-FILE-SEQ
                       " SKIPS FILES - EXPECTED "
                       WS-EXPECTED-SEQ " - FEED SUSPECT"
               END-IF
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
           END-IF.

       0210-READ-RAW-FILE.
               DISPLAY "FEED HEADER MISSING - FEED SUSPECT"
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
           END-IF
           IF WS-ENVELOPE-OPEN
               DISPLAY "FEED TRAILER MISSING FOR SOURCE "
                   WS-ENV-SOURCE-ID " - FEED SUSPECT"
               MOVE 'Y' TO WS-FEED-ERR-SWITCH
           END-IF.

           MOVE TRANS-TRAILER-RECORD TO TRANS-RECORD
           WRITE TRANS-RECORD.

      *    CUT THE NEXT SEQUENCE GENERATION.  A SOURCE ONLY ADVANCES
      *    WHEN THE WHOLE FEED PROVED - A BROKEN RUN CARRIES EVERY
      *    SOURCE FORWARD UNCHANGED SO THE RETRANSMISSION IS STILL
      *    IN SEQUENCE.
       0295-WRITE-SEQUENCE-FILE.
           OPEN OUTPUT SEQ-OUT-FILE
           MOVE 0 TO WS-SRC-SUB
           PERFORM 0296-WRITE-NEXT-SOURCE
               UNTIL WS-SRC-SUB >= WS-SRC-COUNT
           CLOSE SEQ-OUT-FILE.

       0296-WRITE-NEXT-SOURCE.
           ADD 1 TO WS-SRC-SUB
           IF WS-SRC-SEEN (WS-SRC-SUB) AND NOT WS-FEED-ERROR
               MOVE WS-SRC-RUN-SEQ (WS-SRC-SUB)
                   TO WS-SRC-LAST-SEQ (WS-SRC-SUB)
               MOVE WS-RUN-DATE TO WS-SRC-LAST-DATE (WS-SRC-SUB)
               MOVE WS-FEED-CYCLE TO WS-SRC-LAST-CYCLE (WS-SRC-SUB)
           END-IF
      *    A SOURCE TAKEN ON BY OVERRIDE IN A BROKEN RUN IS NOT KEPT.
           IF NOT WS-SRC-NEW (WS-SRC-SUB) OR NOT WS-FEED-ERROR
               MOVE SPACES TO FSQ-RECORD
               MOVE WS-SRC-ID (WS-SRC-SUB) TO FSQ-SOURCE-ID
               MOVE WS-SRC-LAST-SEQ (WS-SRC-SUB) TO FSQ-LAST-SEQ
               MOVE WS-SRC-LAST-DATE (WS-SRC-SUB) TO FSQ-LAST-DATE
               MOVE WS-SRC-LAST-CYCLE (WS-SRC-SUB) TO FSQ-LAST-CYCLE
               WRITE SEQ-OUT-RECORD FROM FSQ-RECORD
           END-IF.

       0300-PROCESS-SUSPENSE.
           ADD 1 TO WS-SUSP-READ-COUNT
      *    A BROKEN FEED MUST NOT CONSUME SUSPENSE: THE CLEAN FILE
               MOVE SUSP-IN-TYPE TO WS-EDIT-TYPE
               MOVE SUSP-IN-KEY TO WS-EDIT-KEY
               MOVE SUSP-IN-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-EDIT-SOURCE
      *        A CORRECTED SUSPENSE ITEM POSTS THE DAY IT IS PICKED
      *        UP - THE SUSPENSE RECORD CARRIES NO EFFECTIVE DATE.
               MOVE 0 TO WS-EDIT-EFF-DATE
           MOVE REL-TR-TYPE TO WS-EDIT-TYPE
           MOVE REL-TR-KEY TO WS-EDIT-KEY
           MOVE REL-TR-AMOUNT TO WS-EDIT-AMOUNT
           MOVE REL-TR-SOURCE-ID TO WS-EDIT-SOURCE
      *    THE ITEM IS DUE - IT RELEASES INTO TODAY'S CLEAN FILE
      *    AND MUST NOT ROUTE BACK TO THE WAREHOUSE.
           MOVE 0 TO WS-EDIT-EFF-DATE
                   MOVE "KEYD" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-EDIT-CLEAN AND WS-EDIT-TYPE NOT = 'R'
               PERFORM 0580-CHECK-POSTING-REGISTRY
           END-IF
           IF WS-EDIT-CLEAN AND WS-EDIT-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE "AMTN" TO WS-EDIT-REASON
      *    A TRANSACTION MAY ONLY POST TO AN ACCOUNT THAT EXISTS ON
      *    THE ACCOUNT MASTER AND IS OPEN.  ANYTHING ELSE GOES TO
      *    SUSPENSE INSTEAD OF SILENTLY SEEDING A PHANTOM BALFILE
      *    ENTRY IN THE BALANCE RUN.  A D OR C ITEM OVER THE
      *    ACCOUNT'S SINGLE-ITEM LIMIT IS REFUSED HERE TOO; A REVERSAL
      *    ONLY BACKS OUT AN ITEM ALREADY ACCEPTED, SO IT IS EXEMPT.
       0570-CHECK-ACCOUNT-MASTER.
           MOVE SPACES TO ACCT-KEY
           MOVE WS-EDIT-ACCOUNT TO ACCT-ID
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE "ACCS" TO WS-EDIT-REASON
                   END-IF
           END-READ
           IF WS-EDIT-CLEAN AND WS-EDIT-TYPE NOT = 'R'
               AND ACCT-MAX-ITEM > 0
               AND WS-EDIT-AMOUNT > ACCT-MAX-ITEM
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE "LIMI" TO WS-EDIT-REASON
           END-IF.

      *    THE DUPLICATE-KEY TABLE ONLY SEES THIS RUN.  A KEY ON THE
      *    POSTING REGISTRY WAS ALREADY POSTED BY AN EARLIER CYCLE OR
      *    DAY - A RE-SENT FILE OR A REPEATED UPSTREAM SERIAL - AND
      *    GOES TO SUSPENSE FOR DATA CONTROL INSTEAD OF POSTING AGAIN.
       0580-CHECK-POSTING-REGISTRY.
           MOVE WS-EDIT-KEY TO PREG-KEY
           READ PREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE "KEYP" TO WS-EDIT-REASON
           END-READ.

      *    HASHED DUPLICATE LOOKUP.  THE PROBE ENDS EITHER ON THE
           MOVE WS-EDIT-KEY TO TR-KEY
           MOVE WS-EDIT-AMOUNT TO TR-AMOUNT
           MOVE WS-EDIT-EFF-DATE TO TR-EFF-DATE
           MOVE WS-EDIT-SOURCE TO TR-SOURCE-ID
           WRITE TRANS-RECORD
           ADD 1 TO WS-CLEAN-COUNT
           ADD WS-EDIT-AMOUNT TO WS-CLEAN-HASH
           MOVE WS-EDIT-KEY TO WHSE-TR-KEY
           MOVE WS-EDIT-AMOUNT TO WHSE-TR-AMOUNT
           MOVE WS-EDIT-EFF-DATE TO WHSE-TR-EFF-DATE
           MOVE WS-EDIT-SOURCE TO WHSE-TR-SOURCE-ID
           ADD 1 TO WS-WHSE-COUNT
           IF WS-WHS-COUNT < WS-WHS-MAX
               ADD 1 TO WS-WHS-COUNT
               MOVE WS-REL-RETURN-COUNT TO WS-CT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF
           IF WS-SRC-COUNT > 0
               WRITE EDIT-REPORT-RECORD FROM WS-BLANK-LINE
               MOVE 0 TO WS-SRC-SUB
               PERFORM 1010-PRINT-SOURCE-LINE
                   UNTIL WS-SRC-SUB >= WS-SRC-COUNT
               WRITE EDIT-REPORT-RECORD FROM WS-BLANK-LINE
           END-IF
           IF WS-FEED-ERROR
               MOVE "*** FEED INTEGRITY ERROR ***" TO WS-CT-LABEL
               MOVE 0 TO WS-CT-VALUE
                   "SUSPENDED AFTER " WS-KEY-MAX " KEYS"
           END-IF.

      *    ONE LINE PER SOURCE THAT SENT A FEED THIS RUN - ITS FEED
      *    RECORDS ONLY, SO READ = CLEAN + REJECTED + WAREHOUSED.
       1010-PRINT-SOURCE-LINE.
           ADD 1 TO WS-SRC-SUB
           IF WS-SRC-SEEN (WS-SRC-SUB)
               MOVE WS-SRC-ID (WS-SRC-SUB) TO WS-SL-SOURCE-ID
               MOVE WS-SRC-RUN-SEQ (WS-SRC-SUB) TO WS-SL-FILE-SEQ
               MOVE WS-SRC-DATA-COUNT (WS-SRC-SUB) TO WS-SL-READ
               MOVE WS-SRC-CLEAN-COUNT (WS-SRC-SUB) TO WS-SL-CLEAN
               MOVE WS-SRC-REJECT-COUNT (WS-SRC-SUB)
                   TO WS-SL-REJECTED
               MOVE WS-SRC-WHSE-COUNT (WS-SRC-SUB)
                   TO WS-SL-WAREHOUSED
               IF WS-SRC-OVERRIDDEN (WS-SRC-SUB)
                   MOVE "SEQUENCE OVERRIDE" TO WS-SL-NOTE
               ELSE
                   MOVE SPACES TO WS-SL-NOTE
               END-IF
               WRITE EDIT-REPORT-RECORD FROM WS-SOURCE-LINE
           END-IF.

       9999-TERMINATE.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           PERFORM 9990-WRITE-RUN-CONTROL
           CLOSE ACCT-FILE
           CLOSE PREG-FILE
           CLOSE RAW-TRANS-FILE
           CLOSE SUSP-IN-FILE
           CLOSE REL-IN-FILE
               MOVE WS-CLEAN-HASH TO RCT-AMOUNT-HASH
               MOVE WS-RETURN-CODE TO RCT-RETURN-CODE
               WRITE RUNCTL-RECORD
               MOVE 0 TO WS-SRC-SUB
               PERFORM 9995-WRITE-SOURCE-CONTROL
                   UNTIL WS-SRC-SUB >= WS-SRC-COUNT
           ELSE
               DISPLAY "UNABLE TO OPEN RUN CONTROL FILE - STATUS "
                   WS-RUNCTL-STATUS " - TOTALS RECORD NOT WRITTEN"
           END-IF
           CLOSE RUNCTL-FILE.

      *    THE PER-SOURCE BREAKDOWN OF THE FEED FIGURES, SO THE
      *    CONTROL SHEET CAN PROVE EACH SOURCE AS WELL AS THE DAY.
       9995-WRITE-SOURCE-CONTROL.
           ADD 1 TO WS-SRC-SUB
           IF WS-SRC-SEEN (WS-SRC-SUB)
               MOVE SPACES TO RUNCTL-RECORD
               MOVE "BUGSOL00" TO RCT-STEP-ID
               MOVE WS-RUN-DATE TO RCT-RUN-DATE
               MOVE WS-FEED-CYCLE TO RCT-CYCLE
               MOVE WS-SRC-ID (WS-SRC-SUB) TO RCT-SOURCE-ID
               MOVE WS-SRC-DATA-COUNT (WS-SRC-SUB) TO RCT-IN-COUNT
               MOVE WS-SRC-CLEAN-COUNT (WS-SRC-SUB) TO RCT-OUT-COUNT
               MOVE WS-SRC-REJECT-COUNT (WS-SRC-SUB)
                   TO RCT-REJECT-COUNT
               MOVE WS-SRC-WHSE-COUNT (WS-SRC-SUB) TO RCT-WHSE-COUNT
               MOVE 0 TO RCT-RELEASE-COUNT
               MOVE 0 TO RCT-SUSP-COUNT
               MOVE 0 TO RCT-SKIP-COUNT
               MOVE 0 TO RCT-UNMATCHED-COUNT
               MOVE 0 TO RCT-DEBIT-TOTAL
               MOVE 0 TO RCT-CREDIT-TOTAL
               MOVE 0 TO RCT-AMOUNT-HASH
               MOVE WS-RETURN-CODE TO RCT-RETURN-CODE
               WRITE RUNCTL-RECORD
           END-IF.
