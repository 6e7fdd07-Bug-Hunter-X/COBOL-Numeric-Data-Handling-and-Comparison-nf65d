      *    LIMIT-HOLD RECORD - ONE PER POSTING THE BALANCE RUN HELD
      *    BACK BECAUSE IT WOULD HAVE TAKEN ITS ACCOUNT PAST THE DAILY
      *    DEBIT LIMIT OR BELOW THE WS-AREA-2 FLOOR SET ON ACCTMST.
      *    THE FIRST FIVE FIELDS ARE THE TRANSACTION AS IT ARRIVED, SO
      *    DATA CONTROL CAN RESUBMIT IT ONCE THE LIMIT IS RAISED OR
      *    THE NEXT DAY OPENS.  HELD ITEMS ARE NOT ON THE POSTING
      *    REGISTRY, SO A RESUBMISSION IS NOT REFUSED AS A REPEAT.
       01  LHLD-RECORD.
           05  LHLD-TRAN-TYPE       PIC X(1).
           05  LHLD-TRAN-KEY.
               10  LHLD-ACCOUNT     PIC X(4).
               10  LHLD-SERIAL      PIC X(6).
           05  LHLD-TRAN-AMOUNT     PIC S9(9) COMP-3.
           05  LHLD-EFF-DATE        PIC 9(8).
           05  LHLD-SOURCE-ID       PIC X(4).
      *    DAYL = DAILY DEBIT LIMIT, FLOR = WS-AREA-2 FLOOR.
           05  LHLD-REASON-CODE     PIC X(4).
               88  LHLD-DAILY-LIMIT          VALUE 'DAYL'.
               88  LHLD-AREA-2-FLOOR         VALUE 'FLOR'.
           05  LHLD-HOLD-DATE       PIC 9(8).
           05  LHLD-HOLD-CYCLE      PIC 9(2).
      *    THE LIMIT IN FORCE AND THE DAY POSITION THE POSTING WOULD
      *    HAVE LEFT - DEBITS SO FAR FOR DAYL, THE WS-AREA-2 BALANCE
      *    FOR FLOR.
           05  LHLD-LIMIT           PIC S9(9) COMP-3.
           05  LHLD-POSITION        PIC S9(11) COMP-3.
           05  FILLER               PIC X(7).
