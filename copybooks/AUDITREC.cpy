           05  AUD-BEFORE-VALUE     PIC S9(9) COMP-3.
           05  AUD-AFTER-VALUE      PIC S9(9) COMP-3.
           05  AUD-SOURCE-TRAN-ID   PIC X(10).
      *    A PRIOR-PERIOD ADJUSTMENT (REASON PPAD) CARRIES THE CLOSED
      *    PERIOD IT RESTATES AND ITS CARD NUMBER IN PLACE OF A
      *    TRANSACTION KEY.  ITS BEFORE/AFTER VALUES ARE THAT
      *    PERIOD'S BALHIST FIGURES, NOT THE LIVE BALFILE POSITION.
           05  AUD-PPA-SOURCE REDEFINES AUD-SOURCE-TRAN-ID.
               10  AUD-PPA-PERIOD   PIC 9(6).
               10  AUD-PPA-CARD-NO  PIC 9(4).
      *    CHECKER OF AN APPROVED ONLINE ADJUSTMENT; SPACES FOR
      *    BATCH ACTIVITY, WHICH HAS NO SECOND PAIR OF EYES.
           05  AUD-CHECKER-ID       PIC X(8).
