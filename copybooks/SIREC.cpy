      *    STANDING-INSTRUCTION MASTER - ONE RECORD PER RECURRING
      *    DEBIT OR CREDIT, KEYED ON ACCOUNT PLUS AN INSTRUCTION
      *    NUMBER WITHIN THE ACCOUNT.  MAINTAINED THROUGH THE BUGSOL18
      *    CARD RUN; THE NIGHTLY BUGSOL19 GENERATOR WAREHOUSES ONE
      *    TRANSACTION PER OCCURRENCE, DATED FOR ITS DUE DATE, AND
      *    ROLLS SI-NEXT-DUE ON.  RECORDS ARE NEVER DELETED, SO AN
      *    INSTRUCTION NUMBER IS NEVER REUSED AND THE GENERATED KEYS
      *    STAY UNIQUE ON THE POSTING REGISTRY.
       01  SI-RECORD.
           05  SI-KEY.
               10  SI-ACCOUNT       PIC X(4).
               10  SI-NUMBER        PIC 9(2).
           05  SI-TRAN-TYPE         PIC X(1).
               88  SI-TYPE-DEBIT             VALUE 'D'.
               88  SI-TYPE-CREDIT            VALUE 'C'.
           05  SI-AMOUNT            PIC S9(9) COMP-3.
           05  SI-FREQUENCY         PIC X(1).
               88  SI-FREQ-WEEKLY            VALUE 'W'.
               88  SI-FREQ-FORTNIGHTLY       VALUE 'F'.
               88  SI-FREQ-MONTHLY           VALUE 'M'.
               88  SI-FREQ-QUARTERLY         VALUE 'Q'.
               88  SI-FREQ-ANNUAL            VALUE 'A'.
               88  SI-FREQ-VALID             VALUE 'W' 'F' 'M'
                                                   'Q' 'A'.
           05  SI-NEXT-DUE          PIC 9(8).
      *    ZERO MEANS THE INSTRUCTION RUNS UNTIL CANCELLED.
           05  SI-END-DATE          PIC 9(8).
      *    DAY OF THE MONTH A MONTHLY, QUARTERLY OR ANNUAL
      *    INSTRUCTION FALLS ON.  A SHORT MONTH TAKES ITS LAST DAY,
      *    AND THE FOLLOWING MONTH GOES BACK TO THIS DAY.
           05  SI-DAY-OF-MONTH      PIC 9(2).
           05  SI-STATUS            PIC X(1).
               88  SI-ACTIVE                 VALUE 'A'.
               88  SI-CANCELLED              VALUE 'C'.
               88  SI-EXPIRED                VALUE 'E'.
      *    OCCURRENCES GENERATED SO FAR.  THE GENERATED TR-KEY IS THE
      *    ACCOUNT, 'S', THE INSTRUCTION NUMBER AND THIS COUNT, SO AN
      *    INSTRUCTION CAN RAISE AT MOST 999 ITEMS.
           05  SI-GEN-COUNT         PIC 9(3).
           05  SI-LAST-GEN-DATE     PIC 9(8).
           05  SI-DESC              PIC X(30).
           05  SI-ADDED-DATE        PIC 9(8).
           05  FILLER               PIC X(19).
