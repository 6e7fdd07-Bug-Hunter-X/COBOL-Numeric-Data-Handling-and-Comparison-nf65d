      *    GOES TO THE WAREHOUSE FILE INSTEAD OF THE CLEAN FILE AND
      *    IS RELEASED BY BUGSOL13 ON THE DAY IT FALLS DUE.
           05  TR-EFF-DATE          PIC 9(8).
      *    FEED SOURCE SYSTEM - STAMPED BY THE PRE-EDIT FROM THE
      *    HEADER OF THE ENVELOPE THE RECORD ARRIVED IN, AND CARRIED
      *    THROUGH THE WAREHOUSE.  UPSTREAM LEAVES IT BLANK; A
      *    CORRECTED SUSPENSE ITEM GOES BACK INTO THE CLEAN FILE
      *    WITH IT BLANK, AS THE SUSPENSE RECORD DOES NOT CARRY IT.
           05  TR-SOURCE-ID         PIC X(4).
