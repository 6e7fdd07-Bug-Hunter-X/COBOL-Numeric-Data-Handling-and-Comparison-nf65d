      *    KEYED COPY OF THE AUDIT TRAIL FOR THE BUGSOL25 HISTORY
      *    SCREEN - ONE RECORD PER AUDIT RECORD, KEYED ON ACCOUNT AND
      *    AUDIT TIMESTAMP SO AN ACCOUNT'S HISTORY READS BACKWARDS
      *    NEWEST FIRST.  BUGSOL24 LOADS EACH BATCH AUDIT GENERATION
      *    AND BUGSOL03 ADDS AN APPROVED ADJUSTMENT AS IT POSTS.
      *    AUDX-SEQ KEEPS THE KEY UNIQUE WHEN ONE ACCOUNT HAS MORE
      *    THAN ONE RECORD IN THE SAME SECOND: THE FIRST IS 0000 AND
      *    EACH LATER ONE TAKES THE NEXT NUMBER FREE.  THE IMAGE IS
      *    THE AUDIT RECORD AS WRITTEN (AUDITREC).
       01  AUDX-RECORD.
           05  AUDX-KEY.
               10  AUDX-ACCOUNT     PIC X(4).
               10  AUDX-TIMESTAMP   PIC X(14).
               10  AUDX-SEQ         PIC 9(4).
           05  AUDX-AUDIT-IMAGE     PIC X(62).
