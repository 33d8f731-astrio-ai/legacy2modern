      * THE RUN DATE THE REJECT WAS WRITTEN AND DRIVES THE RETENTION
      * TRIM IN RETENTION-MGR; RECORDS WRITTEN BEFORE THE FIELD WAS
      * ADDED CARRY SPACES THERE AND TRIM TO THE ARCHIVE ON THE
      * FIRST RETENTION RUN.  REJECT-SOURCE-ID IS THE SENDER THE
      * RECORD CAME FROM - THE HDR SOURCE OF ITS BATCH, UNBATCHD FOR
      * RECORDS OUTSIDE AN ENVELOPE, OR MAINT FOR REJECTED MAINTENANCE
      * TRANSACTIONS - SO SRC-SCORECARD CAN CHARGE EACH REJECT TO ITS
      * SOURCE.
      *****************************************************************
       01  REJECT-RECORD.
           05  REJECT-DATA             PIC X(80).
           05  REJECT-REASON-CODE      PIC X(04).
           05  REJECT-REASON-TEXT      PIC X(30).
           05  REJECT-DATE             PIC 9(08).
           05  REJECT-SOURCE-ID        PIC X(08).
