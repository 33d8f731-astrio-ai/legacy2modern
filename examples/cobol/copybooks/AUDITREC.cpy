      * RUN DATE THE ENTRY WAS WRITTEN AND DRIVES THE RETENTION TRIM
      * IN RETENTION-MGR; ENTRIES WRITTEN BEFORE THE FIELD WAS ADDED
      * CARRY SPACES THERE AND TRIM TO THE ARCHIVE ON THE FIRST
      * RETENTION RUN.  AUDIT-TRAN-ID IS THE PERMANENT TRANSACTION ID
      * OF THE RECORD (SEE TRANXREC), SO AN ENTRY CAN BE MATCHED TO
      * ITS TRANSACTION WHATEVER DAY IT WAS WRITTEN; AUDIT-RECORD-NUM
      * IS ONLY THE OUTPUT.DAT KEY OF THAT DAY.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP         PIC 9(08).
           05  AUDIT-BEFORE-SNIPPET    PIC X(20).
           05  AUDIT-AFTER-SNIPPET     PIC X(20).
           05  AUDIT-DATE              PIC 9(08).
           05  AUDIT-TRAN-ID           PIC X(23).
