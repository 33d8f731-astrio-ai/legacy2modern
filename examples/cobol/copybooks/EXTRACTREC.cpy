      * CLASSIFICATION SUSPENSE FILE INTO THIS GENERATION - ITS KEY
      * BELONGS TO THE BUSINESS DATE THE ITEM WAS SUSPENDED, NOT TO
      * TODAY'S OUTPUT.DAT BUILD - AND SPACE ON A CURRENT RECORD.
      * EXT-TRAN-ID IS THE PERMANENT TRANSACTION ID OF THE RECORD
      * (SEE TRANXREC), WHICH STAYS UNIQUE WHERE EXT-KEY DOES NOT.
      *****************************************************************
       01  EXTRACT-RECORD.
           05  EXT-KEY                 PIC 9(07).
           05  EXT-RESULT-CODE         PIC X(10).
           05  EXT-RELEASE-FLAG        PIC X(01).
           05  EXT-TRAN-ID             PIC X(23).
       01  EXTRACT-ENVELOPE-HEADER.
           05  XTH-RECORD-TYPE         PIC X(03).
           05  XTH-GENERATION          PIC 9(04).
           05  XTH-FILE-DATE           PIC 9(08).
           05  FILLER                  PIC X(26).
       01  EXTRACT-ENVELOPE-TRAILER.
           05  XTT-RECORD-TYPE         PIC X(03).
           05  XTT-GENERATION          PIC 9(04).
           05  XTT-RECORD-COUNT        PIC 9(07).
           05  FILLER                  PIC X(27).
