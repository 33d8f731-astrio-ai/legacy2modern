      *****************************************************************
      * PERHISTREC - SHARED RECORD LAYOUT FOR THE KEYED PERIOD HISTORY
      * FILE (PERHIST.DAT).  PERIOD-CLOSE WRITES ONE RECORD PER ACCOUNT
      * ON ACCTPOS.DAT FOR EACH CLOSED MONTH, KEYED BY PERIOD (YYYYMM)
      * AND ACCOUNT NUMBER, SO THE MONTH-END BALANCE AND THE MONTH AND
      * YEAR ACTIVITY OF ANY ACCOUNT CAN BE ANSWERED WITH ONE KEYED
      * READ LONG AFTER ACCTPOS.DAT HAS MOVED ON.  AMOUNTS FOLLOW THE
      * ACCTPOS.DAT SIGN CONVENTION - DEBITS ADD, CREDITS SUBTRACT.
      * THE DECEMBER RECORD CARRIES THE FULL-YEAR FIGURES IN THE
      * YEAR-TO-DATE FIELDS.
      *****************************************************************
       01  PERIOD-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-PERIOD           PIC 9(06).
               10  PH-ACCOUNT-NUMBER   PIC X(10).
           05  PH-CLOSE-DATE           PIC 9(08).
           05  PH-TRAN-COUNT           PIC 9(07).
           05  PH-BALANCE-AMOUNT       PIC S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
           05  PH-FIRST-ACTIVITY-DATE  PIC 9(08).
           05  PH-LAST-ACTIVITY-DATE   PIC 9(08).
           05  PH-MTD-COUNT            PIC 9(07).
           05  PH-MTD-AMOUNT           PIC S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
           05  PH-YTD-COUNT            PIC 9(07).
           05  PH-YTD-AMOUNT           PIC S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
