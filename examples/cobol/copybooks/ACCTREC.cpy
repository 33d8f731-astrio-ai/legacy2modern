      * EXISTS AND IS OPEN, SO THE RECORD DEFINITION STAYS IN ONE
      * PLACE.  ACCT-STATUS IS O = OPEN, C = CLOSED, F = FROZEN;
      * ACCT-CLOSE-DATE IS ZERO WHILE THE ACCOUNT REMAINS OPEN.
      * ACCT-SINGLE-LIMIT IS THE LARGEST AMOUNT ONE DETAIL MAY POST
      * FOR; ACCT-DAILY-LIMIT IS THE LARGEST RUNNING NET POSITION
      * (ACCTPOS.DAT POSITION BROUGHT FORWARD PLUS THE DAY'S POSTINGS,
      * EITHER SIGN) THE ACCOUNT MAY REACH DURING THE BUSINESS DATE.
      * FILE-IO-TEST HOLDS A DETAIL THAT WOULD BREACH EITHER LIMIT ON
      * LIMHOLD.DAT INSTEAD OF POSTING IT.  ZERO MEANS NO LIMIT.
      * ACCT-TYPE SELECTS THE INTEREST RATES AND MAINTENANCE FEE THAT
      * ACCT-ACCRUAL APPLIES FROM RATETBL.TXT; AN ACCOUNT WHOSE TYPE
      * HAS NO RATE ENTRY ACCRUES NOTHING.
      *****************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC X(10).
           05  ACCT-STATUS             PIC X(01).
           05  ACCT-OPEN-DATE          PIC 9(08).
           05  ACCT-CLOSE-DATE         PIC 9(08).
           05  ACCT-SINGLE-LIMIT       PIC 9(09)V9(02).
           05  ACCT-DAILY-LIMIT        PIC 9(11)V9(02).
           05  ACCT-TYPE               PIC X(02).
