      * ACCOUNT-LEVEL ACTIVITY ANSWERS IT WITH ONE KEYED READ HERE,
      * SO THE RECORD DEFINITION STAYS IN ONE PLACE.  THE TOTAL
      * AMOUNT IS THE NET POSITION - DEBITS ADD, CREDITS SUBTRACT.
      * THE MONTH-TO-DATE AND YEAR-TO-DATE COUNTS AND NET AMOUNTS
      * BELONG TO POS-CURRENT-PERIOD (YYYYMM); PERIOD-CLOSE SNAPSHOTS
      * EVERY RECORD TO PERHIST.DAT ON THE LAST PROCESSING DAY OF THE
      * MONTH, THEN STARTS THE NEXT PERIOD AND, AT YEAR-END, ROLLS THE
      * YEAR-TO-DATE FIGURES INTO THE PRIOR-YEAR FIELDS.  RECORDS
      * WRITTEN BEFORE THE PERIOD FIELDS WERE ADDED CARRY SPACES THERE
      * AND ARE STARTED FROM ZERO ON THEIR NEXT UPDATE.
      * POS-GROSS-COUNT AND POS-GROSS-AMOUNT ACCUMULATE EVERY ITEM
      * ROLLED UP REGARDLESS OF DEBIT OR CREDIT, SO GROSS AMOUNT OVER
      * GROSS COUNT IS THE ACCOUNT'S USUAL ITEM SIZE FOR ACTV-SCREEN.
      * THEY ARE NOT PERIOD FIGURES AND ARE NEVER RESET; RECORDS
      * WRITTEN BEFORE THEY WERE ADDED START THEM FROM ZERO.
      * POS-CUST-ACTIVITY-DATE IS THE LATEST TRANSACTION DATE OF ANY
      * ITEM THE CUSTOMER CAUSED - EVERYTHING EXCEPT THE INTEREST AND
      * FEE POSTINGS ACCT-ACCRUAL DELIVERS UNDER SOURCE ACCRUAL - SO
      * ACCT-DORMANT IS NOT KEPT FROM FLAGGING AN ACCOUNT BY ITS OWN
      * ACCRUALS.  RECORDS WRITTEN BEFORE IT WAS ADDED START IT FROM
      * POS-LAST-ACTIVITY-DATE ON THEIR NEXT UPDATE.
      *****************************************************************
       01  POSITION-RECORD.
           05  POS-ACCOUNT-NUMBER      PIC X(10).
                                       SIGN LEADING SEPARATE.
           05  POS-FIRST-ACTIVITY-DATE PIC 9(08).
           05  POS-LAST-ACTIVITY-DATE  PIC 9(08).
           05  POS-CURRENT-PERIOD.
               10  POS-PERIOD-YEAR     PIC 9(04).
               10  POS-PERIOD-MONTH    PIC 9(02).
           05  POS-MTD-COUNT           PIC 9(07).
           05  POS-MTD-AMOUNT          PIC S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
           05  POS-YTD-COUNT           PIC 9(07).
           05  POS-YTD-AMOUNT          PIC S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
           05  POS-PRIOR-YEAR-COUNT    PIC 9(07).
           05  POS-PRIOR-YEAR-AMOUNT   PIC S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
           05  POS-GROSS-COUNT         PIC 9(07).
           05  POS-GROSS-AMOUNT        PIC 9(13)V9(02).
           05  POS-CUST-ACTIVITY-DATE  PIC 9(08).
