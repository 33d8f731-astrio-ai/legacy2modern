       01  OUTPUT-EOF-FLAG             PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  BUSINESS-DATE-DETAIL REDEFINES BUSINESS-DATE.
           05  BUS-YEAR                PIC 9(04).
           05  BUS-MONTH               PIC 9(02).
           05  BUS-DAY                 PIC 9(02).
       01  TARGET-PERIOD               PIC 9(06) VALUE 0.
       01  TARGET-PERIOD-DETAIL REDEFINES TARGET-PERIOD.
           05  TARGET-YEAR             PIC 9(04).
           05  TARGET-MONTH            PIC 9(02).
       01  LAST-ROLLUP-DATE            PIC 9(08) VALUE 0.
       01  ROLLED-RECORD-COUNT         PIC 9(07) VALUE 0.
       01  ACCOUNTS-ADDED-COUNT        PIC 9(07) VALUE 0.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           MOVE BUS-YEAR TO TARGET-YEAR
           MOVE BUS-MONTH TO TARGET-MONTH
           PERFORM 160-CHECK-ROLLUP-CONTROL
           IF LAST-ROLLUP-DATE = BUSINESS-DATE
               DISPLAY 'ACCT-POSITION ALREADY ROLLED UP FOR '
           MOVE OUT-ACCOUNT-NUMBER TO POS-ACCOUNT-NUMBER
           MOVE 1 TO POS-TRAN-COUNT
           MOVE 0 TO POS-TOTAL-AMOUNT
           MOVE 0 TO POS-GROSS-COUNT
           MOVE 0 TO POS-GROSS-AMOUNT
           MOVE SPACES TO POS-CURRENT-PERIOD
           PERFORM 225-START-CURRENT-PERIOD
           PERFORM 230-APPLY-AMOUNT
           MOVE RECORD-TRAN-DATE TO POS-FIRST-ACTIVITY-DATE
           MOVE RECORD-TRAN-DATE TO POS-LAST-ACTIVITY-DATE
           MOVE 0 TO POS-CUST-ACTIVITY-DATE
           PERFORM 235-SET-CUSTOMER-ACTIVITY
           WRITE POSITION-RECORD
           IF POSITION-MASTER-STATUS NOT = '00'
               PERFORM 240-ABANDON-ROLLUP

       220-UPDATE-POSITION.
           ADD 1 TO POS-TRAN-COUNT
           PERFORM 225-START-CURRENT-PERIOD
           PERFORM 230-APPLY-AMOUNT
           IF RECORD-TRAN-DATE < POS-FIRST-ACTIVITY-DATE
                   OR POS-FIRST-ACTIVITY-DATE = 0
               MOVE RECORD-TRAN-DATE TO POS-FIRST-ACTIVITY-DATE
           END-IF
           PERFORM 235-SET-CUSTOMER-ACTIVITY
           IF RECORD-TRAN-DATE > POS-LAST-ACTIVITY-DATE
               MOVE RECORD-TRAN-DATE TO POS-LAST-ACTIVITY-DATE
           END-IF
           END-IF
           ADD 1 TO ACCOUNTS-UPDATED-COUNT.

       225-START-CURRENT-PERIOD.
           IF POS-CURRENT-PERIOD IS NOT NUMERIC
               MOVE 0 TO POS-CURRENT-PERIOD
               MOVE 0 TO POS-MTD-COUNT
               MOVE 0 TO POS-MTD-AMOUNT
               MOVE 0 TO POS-YTD-COUNT
               MOVE 0 TO POS-YTD-AMOUNT
               MOVE 0 TO POS-PRIOR-YEAR-COUNT
               MOVE 0 TO POS-PRIOR-YEAR-AMOUNT
           END-IF
           IF POS-CURRENT-PERIOD < TARGET-PERIOD
               IF POS-PERIOD-YEAR < TARGET-YEAR
                   IF POS-PERIOD-YEAR + 1 = TARGET-YEAR
                       MOVE POS-YTD-COUNT TO POS-PRIOR-YEAR-COUNT
                       MOVE POS-YTD-AMOUNT TO POS-PRIOR-YEAR-AMOUNT
                   ELSE
                       MOVE 0 TO POS-PRIOR-YEAR-COUNT
                       MOVE 0 TO POS-PRIOR-YEAR-AMOUNT
                   END-IF
                   MOVE 0 TO POS-YTD-COUNT
                   MOVE 0 TO POS-YTD-AMOUNT
               END-IF
               MOVE 0 TO POS-MTD-COUNT
               MOVE 0 TO POS-MTD-AMOUNT
               MOVE TARGET-PERIOD TO POS-CURRENT-PERIOD
           END-IF.

       230-APPLY-AMOUNT.
           ADD 1 TO POS-MTD-COUNT
           ADD 1 TO POS-YTD-COUNT
           IF POS-GROSS-COUNT IS NOT NUMERIC
                   OR POS-GROSS-AMOUNT IS NOT NUMERIC
               MOVE 0 TO POS-GROSS-COUNT
               MOVE 0 TO POS-GROSS-AMOUNT
           END-IF
           ADD 1 TO POS-GROSS-COUNT
           IF OUT-TRAN-AMOUNT IS NUMERIC
               ADD OUT-TRAN-AMOUNT TO POS-GROSS-AMOUNT
               IF OUT-DEBIT-CREDIT = 'C'
                   SUBTRACT OUT-TRAN-AMOUNT FROM POS-TOTAL-AMOUNT
                   SUBTRACT OUT-TRAN-AMOUNT FROM POS-MTD-AMOUNT
                   SUBTRACT OUT-TRAN-AMOUNT FROM POS-YTD-AMOUNT
               ELSE
                   ADD OUT-TRAN-AMOUNT TO POS-TOTAL-AMOUNT
                   ADD OUT-TRAN-AMOUNT TO POS-MTD-AMOUNT
                   ADD OUT-TRAN-AMOUNT TO POS-YTD-AMOUNT
               END-IF
           END-IF.

       235-SET-CUSTOMER-ACTIVITY.
           IF POS-CUST-ACTIVITY-DATE IS NOT NUMERIC
               MOVE POS-LAST-ACTIVITY-DATE TO POS-CUST-ACTIVITY-DATE
           END-IF
           IF OUT-ID-SOURCE NOT = 'ACCRUAL '
                   AND RECORD-TRAN-DATE > POS-CUST-ACTIVITY-DATE
               MOVE RECORD-TRAN-DATE TO POS-CUST-ACTIVITY-DATE
           END-IF.

       240-ABANDON-ROLLUP.
           DISPLAY 'ACCT-POSITION WRITE FAILED ON ACCTPOS.DAT, '
               'STATUS ' POSITION-MASTER-STATUS
