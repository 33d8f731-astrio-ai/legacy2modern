           05  FILLER                  PIC X(35)
                   VALUE 'SUSPENDED KEY    REF CH ACCOUNT'.
           05  FILLER                  PIC X(55)
                   VALUE '        AMOUNT DC DAYS    TRANSACTION ID'.

       01  AGING-DETAIL.
           05  A-BUSINESS-DATE         PIC 9(08).
           05  A-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  A-DAYS                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-TRAN-ID               PIC X(23).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  AGING-BUCKET-LINE.
           05  FILLER                  PIC X(14)
           MOVE SUS-ACCOUNT-NUMBER TO A-ACCOUNT
           MOVE SUS-TRAN-AMOUNT TO A-AMOUNT
           MOVE SUS-DEBIT-CREDIT TO A-DEBIT-CREDIT
           MOVE SUS-TRAN-ID TO A-TRAN-ID
           MOVE DAYS-OUTSTANDING TO A-DAYS
           WRITE AGING-PRINT-LINE FROM AGING-DETAIL.

