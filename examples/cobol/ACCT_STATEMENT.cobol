               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-KEY
               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'OUTARCH.TXT'
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO 'DISPCASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISPUTE-CASE-STATUS.
           SELECT STATEMENT-PRINT-FILE ASSIGN TO 'STMTRPT.TXT'.
           SELECT STATEMENT-ELECTRONIC-FILE ASSIGN TO 'STMTELEC.TXT'.
           SELECT STATEMENT-EXCEPTION-FILE ASSIGN TO 'STMTEXC.TXT'.
           SELECT PARM-FILE ASSIGN TO 'STMTPRM.TXT'
               FILE STATUS IS PARM-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
           COPY TRANXREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-ARCHIVE-DATE        PIC 9(08).
           05  ARC-OUTPUT-KEY          PIC 9(07).
           05  ARC-OUTPUT-DATA         PIC X(80).
           05  ARC-CHOICE-CODE         PIC 9(01).

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-LINE        PIC X(90).

       FD  STATEMENT-ELECTRONIC-FILE.
       01  STATEMENT-ELECTRONIC-LINE   PIC X(90).

       FD  STATEMENT-EXCEPTION-FILE.
       01  STATEMENT-EXCEPTION-LINE    PIC X(90).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-ACCOUNT-FROM        PIC X(10).
           05  PRM-ACCOUNT-TO          PIC X(10).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       WORKING-STORAGE SECTION.
       01  OUTPUT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  PARM-STATUS                 PIC X(02) VALUE '00'.
       01  CUSTOMER-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  DISPUTE-CASE-STATUS         PIC X(02) VALUE '00'.
       01  ARCHIVE-STATUS              PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  OUTPUT-EOF-FLAG             PIC X VALUE 'N'.
       01  DISPUTE-EOF-FLAG            PIC X VALUE 'N'.
       01  ARCHIVE-EOF-FLAG            PIC X VALUE 'N'.
       01  CUSTOMER-EOF-FLAG           PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  BUSINESS-DATE-DETAIL REDEFINES BUSINESS-DATE.
           05  BUS-YEAR                PIC 9(04).
           05  BUS-MONTH               PIC 9(02).
           05  BUS-DAY                 PIC 9(02).
       01  PERIOD-FROM-DATE            PIC 9(08) VALUE 0.
       01  POSTING-DATE                PIC 9(08) VALUE 0.
       01  DEFAULT-POSTING-DATE        PIC 9(08) VALUE 0.
       01  HISTORY-INCOMPLETE-SWITCH   PIC X VALUE 'N'.
           88  HISTORY-INCOMPLETE          VALUE 'Y'.
       01  KEEP-ACCOUNT-NUMBER         PIC X(10) VALUE SPACES.
       01  LAST-STMT-DATE              PIC 9(08) VALUE 0.
       01  LAST-STMT-DETAIL REDEFINES LAST-STMT-DATE.
           05  LAST-STMT-YEAR          PIC 9(04).
           05  LAST-STMT-MONTH         PIC 9(02).
           05  LAST-STMT-DAY           PIC 9(02).
       01  RUN-CYCLE                   PIC 9(06) VALUE 0.
       01  LAST-STMT-CYCLE             PIC 9(06) VALUE 0.
       01  QUARTER-WORK                PIC 9(02) VALUE 0.
       01  CUSTOMER-MASTER-SWITCH      PIC X VALUE 'N'.
           88  CUSTOMER-MASTER-OPEN        VALUE 'Y'.
       01  REQUEST-MODE-SWITCH         PIC X VALUE 'N'.
           88  REQUEST-MODE                VALUE 'Y'.
       01  CUSTOMER-FOUND-SWITCH       PIC X VALUE 'N'.
           88  CUSTOMER-FOUND              VALUE 'Y'.
       01  STATEMENT-DUE-SWITCH        PIC X VALUE 'N'.
           88  STATEMENT-DUE               VALUE 'Y'.
       01  PRINT-STATEMENT-COUNT       PIC 9(05) VALUE 0.
       01  ELECTRONIC-STATEMENT-COUNT  PIC 9(05) VALUE 0.
       01  NOT-DUE-COUNT               PIC 9(05) VALUE 0.
       01  NO-CUSTOMER-COUNT           PIC 9(05) VALUE 0.
       01  NOT-STAMPED-COUNT           PIC 9(05) VALUE 0.
       01  STATEMENT-LINE-WORK         PIC X(90) VALUE SPACES.
       01  SELECT-ACCOUNT-FROM         PIC X(10) VALUE LOW-VALUES.
       01  SELECT-ACCOUNT-TO           PIC X(10) VALUE HIGH-VALUES.
       01  ACCOUNT-COUNT               PIC 9(03) VALUE 0.
       01  STATEMENT-COUNT             PIC 9(05) VALUE 0.
       01  LISTED-TRAN-COUNT           PIC 9(07) VALUE 0.
       01  WORK-TRAN-DATE              PIC 9(08) VALUE 0.
       01  OPEN-DISPUTE-COUNT          PIC 9(04) VALUE 0.
       01  DISPUTE-INDEX               PIC 9(04) VALUE 0.
       01  DISPUTE-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  DISPUTE-OVERFLOW            VALUE 'Y'.

       01  OPEN-DISPUTE-TABLE.
           05  OPEN-DISPUTE-TRAN-ID    PIC X(23) OCCURS 1000 TIMES.

       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY           PIC X(10) OCCURS 500 TIMES.
       01  TRAN-TABLE.
           05  TRAN-ENTRY OCCURS 1000 TIMES.
               10  TRN-DATE            PIC 9(08).
               10  TRN-TRAN-ID         PIC X(23).
               10  TRN-REF-CODE        PIC X(03).
               10  TRN-AMOUNT          PIC 9(09)V9(02).
               10  TRN-CURRENCY-CODE   PIC X(03).
               10  TRN-ORIG-AMOUNT     PIC 9(09)V9(02).
               10  TRN-DEBIT-CREDIT    PIC X(01).
               10  TRN-REVERSAL-FLAG   PIC X(01).
               10  TRN-DISPUTE-FLAG    PIC X(01).

       01  STATEMENT-HEADING-1.
           05  FILLER                  PIC X(30)
       01  STATEMENT-HEADING-2.
           05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
           05  S-H-ACCOUNT             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ITEMS AFTER '.
           05  S-H-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(07) VALUE ' UP TO '.
           05  S-H-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  ADDRESS-BLOCK-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  B-ADDRESS-TEXT          PIC X(40).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  DELIVERY-ADDRESS-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'DELIVER TO '.
           05  B-EMAIL-ADDRESS         PIC X(40).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  BLANK-LINE                  PIC X(90) VALUE SPACES.

       01  STATEMENT-HEADING-3.
           05  FILLER                  PIC X(10) VALUE 'TRAN DATE '.
           05  FILLER                  PIC X(25)
                   VALUE 'TRANSACTION ID           '.
           05  FILLER                  PIC X(05) VALUE 'REF  '.
           05  FILLER                  PIC X(14)
                   VALUE '        AMOUNT'.
           05  FILLER                  PIC X(06) VALUE ' CCY  '.
           05  FILLER                  PIC X(03) VALUE 'DC '.
           05  FILLER                  PIC X(03) VALUE 'REV'.
           05  FILLER                  PIC X(14)
                   VALUE '   BASE AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'DISPUTE '.

       01  STATEMENT-HEADING-4         PIC X(90) VALUE ALL '-'.

       01  STATEMENT-DETAIL.
           05  D-TRAN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-TRAN-ID               PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-REF-CODE              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-CURRENCY-CODE         PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-REVERSAL-FLAG         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-BASE-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-DISPUTE-FLAG          PIC X(08).

       01  STATEMENT-TOTAL-LINE.
           05  FILLER                  PIC X(14)

       01  PAGE-BREAK-LINE             PIC X(90) VALUE ALL '='.

       01  EXCEPTION-HEADING-1.
           05  FILLER                  PIC X(35)
                   VALUE 'STATEMENT EXCEPTIONS - RUN DATE '.
           05  E-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  EXCEPTION-DETAIL.
           05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
           05  E-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  E-REASON                PIC X(50).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  EXCEPTION-TOTAL-LINE.
           05  FILLER                  PIC X(06) VALUE 'PRINT '.
           05  X-PRINT                 PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  ELECTRONIC '.
           05  X-ELECTRONIC            PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  NOT DUE '.
           05  X-NOT-DUE               PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE '  NO CUSTOMER '.
           05  X-NO-CUSTOMER           PIC ZZZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 105-READ-BUSINESS-DATE
           DISPLAY 'ACCT-STATEMENT BUSINESS DATE ' BUSINESS-DATE
           PERFORM 110-READ-PARM
           PERFORM 200-COLLECT-ACCOUNTS
           IF ACCOUNT-OVERFLOW
               GOBACK
           END-IF

           PERFORM 220-LOAD-OPEN-DISPUTES

           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-MASTER-SWITCH
           ELSE
               DISPLAY 'WARNING - CUSTMST.DAT NOT AVAILABLE, '
                   'STATUS ' CUSTOMER-MASTER-STATUS
                   ' - NO STATEMENTS CAN BE ADDRESSED'
           END-IF

           OPEN OUTPUT STATEMENT-PRINT-FILE
           OPEN OUTPUT STATEMENT-ELECTRONIC-FILE
           OPEN OUTPUT STATEMENT-EXCEPTION-FILE
           MOVE RUN-DATE TO E-H-RUN-DATE
           WRITE STATEMENT-EXCEPTION-LINE FROM EXCEPTION-HEADING-1

           IF ACCOUNT-COUNT = 0
               MOVE RUN-DATE TO S-H-RUN-DATE
               PERFORM 300-STATEMENT-ONE-ACCOUNT
           END-PERFORM

           MOVE PRINT-STATEMENT-COUNT TO X-PRINT
           MOVE ELECTRONIC-STATEMENT-COUNT TO X-ELECTRONIC
           MOVE NOT-DUE-COUNT TO X-NOT-DUE
           MOVE NO-CUSTOMER-COUNT TO X-NO-CUSTOMER
           WRITE STATEMENT-EXCEPTION-LINE FROM EXCEPTION-TOTAL-LINE

           CLOSE STATEMENT-PRINT-FILE
           CLOSE STATEMENT-ELECTRONIC-FILE
           CLOSE STATEMENT-EXCEPTION-FILE
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           DISPLAY 'ACCT-STATEMENT STATEMENTS   ' STATEMENT-COUNT
           DISPLAY 'ACCT-STATEMENT PRINTED      ' PRINT-STATEMENT-COUNT
           DISPLAY 'ACCT-STATEMENT ELECTRONIC   '
               ELECTRONIC-STATEMENT-COUNT
           DISPLAY 'ACCT-STATEMENT NOT DUE      ' NOT-DUE-COUNT
           DISPLAY 'ACCT-STATEMENT NO CUSTOMER  ' NO-CUSTOMER-COUNT
           DISPLAY 'ACCT-STATEMENT NOT STAMPED  ' NOT-STAMPED-COUNT
           DISPLAY 'ACCT-STATEMENT TRANSACTIONS ' LISTED-TRAN-COUNT

           MOVE 0 TO RETURN-CODE

           GOBACK.

       105-READ-BUSINESS-DATE.
           MOVE RUN-DATE TO BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF PRM-BUSINESS-DATE IS NUMERIC
                               AND PRM-BUSINESS-DATE > 0
                           MOVE PRM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       110-READ-PARM.
           OPEN INPUT PARM-FILE
           IF PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PRM-ACCOUNT-FROM NOT = SPACES
                           MOVE 'Y' TO REQUEST-MODE-SWITCH
                           MOVE PRM-ACCOUNT-FROM
                               TO SELECT-ACCOUNT-FROM
                           IF PRM-ACCOUNT-TO = SPACES
                           END-IF
                       END-IF
                       IF PRM-ACCOUNT-TO NOT = SPACES
                           MOVE 'Y' TO REQUEST-MODE-SWITCH
                           MOVE PRM-ACCOUNT-TO TO SELECT-ACCOUNT-TO
                       END-IF
               END-READ
                       IF OUT-ACCOUNT-NUMBER >= SELECT-ACCOUNT-FROM
                               AND OUT-ACCOUNT-NUMBER
                                   <= SELECT-ACCOUNT-TO
                           MOVE OUT-ACCOUNT-NUMBER
                               TO KEEP-ACCOUNT-NUMBER
                           PERFORM 210-KEEP-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTPUT-FILE
           IF NOT ACCOUNT-OVERFLOW
               PERFORM 230-COLLECT-DUE-CUSTOMERS
           END-IF.

       210-KEEP-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND-SWITCH
           MOVE 0 TO INSERT-AT-INDEX
           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > ACCOUNT-COUNT
               IF ACCOUNT-ENTRY(SCAN-INDEX) = KEEP-ACCOUNT-NUMBER
                   MOVE 'Y' TO ACCOUNT-FOUND-SWITCH
               END-IF
               IF INSERT-AT-INDEX = 0
                       AND ACCOUNT-ENTRY(SCAN-INDEX)
                           > KEEP-ACCOUNT-NUMBER
                   MOVE SCAN-INDEX TO INSERT-AT-INDEX
               END-IF
           END-PERFORM
               IF ACCOUNT-COUNT < 500
                   ADD 1 TO ACCOUNT-COUNT
                   IF INSERT-AT-INDEX = 0
                       MOVE KEEP-ACCOUNT-NUMBER
                           TO ACCOUNT-ENTRY(ACCOUNT-COUNT)
                   ELSE
                       PERFORM VARYING SHIFT-INDEX
                           MOVE ACCOUNT-ENTRY(SHIFT-INDEX - 1)
                               TO ACCOUNT-ENTRY(SHIFT-INDEX)
                       END-PERFORM
                       MOVE KEEP-ACCOUNT-NUMBER
                           TO ACCOUNT-ENTRY(INSERT-AT-INDEX)
                   END-IF
               ELSE
                   MOVE 'Y' TO ACCOUNT-OVERFLOW-SWITCH
                   MOVE 'Y' TO OUTPUT-EOF-FLAG
                   MOVE 'Y' TO CUSTOMER-EOF-FLAG
               END-IF
           END-IF.

       220-LOAD-OPEN-DISPUTES.
           MOVE 0 TO OPEN-DISPUTE-COUNT
           OPEN INPUT DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS = '00'
               PERFORM UNTIL DISPUTE-EOF-FLAG = 'Y'
                   READ DISPUTE-CASE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO DISPUTE-EOF-FLAG
                       NOT AT END
                           IF DSP-STATUS = 'O'
                               PERFORM 225-KEEP-OPEN-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
           ELSE
               DISPLAY 'WARNING - DISPCASE.DAT NOT AVAILABLE, '
                   'STATUS ' DISPUTE-CASE-STATUS
                   ' - NO DISPUTES MARKED'
           END-IF
           IF DISPUTE-OVERFLOW
               DISPLAY 'WARNING - MORE THAN 1000 OPEN DISPUTES, '
                   'NOT ALL DISPUTED ITEMS MARKED'
           END-IF.

       225-KEEP-OPEN-DISPUTE.
           IF OPEN-DISPUTE-COUNT < 1000
               ADD 1 TO OPEN-DISPUTE-COUNT
               MOVE DSP-TRAN-ID
                   TO OPEN-DISPUTE-TRAN-ID(OPEN-DISPUTE-COUNT)
           ELSE
               MOVE 'Y' TO DISPUTE-OVERFLOW-SWITCH
           END-IF.

       230-COLLECT-DUE-CUSTOMERS.
           MOVE 'N' TO CUSTOMER-EOF-FLAG
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS = '00'
               PERFORM UNTIL CUSTOMER-EOF-FLAG = 'Y'
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO CUSTOMER-EOF-FLAG
                       NOT AT END
                           IF CUST-ACCOUNT-NUMBER
                                   >= SELECT-ACCOUNT-FROM
                                   AND CUST-ACCOUNT-NUMBER
                                       <= SELECT-ACCOUNT-TO
                               PERFORM 235-KEEP-DUE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       235-KEEP-DUE-CUSTOMER.
           MOVE 'N' TO STATEMENT-DUE-SWITCH
           IF REQUEST-MODE
               MOVE 'Y' TO STATEMENT-DUE-SWITCH
           ELSE
               PERFORM 255-CHECK-CYCLE-DUE
           END-IF
           IF STATEMENT-DUE
               MOVE CUST-ACCOUNT-NUMBER TO KEEP-ACCOUNT-NUMBER
               PERFORM 210-KEEP-ACCOUNT
           END-IF.

       250-CHECK-CUSTOMER.
           MOVE 'N' TO CUSTOMER-FOUND-SWITCH
           MOVE 'N' TO STATEMENT-DUE-SWITCH
           IF CUSTOMER-MASTER-OPEN
               MOVE CURRENT-ACCOUNT TO CUST-ACCOUNT-NUMBER
               READ CUSTOMER-MASTER-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO CUSTOMER-FOUND-SWITCH
               END-READ
           END-IF
           IF CUSTOMER-FOUND
               IF REQUEST-MODE
                   MOVE 'Y' TO STATEMENT-DUE-SWITCH
               ELSE
                   PERFORM 255-CHECK-CYCLE-DUE
               END-IF
           END-IF.

       255-CHECK-CYCLE-DUE.
           IF CUST-LAST-STMT-DATE IS NOT NUMERIC
                   OR CUST-LAST-STMT-DATE = 0
               MOVE 'Y' TO STATEMENT-DUE-SWITCH
           ELSE
               MOVE CUST-LAST-STMT-DATE TO LAST-STMT-DATE
               EVALUATE CUST-STMT-FREQUENCY
                   WHEN 'Q'
                       COMPUTE QUARTER-WORK = (BUS-MONTH + 2) / 3
                       COMPUTE RUN-CYCLE = BUS-YEAR * 100
                           + QUARTER-WORK
                       COMPUTE QUARTER-WORK =
                           (LAST-STMT-MONTH + 2) / 3
                       COMPUTE LAST-STMT-CYCLE = LAST-STMT-YEAR * 100
                           + QUARTER-WORK
                   WHEN 'A'
                       MOVE BUS-YEAR TO RUN-CYCLE
                       MOVE LAST-STMT-YEAR TO LAST-STMT-CYCLE
                   WHEN OTHER
                       COMPUTE RUN-CYCLE = BUS-YEAR * 100 + BUS-MONTH
                       COMPUTE LAST-STMT-CYCLE = LAST-STMT-YEAR * 100
                           + LAST-STMT-MONTH
               END-EVALUATE
               IF LAST-STMT-CYCLE < RUN-CYCLE
                   MOVE 'Y' TO STATEMENT-DUE-SWITCH
               END-IF
           END-IF.

       260-LIST-NO-CUSTOMER.
           ADD 1 TO NO-CUSTOMER-COUNT
           MOVE CURRENT-ACCOUNT TO E-ACCOUNT
           MOVE 'NO CUSTOMER RECORD - STATEMENT NOT PRODUCED'
               TO E-REASON
           WRITE STATEMENT-EXCEPTION-LINE FROM EXCEPTION-DETAIL.

       265-LIST-NOT-STAMPED.
           ADD 1 TO NOT-STAMPED-COUNT
           MOVE CURRENT-ACCOUNT TO E-ACCOUNT
           MOVE 'STATEMENT INCOMPLETE - LAST STATEMENT DATE KEPT'
               TO E-REASON
           WRITE STATEMENT-EXCEPTION-LINE FROM EXCEPTION-DETAIL.

       270-RECORD-STATEMENT-DATE.
           IF NOT REQUEST-MODE
               MOVE BUSINESS-DATE TO CUST-LAST-STMT-DATE
               REWRITE CUSTOMER-RECORD
               IF CUSTOMER-MASTER-STATUS NOT = '00'
                   DISPLAY 'WARNING - CUSTMST.DAT REWRITE FAILED FOR '
                       CURRENT-ACCOUNT ', STATUS '
                       CUSTOMER-MASTER-STATUS
               END-IF
           END-IF.

       300-STATEMENT-ONE-ACCOUNT.
           PERFORM 250-CHECK-CUSTOMER
           IF NOT CUSTOMER-FOUND
               PERFORM 260-LIST-NO-CUSTOMER
           ELSE
               IF STATEMENT-DUE
                   PERFORM 305-BUILD-STATEMENT
                   IF TRAN-OVERFLOW OR HISTORY-INCOMPLETE
                       IF NOT REQUEST-MODE
                           PERFORM 265-LIST-NOT-STAMPED
                       END-IF
                   ELSE
                       PERFORM 270-RECORD-STATEMENT-DATE
                   END-IF
               ELSE
                   ADD 1 TO NOT-DUE-COUNT
               END-IF
           END-IF.

       305-BUILD-STATEMENT.
           MOVE 0 TO TRAN-COUNT
           MOVE 0 TO ACCOUNT-TOTAL-AMOUNT
           MOVE 'N' TO TRAN-OVERFLOW-SWITCH
           MOVE 'N' TO HISTORY-INCOMPLETE-SWITCH
           IF CUST-LAST-STMT-DATE IS NUMERIC
               MOVE CUST-LAST-STMT-DATE TO PERIOD-FROM-DATE
           ELSE
               MOVE 0 TO PERIOD-FROM-DATE
           END-IF
           PERFORM 320-SCAN-ARCHIVE
           PERFORM 330-SCAN-CURRENT-OUTPUT
           PERFORM 400-PRINT-STATEMENT.

       310-KEEP-TRANSACTION.
                   END-PERFORM
               END-IF
               MOVE WORK-TRAN-DATE TO TRN-DATE(TRAN-INSERT-INDEX)
               MOVE OUT-TRAN-ID TO TRN-TRAN-ID(TRAN-INSERT-INDEX)
               MOVE OUT-REF-CODE TO TRN-REF-CODE(TRAN-INSERT-INDEX)
               MOVE OUT-CURRENCY-CODE
                   TO TRN-CURRENCY-CODE(TRAN-INSERT-INDEX)
               IF OUT-TRAN-AMOUNT IS NUMERIC
                   MOVE OUT-TRAN-AMOUNT
                       TO TRN-AMOUNT(TRAN-INSERT-INDEX)
                   IF OUT-ORIG-AMOUNT IS NUMERIC
                       MOVE OUT-ORIG-AMOUNT
                           TO TRN-ORIG-AMOUNT(TRAN-INSERT-INDEX)
                   ELSE
                       MOVE OUT-TRAN-AMOUNT
                           TO TRN-ORIG-AMOUNT(TRAN-INSERT-INDEX)
                   END-IF
                   IF OUT-DEBIT-CREDIT = 'C'
                       SUBTRACT OUT-TRAN-AMOUNT
                           FROM ACCOUNT-TOTAL-AMOUNT
                   END-IF
               ELSE
                   MOVE 0 TO TRN-AMOUNT(TRAN-INSERT-INDEX)
                   MOVE 0 TO TRN-ORIG-AMOUNT(TRAN-INSERT-INDEX)
               END-IF
               MOVE OUT-DEBIT-CREDIT
                   TO TRN-DEBIT-CREDIT(TRAN-INSERT-INDEX)
               MOVE OUT-REVERSAL-FLAG
                   TO TRN-REVERSAL-FLAG(TRAN-INSERT-INDEX)
               MOVE 'N' TO TRN-DISPUTE-FLAG(TRAN-INSERT-INDEX)
               IF OUT-TRAN-ID NOT = SPACES
                   PERFORM VARYING DISPUTE-INDEX FROM 1 BY 1
                           UNTIL DISPUTE-INDEX > OPEN-DISPUTE-COUNT
                       IF OPEN-DISPUTE-TRAN-ID(DISPUTE-INDEX)
                               = OUT-TRAN-ID
                           MOVE 'Y'
                               TO TRN-DISPUTE-FLAG(TRAN-INSERT-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       315-SELECT-TRANSACTION.
           IF OUT-ACCOUNT-NUMBER = CURRENT-ACCOUNT
               EVALUATE TRUE
                   WHEN OUT-ID-DATE IS NUMERIC AND OUT-ID-DATE > 0
                       MOVE OUT-ID-DATE TO POSTING-DATE
                   WHEN OUT-TRAN-DATE IS NUMERIC
                       MOVE OUT-TRAN-DATE TO POSTING-DATE
                   WHEN OTHER
                       MOVE DEFAULT-POSTING-DATE TO POSTING-DATE
               END-EVALUATE
               IF POSTING-DATE > PERIOD-FROM-DATE
                       AND POSTING-DATE <= BUSINESS-DATE
                   PERFORM 310-KEEP-TRANSACTION
               END-IF
           END-IF.

       320-SCAN-ARCHIVE.
           MOVE 'N' TO ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = '00'
               PERFORM UNTIL ARCHIVE-EOF-FLAG = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO ARCHIVE-EOF-FLAG
                       NOT AT END
                           MOVE ARC-OUTPUT-DATA TO OUTPUT-DATA
                           MOVE ARC-ARCHIVE-DATE
                               TO DEFAULT-POSTING-DATE
                           PERFORM 315-SELECT-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               IF ARCHIVE-STATUS NOT = '35'
                   MOVE 'Y' TO HISTORY-INCOMPLETE-SWITCH
                   DISPLAY 'WARNING - OUTARCH.TXT NOT AVAILABLE, '
                       'STATUS ' ARCHIVE-STATUS ' - ACCOUNT '
                       CURRENT-ACCOUNT ' STATEMENT INCOMPLETE'
               END-IF
           END-IF.

       330-SCAN-CURRENT-OUTPUT.
           MOVE 'N' TO OUTPUT-EOF-FLAG
           OPEN INPUT OUTPUT-FILE
           IF OUTPUT-FILE-STATUS = '00'
               PERFORM UNTIL OUTPUT-EOF-FLAG = 'Y'
                   READ OUTPUT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO OUTPUT-EOF-FLAG
                       NOT AT END
                           MOVE BUSINESS-DATE TO DEFAULT-POSTING-DATE
                           PERFORM 315-SELECT-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE OUTPUT-FILE
           ELSE
               MOVE 'Y' TO HISTORY-INCOMPLETE-SWITCH
               DISPLAY 'WARNING - OUTPUT.DAT NOT AVAILABLE, '
                   'STATUS ' OUTPUT-FILE-STATUS ' - ACCOUNT '
                   CURRENT-ACCOUNT ' STATEMENT INCOMPLETE'
           END-IF.

       400-PRINT-STATEMENT.
           IF CUST-DELIVERY-METHOD = 'E'
               IF ELECTRONIC-STATEMENT-COUNT > 0
                   MOVE PAGE-BREAK-LINE TO STATEMENT-LINE-WORK
                   PERFORM 490-PUT-STATEMENT-LINE
               END-IF
           ELSE
               IF PRINT-STATEMENT-COUNT > 0
                   MOVE PAGE-BREAK-LINE TO STATEMENT-LINE-WORK
                   PERFORM 490-PUT-STATEMENT-LINE
               END-IF
           END-IF
           MOVE RUN-DATE TO S-H-RUN-DATE
           MOVE STATEMENT-HEADING-1 TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           MOVE CURRENT-ACCOUNT TO S-H-ACCOUNT
           MOVE PERIOD-FROM-DATE TO S-H-FROM-DATE
           MOVE BUSINESS-DATE TO S-H-TO-DATE
           MOVE STATEMENT-HEADING-2 TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           PERFORM 410-PRINT-ADDRESS-BLOCK
           MOVE STATEMENT-HEADING-3 TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           MOVE STATEMENT-HEADING-4 TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           PERFORM VARYING TRAN-INDEX FROM 1 BY 1
                   UNTIL TRAN-INDEX > TRAN-COUNT
               MOVE TRN-DATE(TRAN-INDEX) TO D-TRAN-DATE
               MOVE TRN-TRAN-ID(TRAN-INDEX) TO D-TRAN-ID
               MOVE TRN-REF-CODE(TRAN-INDEX) TO D-REF-CODE
               MOVE TRN-ORIG-AMOUNT(TRAN-INDEX) TO D-AMOUNT
               MOVE TRN-CURRENCY-CODE(TRAN-INDEX) TO D-CURRENCY-CODE
               MOVE TRN-AMOUNT(TRAN-INDEX) TO D-BASE-AMOUNT
               MOVE TRN-DEBIT-CREDIT(TRAN-INDEX) TO D-DEBIT-CREDIT
               MOVE TRN-REVERSAL-FLAG(TRAN-INDEX) TO D-REVERSAL-FLAG
               IF TRN-DISPUTE-FLAG(TRAN-INDEX) = 'Y'
                   MOVE 'DISPUTED' TO D-DISPUTE-FLAG
               ELSE
                   MOVE SPACES TO D-DISPUTE-FLAG
               END-IF
               MOVE STATEMENT-DETAIL TO STATEMENT-LINE-WORK
               PERFORM 490-PUT-STATEMENT-LINE
               ADD 1 TO LISTED-TRAN-COUNT
           END-PERFORM
           IF TRAN-OVERFLOW
               MOVE OVERFLOW-WARNING-LINE TO STATEMENT-LINE-WORK
               PERFORM 490-PUT-STATEMENT-LINE
               DISPLAY 'WARNING - ACCOUNT ' CURRENT-ACCOUNT
                   ' HAS MORE THAN 1000 TRANSACTIONS, '
                   'STATEMENT TRUNCATED'
           END-IF
           MOVE TRAN-COUNT TO T-TRAN-COUNT
           MOVE ACCOUNT-TOTAL-AMOUNT TO T-NET-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           IF CUST-DELIVERY-METHOD = 'E'
               ADD 1 TO ELECTRONIC-STATEMENT-COUNT
           ELSE
               ADD 1 TO PRINT-STATEMENT-COUNT
           END-IF
           ADD 1 TO STATEMENT-COUNT.

       410-PRINT-ADDRESS-BLOCK.
           MOVE BLANK-LINE TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           MOVE CUST-NAME TO B-ADDRESS-TEXT
           MOVE ADDRESS-BLOCK-LINE TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           MOVE CUST-ADDRESS-LINE-1 TO B-ADDRESS-TEXT
           MOVE ADDRESS-BLOCK-LINE TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO B-ADDRESS-TEXT
               MOVE ADDRESS-BLOCK-LINE TO STATEMENT-LINE-WORK
               PERFORM 490-PUT-STATEMENT-LINE
           END-IF
           IF CUST-ADDRESS-LINE-3 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-3 TO B-ADDRESS-TEXT
               MOVE ADDRESS-BLOCK-LINE TO STATEMENT-LINE-WORK
               PERFORM 490-PUT-STATEMENT-LINE
           END-IF
           IF CUST-POSTAL-CODE NOT = SPACES
               MOVE CUST-POSTAL-CODE TO B-ADDRESS-TEXT
               MOVE ADDRESS-BLOCK-LINE TO STATEMENT-LINE-WORK
               PERFORM 490-PUT-STATEMENT-LINE
           END-IF
           IF CUST-DELIVERY-METHOD = 'E'
               MOVE CUST-EMAIL-ADDRESS TO B-EMAIL-ADDRESS
               MOVE DELIVERY-ADDRESS-LINE TO STATEMENT-LINE-WORK
               PERFORM 490-PUT-STATEMENT-LINE
           END-IF
           MOVE BLANK-LINE TO STATEMENT-LINE-WORK
           PERFORM 490-PUT-STATEMENT-LINE.

       490-PUT-STATEMENT-LINE.
           IF CUST-DELIVERY-METHOD = 'E'
               WRITE STATEMENT-ELECTRONIC-LINE
                   FROM STATEMENT-LINE-WORK
           ELSE
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-LINE-WORK
           END-IF.
