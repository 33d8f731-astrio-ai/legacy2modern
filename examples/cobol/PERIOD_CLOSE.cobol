       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER-FILE ASSIGN TO 'ACCTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ACCOUNT-NUMBER
               FILE STATUS IS POSITION-MASTER-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO 'PERHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PERIOD-HISTORY-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERCTL.TXT'
               FILE STATUS IS PERIOD-CONTROL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER-FILE.
           COPY ACCTPOSREC.

       FD  PERIOD-HISTORY-FILE.
           COPY PERHISTREC.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PCL-LAST-CLOSED-PERIOD  PIC 9(06).
           05  PCL-CLOSE-DATE          PIC 9(08).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  POSITION-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  PERIOD-HISTORY-STATUS       PIC X(02) VALUE '00'.
       01  PERIOD-CONTROL-STATUS       PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  POSITION-EOF-FLAG           PIC X VALUE 'N'.
       01  POSITION-MASTER-SWITCH      PIC X VALUE 'N'.
           88  POSITION-MASTER-OPEN        VALUE 'Y'.
       01  YEAR-END-SWITCH             PIC X VALUE 'N'.
           88  YEAR-END-CLOSE              VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  BUSINESS-DATE-DETAIL REDEFINES BUSINESS-DATE.
           05  BUS-YEAR                PIC 9(04).
           05  BUS-MONTH               PIC 9(02).
           05  BUS-DAY                 PIC 9(02).
       01  CLOSING-PERIOD              PIC 9(06) VALUE 0.
       01  NEXT-PERIOD                 PIC 9(06) VALUE 0.
       01  LAST-CLOSED-PERIOD          PIC 9(06) VALUE 0.
       01  TARGET-PERIOD               PIC 9(06) VALUE 0.
       01  TARGET-PERIOD-DETAIL REDEFINES TARGET-PERIOD.
           05  TARGET-YEAR             PIC 9(04).
           05  TARGET-MONTH            PIC 9(02).
       01  ACCOUNTS-CLOSED-COUNT       PIC 9(07) VALUE 0.
       01  ACCOUNTS-SKIPPED-COUNT      PIC 9(07) VALUE 0.
       01  CLOSING-BALANCE-TOTAL       PIC S9(15)V9(02) VALUE 0.
       01  CLOSING-MTD-COUNT           PIC 9(09) VALUE 0.
       01  CLOSING-MTD-AMOUNT          PIC S9(15)V9(02) VALUE 0.
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-CLOSE-MESSAGE.
           05  FILLER                  PIC X(07) VALUE 'PERIOD '.
           05  OCM-PERIOD              PIC 9(06).
           05  FILLER                  PIC X(19)
                   VALUE ' CLOSED - ACCOUNTS '.
           05  OCM-COUNT               PIC 9(07).
           05  OCM-YEAR-END            PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           COMPUTE CLOSING-PERIOD = BUS-YEAR * 100 + BUS-MONTH
           IF BUS-MONTH = 12
               MOVE 'Y' TO YEAR-END-SWITCH
               COMPUTE NEXT-PERIOD = (BUS-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE NEXT-PERIOD = CLOSING-PERIOD + 1
           END-IF
           DISPLAY 'PERIOD-CLOSE BUSINESS DATE ' BUSINESS-DATE
               ' PERIOD ' CLOSING-PERIOD

           PERFORM 160-CHECK-PERIOD-CONTROL
           IF LAST-CLOSED-PERIOD >= CLOSING-PERIOD
               DISPLAY 'PERIOD-CLOSE PERIOD ' CLOSING-PERIOD
                   ' ALREADY CLOSED - NOTHING TO DO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O POSITION-MASTER-FILE
           IF POSITION-MASTER-STATUS = '00'
               MOVE 'Y' TO POSITION-MASTER-SWITCH
           ELSE
               IF POSITION-MASTER-STATUS = '35'
                   DISPLAY 'PERIOD-CLOSE NO ACCTPOS.DAT ON FILE - '
                       'NOTHING TO SNAPSHOT'
               ELSE
                   DISPLAY 'PERIOD-CLOSE CANNOT OPEN ACCTPOS.DAT, '
                       'STATUS ' POSITION-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O PERIOD-HISTORY-FILE
           IF PERIOD-HISTORY-STATUS = '35'
               OPEN OUTPUT PERIOD-HISTORY-FILE
               CLOSE PERIOD-HISTORY-FILE
               OPEN I-O PERIOD-HISTORY-FILE
           END-IF
           IF PERIOD-HISTORY-STATUS NOT = '00'
               DISPLAY 'PERIOD-CLOSE CANNOT OPEN PERHIST.DAT, '
                   'STATUS ' PERIOD-HISTORY-STATUS
               IF POSITION-MASTER-OPEN
                   CLOSE POSITION-MASTER-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF POSITION-MASTER-OPEN
               PERFORM UNTIL POSITION-EOF-FLAG = 'Y'
                   READ POSITION-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO POSITION-EOF-FLAG
                       NOT AT END
                           PERFORM 200-CLOSE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF
           CLOSE PERIOD-HISTORY-FILE

           PERFORM 500-WRITE-PERIOD-CONTROL

           DISPLAY 'PERIOD-CLOSE ACCOUNTS CLOSED   '
               ACCOUNTS-CLOSED-COUNT
           DISPLAY 'PERIOD-CLOSE ALREADY ROLLED    '
               ACCOUNTS-SKIPPED-COUNT
           DISPLAY 'PERIOD-CLOSE MONTH ITEMS       ' CLOSING-MTD-COUNT
           DISPLAY 'PERIOD-CLOSE MONTH NET AMOUNT  '
               CLOSING-MTD-AMOUNT
           DISPLAY 'PERIOD-CLOSE CLOSING BALANCES  '
               CLOSING-BALANCE-TOTAL
           IF YEAR-END-CLOSE
               DISPLAY 'PERIOD-CLOSE YEAR-END - YEAR-TO-DATE '
                   'FIGURES ROLLED TO PRIOR YEAR'
               MOVE '  YEAR END' TO OCM-YEAR-END
           ELSE
               MOVE SPACES TO OCM-YEAR-END
           END-IF

           MOVE CLOSING-PERIOD TO OCM-PERIOD
           MOVE ACCOUNTS-CLOSED-COUNT TO OCM-COUNT
           MOVE 'I' TO OPS-SEVERITY
           MOVE 'PERCLOSE' TO OPS-EVENT-CODE
           MOVE OPS-CLOSE-MESSAGE TO OPS-EVENT-TEXT
           PERFORM 9000-WRITE-OPS-EVENT

           MOVE 0 TO RETURN-CODE

           GOBACK.

       150-READ-BUSINESS-DATE.
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

       160-CHECK-PERIOD-CONTROL.
           MOVE 0 TO LAST-CLOSED-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PERIOD-CONTROL-STATUS = '00'
               READ PERIOD-CONTROL-FILE
                   NOT AT END
                       IF PCL-LAST-CLOSED-PERIOD IS NUMERIC
                           MOVE PCL-LAST-CLOSED-PERIOD
                               TO LAST-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       200-CLOSE-ONE-ACCOUNT.
           MOVE CLOSING-PERIOD TO TARGET-PERIOD
           PERFORM 225-START-CURRENT-PERIOD
           IF POS-CURRENT-PERIOD > CLOSING-PERIOD
               ADD 1 TO ACCOUNTS-SKIPPED-COUNT
           ELSE
               PERFORM 210-WRITE-PERIOD-SNAPSHOT
               MOVE NEXT-PERIOD TO TARGET-PERIOD
               PERFORM 225-START-CURRENT-PERIOD
               REWRITE POSITION-RECORD
               IF POSITION-MASTER-STATUS NOT = '00'
                   PERFORM 240-ABANDON-CLOSE
               END-IF
               ADD 1 TO ACCOUNTS-CLOSED-COUNT
           END-IF.

       210-WRITE-PERIOD-SNAPSHOT.
           MOVE CLOSING-PERIOD TO PH-PERIOD
           MOVE POS-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
           MOVE BUSINESS-DATE TO PH-CLOSE-DATE
           MOVE POS-TRAN-COUNT TO PH-TRAN-COUNT
           MOVE POS-TOTAL-AMOUNT TO PH-BALANCE-AMOUNT
           MOVE POS-FIRST-ACTIVITY-DATE TO PH-FIRST-ACTIVITY-DATE
           MOVE POS-LAST-ACTIVITY-DATE TO PH-LAST-ACTIVITY-DATE
           MOVE POS-MTD-COUNT TO PH-MTD-COUNT
           MOVE POS-MTD-AMOUNT TO PH-MTD-AMOUNT
           MOVE POS-YTD-COUNT TO PH-YTD-COUNT
           MOVE POS-YTD-AMOUNT TO PH-YTD-AMOUNT
           WRITE PERIOD-HISTORY-RECORD
               INVALID KEY
                   REWRITE PERIOD-HISTORY-RECORD
           END-WRITE
           IF PERIOD-HISTORY-STATUS NOT = '00'
               PERFORM 240-ABANDON-CLOSE
           END-IF
           ADD POS-TOTAL-AMOUNT TO CLOSING-BALANCE-TOTAL
           ADD POS-MTD-COUNT TO CLOSING-MTD-COUNT
           ADD POS-MTD-AMOUNT TO CLOSING-MTD-AMOUNT.

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

       240-ABANDON-CLOSE.
           DISPLAY 'PERIOD-CLOSE WRITE FAILED, ACCTPOS STATUS '
               POSITION-MASTER-STATUS ' PERHIST STATUS '
               PERIOD-HISTORY-STATUS ' - PERIOD NOT CLOSED'
           CLOSE POSITION-MASTER-FILE
           CLOSE PERIOD-HISTORY-FILE
           MOVE 'PERIOD CLOSE FAILED - SEE CONSOLE' TO OPS-EVENT-TEXT
           MOVE 'E' TO OPS-SEVERITY
           MOVE 'PERCLOSE' TO OPS-EVENT-CODE
           PERFORM 9000-WRITE-OPS-EVENT
           MOVE 8 TO RETURN-CODE
           GOBACK.

       500-WRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF PERIOD-CONTROL-STATUS = '00'
               MOVE CLOSING-PERIOD TO PCL-LAST-CLOSED-PERIOD
               MOVE BUSINESS-DATE TO PCL-CLOSE-DATE
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               DISPLAY 'PERIOD-CLOSE PERCTL.TXT NOT UPDATED, '
                   'STATUS ' PERIOD-CONTROL-STATUS
           END-IF.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'PERIOD-CLOSE' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
