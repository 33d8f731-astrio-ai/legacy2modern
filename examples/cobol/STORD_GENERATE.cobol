       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           STORD-GENERATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STORDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS STANDING-ORDER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.TXT'
               FILE STATUS IS CALENDAR-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'SRCREG.TXT'
               FILE STATUS IS REGISTER-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO 'SRCDLV.TXT'
               FILE STATUS IS DELIVERY-STATUS.
           SELECT ORDER-CONTROL-FILE ASSIGN TO 'STORDCTL.TXT'
               FILE STATUS IS ORDER-CONTROL-STATUS.
           SELECT ORDER-PRINT-FILE ASSIGN TO 'STORDRPT.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(08).
           05  CAL-DESCRIPTION         PIC X(20).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-SOURCE-ID           PIC X(08).

       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD.
           05  DLV-DATA                PIC X(80).
       01  DELIVERY-HEADER-FIELDS REDEFINES DELIVERY-RECORD.
           05  DH-RECORD-TYPE          PIC X(03).
           05  DH-SOURCE-ID            PIC X(08).
           05  DH-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(61).
       01  DELIVERY-TRAILER-FIELDS REDEFINES DELIVERY-RECORD.
           05  DT-RECORD-TYPE          PIC X(03).
           05  DT-RECORD-COUNT         PIC 9(07).
           05  DT-TOTAL-AMOUNT         PIC 9(09)V9(02).
           05  FILLER                  PIC X(59).
       01  DELIVERY-DETAIL-FIELDS REDEFINES DELIVERY-RECORD.
           05  DD-REF-CODE             PIC X(03).
           05  DD-CHOICE-CODE          PIC 9(01).
           05  DD-ACCOUNT-NUMBER       PIC X(10).
           05  DD-TRAN-AMOUNT          PIC 9(09)V9(02).
           05  DD-TRAN-DATE            PIC 9(08).
           05  DD-DEBIT-CREDIT         PIC X(01).
           05  FILLER                  PIC X(46).

       FD  ORDER-CONTROL-FILE.
       01  ORDER-CONTROL-RECORD.
           05  OC-LAST-RUN-DATE        PIC 9(08).

       FD  ORDER-PRINT-FILE.
       01  ORDER-PRINT-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  STANDING-ORDER-STATUS       PIC X(02) VALUE '00'.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  CALENDAR-STATUS             PIC X(02) VALUE '00'.
       01  REGISTER-STATUS             PIC X(02) VALUE '00'.
       01  DELIVERY-STATUS             PIC X(02) VALUE '00'.
       01  ORDER-CONTROL-STATUS        PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  ORDER-EOF-FLAG              PIC X VALUE 'N'.
       01  CALENDAR-EOF-FLAG           PIC X VALUE 'N'.
       01  REGISTER-EOF-FLAG           PIC X VALUE 'N'.
       01  ORDER-MASTER-SWITCH         PIC X VALUE 'N'.
           88  ORDER-MASTER-OPEN           VALUE 'Y'.
       01  SOURCE-REGISTERED-SWITCH    PIC X VALUE 'N'.
           88  SOURCE-REGISTERED           VALUE 'Y'.
       01  CALENDAR-FOUND-SWITCH       PIC X VALUE 'N'.
           88  NON-PROCESSING-DATE         VALUE 'Y'.
       01  ORDER-CHANGED-SWITCH        PIC X VALUE 'N'.
           88  ORDER-CHANGED               VALUE 'Y'.
       01  ORDER-PASS-SWITCH           PIC X VALUE 'D'.
           88  DELIVERY-PASS               VALUE 'D'.
           88  UPDATE-PASS                 VALUE 'U'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  LAST-RUN-DATE               PIC 9(08) VALUE 0.
       01  PAYMENT-DATE                PIC 9(08) VALUE 0.
       01  CHECK-DATE                  PIC 9(08) VALUE 0.
       01  CHECK-DATE-DETAIL REDEFINES CHECK-DATE.
           05  CHK-YEAR                PIC 9(04).
           05  CHK-MONTH               PIC 9(02).
           05  CHK-DAY                 PIC 9(02).
       01  MONTH-LENGTH                PIC 9(02) VALUE 0.
       01  MONTH-STEP                  PIC 9(02) VALUE 0.
       01  MONTH-WORK                  PIC 9(02) VALUE 0.
       01  DUE-DAY-WORK                PIC 9(02) VALUE 0.
       01  LEAP-CHECK-YEAR             PIC 9(04) VALUE 0.
       01  LEAP-REMAINDER              PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT               PIC 9(04) VALUE 0.
       01  LEAP-YEAR-SWITCH            PIC X VALUE 'N'.
           88  LEAP-YEAR                   VALUE 'Y'.
       01  MONTH-DAY-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  ORDER-SOURCE-ID             PIC X(08) VALUE 'STORDER '.
       01  ORDER-CHOICE-CODE           PIC 9(01) VALUE 0.
       01  ORDER-NOTE                  PIC X(30) VALUE SPACES.
       01  ORDERS-READ-COUNT           PIC 9(07) VALUE 0.
       01  PAID-COUNT                  PIC 9(07) VALUE 0.
       01  SKIPPED-COUNT               PIC 9(07) VALUE 0.
       01  ENDED-COUNT                 PIC 9(07) VALUE 0.
       01  DETAIL-WRITTEN-COUNT        PIC 9(07) VALUE 0.
       01  REWRITE-FAILED-COUNT        PIC 9(07) VALUE 0.
       01  DETAIL-AMOUNT-TOTAL         PIC 9(09)V9(02) VALUE 0.
       01  CALENDAR-COUNT              PIC 9(03) VALUE 0.
       01  CALENDAR-INDEX              PIC 9(03) VALUE 0.
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-ORDER-MESSAGE.
           05  OOM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(26)
                   VALUE ' ORDERS PAID, AMOUNT      '.
           05  OOM-AMOUNT              PIC 9(09)V9(02).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  OPS-SKIPPED-MESSAGE.
           05  OSK-COUNT               PIC 9(07).
           05  FILLER                  PIC X(37)
                   VALUE ' PAYMENT(S) SKIPPED, ACCOUNT NOT OPEN'.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  OPS-REWRITE-MESSAGE.
           05  ORW-COUNT               PIC 9(07).
           05  FILLER                  PIC X(37)
                   VALUE ' ORDER(S) NOT ADVANCED - SEE CONSOLE '.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  CALENDAR-TABLE.
           05  CALENDAR-ENTRY          PIC 9(08) OCCURS 500 TIMES.

       01  ORDER-HEADING-1.
           05  FILLER                  PIC X(42)
                   VALUE 'STANDING ORDER GENERATION - BUSINESS DATE '.
           05  R-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  ORDER-HEADING-2.
           05  FILLER                  PIC X(38)
                   VALUE 'ACCOUNT    NO  REF         AMOUNT DC F'.
           05  FILLER                  PIC X(62)
                   VALUE ' DUE DATE  PAY DATE  NOTE'.

       01  ORDER-DETAIL.
           05  R-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-ORDER-NUMBER          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-REF-CODE              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  R-FREQUENCY             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-DUE-DATE              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  R-PAY-DATE              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  R-NOTE                  PIC X(30).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  ORDER-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE 'ORDERS READ '.
           05  T-READ                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  PAID '.
           05  T-PAID                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  SKIPPED '.
           05  T-SKIPPED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE '  ENDED '.
           05  T-ENDED                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE '  AMOUNT '.
           05  T-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           DISPLAY 'STORD-GENERATE BUSINESS DATE ' BUSINESS-DATE

           PERFORM 160-CHECK-ORDER-CONTROL
           IF LAST-RUN-DATE = BUSINESS-DATE
               DISPLAY 'STORD-GENERATE ALREADY RUN FOR '
                   BUSINESS-DATE ' - NOTHING TO DO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 250-LOAD-CALENDAR
           PERFORM 280-CHECK-REGISTRATION

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'STORD-GENERATE CANNOT OPEN ACCTMST.DAT, '
                   'STATUS ' ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O STANDING-ORDER-FILE
           IF STANDING-ORDER-STATUS = '00'
               MOVE 'Y' TO ORDER-MASTER-SWITCH
           ELSE
               DISPLAY 'WARNING - STORDMST.DAT NOT AVAILABLE, '
                   'STATUS ' STANDING-ORDER-STATUS
                   ' - NO STANDING ORDERS PAID'
           END-IF

           OPEN EXTEND DELIVERY-FILE
           IF DELIVERY-STATUS = '35'
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           IF DELIVERY-STATUS NOT = '00'
               DISPLAY 'STORD-GENERATE CANNOT OPEN SRCDLV.TXT, '
                   'STATUS ' DELIVERY-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               IF ORDER-MASTER-OPEN
                   CLOSE STANDING-ORDER-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ORDER-PRINT-FILE
           MOVE BUSINESS-DATE TO R-H-BUSINESS-DATE
           WRITE ORDER-PRINT-LINE FROM ORDER-HEADING-1
           WRITE ORDER-PRINT-LINE FROM ORDER-HEADING-2

           MOVE SPACES TO DELIVERY-RECORD
           MOVE 'HDR' TO DH-RECORD-TYPE
           MOVE ORDER-SOURCE-ID TO DH-SOURCE-ID
           MOVE BUSINESS-DATE TO DH-BUSINESS-DATE
           PERFORM 400-WRITE-DELIVERY-RECORD

           IF ORDER-MASTER-OPEN
               PERFORM UNTIL ORDER-EOF-FLAG = 'Y'
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ORDER-EOF-FLAG
                       NOT AT END
                           PERFORM 300-PROCESS-ONE-ORDER
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO DELIVERY-RECORD
           MOVE 'TRL' TO DT-RECORD-TYPE
           MOVE DETAIL-WRITTEN-COUNT TO DT-RECORD-COUNT
           MOVE DETAIL-AMOUNT-TOTAL TO DT-TOTAL-AMOUNT
           PERFORM 400-WRITE-DELIVERY-RECORD

           CLOSE DELIVERY-FILE
           IF ORDER-MASTER-OPEN
               PERFORM 360-ADVANCE-ORDER-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           IF ORDER-MASTER-OPEN
               CLOSE STANDING-ORDER-FILE
           END-IF

           MOVE ORDERS-READ-COUNT TO T-READ
           MOVE PAID-COUNT TO T-PAID
           MOVE SKIPPED-COUNT TO T-SKIPPED
           MOVE ENDED-COUNT TO T-ENDED
           MOVE DETAIL-AMOUNT-TOTAL TO T-AMOUNT
           WRITE ORDER-PRINT-LINE FROM ORDER-TOTAL-LINE
           CLOSE ORDER-PRINT-FILE

           PERFORM 500-WRITE-ORDER-CONTROL

           DISPLAY 'STORD-GENERATE ORDERS READ     ' ORDERS-READ-COUNT
           DISPLAY 'STORD-GENERATE PAYMENTS        ' PAID-COUNT
           DISPLAY 'STORD-GENERATE SKIPPED         ' SKIPPED-COUNT
           DISPLAY 'STORD-GENERATE ORDERS ENDED    ' ENDED-COUNT
           DISPLAY 'STORD-GENERATE NOT ADVANCED    '
               REWRITE-FAILED-COUNT

           IF SKIPPED-COUNT > 0
               MOVE SKIPPED-COUNT TO OSK-COUNT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'STORDER ' TO OPS-EVENT-CODE
               MOVE OPS-SKIPPED-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           MOVE PAID-COUNT TO OOM-COUNT
           MOVE DETAIL-AMOUNT-TOTAL TO OOM-AMOUNT
           MOVE 'I' TO OPS-SEVERITY
           MOVE 'STORDER ' TO OPS-EVENT-CODE
           MOVE OPS-ORDER-MESSAGE TO OPS-EVENT-TEXT
           PERFORM 9000-WRITE-OPS-EVENT

           IF REWRITE-FAILED-COUNT > 0
               MOVE REWRITE-FAILED-COUNT TO ORW-COUNT
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'STORDER ' TO OPS-EVENT-CODE
               MOVE OPS-REWRITE-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

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

       160-CHECK-ORDER-CONTROL.
           MOVE 0 TO LAST-RUN-DATE
           OPEN INPUT ORDER-CONTROL-FILE
           IF ORDER-CONTROL-STATUS = '00'
               READ ORDER-CONTROL-FILE
                   NOT AT END
                       IF OC-LAST-RUN-DATE IS NUMERIC
                           MOVE OC-LAST-RUN-DATE TO LAST-RUN-DATE
                       END-IF
               END-READ
               CLOSE ORDER-CONTROL-FILE
           END-IF.

       250-LOAD-CALENDAR.
           MOVE 0 TO CALENDAR-COUNT
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS = '00'
               PERFORM UNTIL CALENDAR-EOF-FLAG = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO CALENDAR-EOF-FLAG
                       NOT AT END
                           IF CAL-DATE IS NUMERIC
                               PERFORM 255-STORE-CALENDAR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY 'WARNING - CALENDAR.TXT NOT AVAILABLE, '
                   'STATUS ' CALENDAR-STATUS
                   ' - DUE DATES NOT ROLLED'
           END-IF.

       255-STORE-CALENDAR-DATE.
           IF CALENDAR-COUNT < 500
               ADD 1 TO CALENDAR-COUNT
               MOVE CAL-DATE TO CALENDAR-ENTRY(CALENDAR-COUNT)
           ELSE
               DISPLAY 'WARNING - CALENDAR.TXT HOLDS MORE THAN 500 '
                   'DATES, ' CAL-DATE ' IGNORED'
           END-IF.

       270-CHECK-CALENDAR-DATE.
           MOVE 'N' TO CALENDAR-FOUND-SWITCH
           PERFORM VARYING CALENDAR-INDEX FROM 1 BY 1
                   UNTIL CALENDAR-INDEX > CALENDAR-COUNT
               IF CALENDAR-ENTRY(CALENDAR-INDEX) = CHECK-DATE
                   MOVE 'Y' TO CALENDAR-FOUND-SWITCH
               END-IF
           END-PERFORM.

       280-CHECK-REGISTRATION.
           MOVE 'N' TO SOURCE-REGISTERED-SWITCH
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS = '00'
               PERFORM UNTIL REGISTER-EOF-FLAG = 'Y'
                   READ REGISTER-FILE
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLAG
                       NOT AT END
                           IF REG-SOURCE-ID = ORDER-SOURCE-ID
                               MOVE 'Y' TO SOURCE-REGISTERED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF NOT SOURCE-REGISTERED
               DISPLAY 'WARNING - SOURCE ' ORDER-SOURCE-ID
                   ' NOT ON SRCREG.TXT - DELIVERY WILL BE REFUSED'
               MOVE 'SOURCE STORDER NOT ON SRCREG.TXT'
                   TO OPS-EVENT-TEXT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'STORDER ' TO OPS-EVENT-CODE
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF.

       300-PROCESS-ONE-ORDER.
           IF DELIVERY-PASS
               ADD 1 TO ORDERS-READ-COUNT
           END-IF
           MOVE 'N' TO ORDER-CHANGED-SWITCH
           IF SO-STATUS = 'A'
                   AND SO-NEXT-DUE-DATE IS NUMERIC
                   AND SO-NEXT-DUE-DATE > 0
               PERFORM 305-CHECK-ORDER-END
               PERFORM 310-SET-PAYMENT-DATE
               PERFORM UNTIL SO-STATUS NOT = 'A'
                       OR PAYMENT-DATE > BUSINESS-DATE
                   PERFORM 320-PAY-OR-SKIP
                   PERFORM 340-ADVANCE-DUE-DATE
                   PERFORM 305-CHECK-ORDER-END
                   PERFORM 310-SET-PAYMENT-DATE
               END-PERFORM
           END-IF
           IF ORDER-CHANGED AND UPDATE-PASS
               PERFORM 365-REWRITE-ORDER
           END-IF.

       305-CHECK-ORDER-END.
           IF SO-STATUS = 'A' AND SO-END-DATE > 0
                   AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
               MOVE 'Y' TO ORDER-CHANGED-SWITCH
               IF DELIVERY-PASS
                   ADD 1 TO ENDED-COUNT
               END-IF
               MOVE 0 TO PAYMENT-DATE
               MOVE 'ORDER ENDED' TO ORDER-NOTE
               PERFORM 350-LIST-ORDER
           END-IF.

       310-SET-PAYMENT-DATE.
           MOVE SO-NEXT-DUE-DATE TO CHECK-DATE
           PERFORM 270-CHECK-CALENDAR-DATE
           PERFORM UNTIL NOT NON-PROCESSING-DATE
               PERFORM 820-ADD-ONE-DAY
               PERFORM 270-CHECK-CALENDAR-DATE
           END-PERFORM
           MOVE CHECK-DATE TO PAYMENT-DATE.

       320-PAY-OR-SKIP.
           MOVE 'Y' TO ORDER-CHANGED-SWITCH
           MOVE SPACES TO ORDER-NOTE
           MOVE SO-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'SKIPPED - ACCOUNT NOT ON FILE' TO ORDER-NOTE
               NOT INVALID KEY
                   IF ACCT-STATUS = 'C'
                       MOVE 'SKIPPED - ACCOUNT CLOSED' TO ORDER-NOTE
                   END-IF
                   IF ACCT-STATUS = 'F'
                       MOVE 'SKIPPED - ACCOUNT FROZEN' TO ORDER-NOTE
                   END-IF
                   IF ACCT-STATUS NOT = 'O' AND ORDER-NOTE = SPACES
                       MOVE 'SKIPPED - ACCOUNT NOT OPEN' TO ORDER-NOTE
                   END-IF
           END-READ
           IF ORDER-NOTE = SPACES
               PERFORM 330-WRITE-ORDER-DETAIL
           ELSE
               MOVE BUSINESS-DATE TO SO-LAST-SKIP-DATE
               IF DELIVERY-PASS
                   ADD 1 TO SKIPPED-COUNT
               END-IF
           END-IF
           PERFORM 350-LIST-ORDER.

       330-WRITE-ORDER-DETAIL.
           IF DELIVERY-PASS
               MOVE SPACES TO DELIVERY-RECORD
               MOVE SO-REF-CODE TO DD-REF-CODE
               MOVE ORDER-CHOICE-CODE TO DD-CHOICE-CODE
               MOVE SO-ACCOUNT-NUMBER TO DD-ACCOUNT-NUMBER
               MOVE SO-TRAN-AMOUNT TO DD-TRAN-AMOUNT
               MOVE BUSINESS-DATE TO DD-TRAN-DATE
               MOVE SO-DEBIT-CREDIT TO DD-DEBIT-CREDIT
               ADD DD-TRAN-AMOUNT TO DETAIL-AMOUNT-TOTAL
               PERFORM 400-WRITE-DELIVERY-RECORD
               ADD 1 TO DETAIL-WRITTEN-COUNT
               ADD 1 TO PAID-COUNT
           END-IF
           MOVE BUSINESS-DATE TO SO-LAST-PAID-DATE
           IF SO-PAID-COUNT < 99999
               ADD 1 TO SO-PAID-COUNT
           END-IF
           IF PAYMENT-DATE > SO-NEXT-DUE-DATE
               MOVE 'PAID - ROLLED FROM DUE DATE' TO ORDER-NOTE
           ELSE
               MOVE 'PAID' TO ORDER-NOTE
           END-IF.

       340-ADVANCE-DUE-DATE.
           MOVE SO-NEXT-DUE-DATE TO CHECK-DATE
           EVALUATE SO-FREQUENCY
               WHEN 'W'
                   PERFORM 820-ADD-ONE-DAY 7 TIMES
               WHEN 'F'
                   PERFORM 820-ADD-ONE-DAY 14 TIMES
               WHEN 'M'
                   MOVE 1 TO MONTH-STEP
                   PERFORM 830-ADD-MONTHS
               WHEN 'Q'
                   MOVE 3 TO MONTH-STEP
                   PERFORM 830-ADD-MONTHS
               WHEN 'A'
                   MOVE 12 TO MONTH-STEP
                   PERFORM 830-ADD-MONTHS
               WHEN OTHER
                   MOVE 'E' TO SO-STATUS
                   IF DELIVERY-PASS
                       ADD 1 TO ENDED-COUNT
                   END-IF
                   MOVE 0 TO PAYMENT-DATE
                   MOVE 'ENDED - INVALID FREQUENCY' TO ORDER-NOTE
                   PERFORM 350-LIST-ORDER
           END-EVALUATE
           MOVE CHECK-DATE TO SO-NEXT-DUE-DATE.

       350-LIST-ORDER.
           MOVE SO-ACCOUNT-NUMBER TO R-ACCOUNT
           MOVE SO-ORDER-NUMBER TO R-ORDER-NUMBER
           MOVE SO-REF-CODE TO R-REF-CODE
           MOVE SO-TRAN-AMOUNT TO R-AMOUNT
           MOVE SO-DEBIT-CREDIT TO R-DEBIT-CREDIT
           MOVE SO-FREQUENCY TO R-FREQUENCY
           MOVE SO-NEXT-DUE-DATE TO R-DUE-DATE
           MOVE PAYMENT-DATE TO R-PAY-DATE
           MOVE ORDER-NOTE TO R-NOTE
           IF DELIVERY-PASS
               WRITE ORDER-PRINT-LINE FROM ORDER-DETAIL
           END-IF.

       360-ADVANCE-ORDER-MASTER.
           MOVE 'U' TO ORDER-PASS-SWITCH
           MOVE 'N' TO ORDER-EOF-FLAG
           MOVE LOW-VALUES TO SO-KEY
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO ORDER-EOF-FLAG
           END-START
           PERFORM UNTIL ORDER-EOF-FLAG = 'Y'
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ORDER-EOF-FLAG
                   NOT AT END
                       PERFORM 300-PROCESS-ONE-ORDER
               END-READ
           END-PERFORM.

       365-REWRITE-ORDER.
           REWRITE STANDING-ORDER-RECORD
           IF STANDING-ORDER-STATUS NOT = '00'
               DISPLAY 'STORD-GENERATE REWRITE FAILED ON STORDMST.DAT, '
                   'STATUS ' STANDING-ORDER-STATUS ' ORDER ' SO-KEY
               ADD 1 TO REWRITE-FAILED-COUNT
           END-IF.

       400-WRITE-DELIVERY-RECORD.
           WRITE DELIVERY-RECORD
           IF DELIVERY-STATUS NOT = '00'
               DISPLAY 'STORD-GENERATE WRITE FAILED ON SRCDLV.TXT, '
                   'STATUS ' DELIVERY-STATUS
                   ' - ORDER CONTROL NOT ADVANCED'
               CLOSE DELIVERY-FILE
               CLOSE ACCOUNT-MASTER-FILE
               IF ORDER-MASTER-OPEN
                   CLOSE STANDING-ORDER-FILE
               END-IF
               CLOSE ORDER-PRINT-FILE
               MOVE 'STANDING ORDER DELIVERY FAILED - SEE CONSOLE'
                   TO OPS-EVENT-TEXT
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'STORDER ' TO OPS-EVENT-CODE
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       500-WRITE-ORDER-CONTROL.
           OPEN OUTPUT ORDER-CONTROL-FILE
           IF ORDER-CONTROL-STATUS = '00'
               MOVE BUSINESS-DATE TO OC-LAST-RUN-DATE
               WRITE ORDER-CONTROL-RECORD
               CLOSE ORDER-CONTROL-FILE
           ELSE
               DISPLAY 'STORD-GENERATE STORDCTL.TXT NOT UPDATED, '
                   'STATUS ' ORDER-CONTROL-STATUS
           END-IF.

       810-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-YEAR-SWITCH
           DIVIDE LEAP-CHECK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO LEAP-YEAR-SWITCH
               DIVIDE LEAP-CHECK-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE LEAP-CHECK-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

       815-SET-MONTH-LENGTH.
           MOVE MONTH-DAYS(CHK-MONTH) TO MONTH-LENGTH
           IF CHK-MONTH = 2
               MOVE CHK-YEAR TO LEAP-CHECK-YEAR
               PERFORM 810-CHECK-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF.

       820-ADD-ONE-DAY.
           PERFORM 815-SET-MONTH-LENGTH
           IF CHK-DAY < MONTH-LENGTH
               ADD 1 TO CHK-DAY
           ELSE
               MOVE 1 TO CHK-DAY
               IF CHK-MONTH < 12
                   ADD 1 TO CHK-MONTH
               ELSE
                   MOVE 1 TO CHK-MONTH
                   ADD 1 TO CHK-YEAR
               END-IF
           END-IF.

       830-ADD-MONTHS.
           MOVE SO-DUE-DAY TO DUE-DAY-WORK
           IF DUE-DAY-WORK = 0
               MOVE CHK-DAY TO DUE-DAY-WORK
           END-IF
           COMPUTE MONTH-WORK = CHK-MONTH + MONTH-STEP
           IF MONTH-WORK > 12
               SUBTRACT 12 FROM MONTH-WORK
               ADD 1 TO CHK-YEAR
           END-IF
           MOVE MONTH-WORK TO CHK-MONTH
           MOVE 1 TO CHK-DAY
           PERFORM 815-SET-MONTH-LENGTH
           IF DUE-DAY-WORK < MONTH-LENGTH
               MOVE DUE-DAY-WORK TO CHK-DAY
           ELSE
               MOVE MONTH-LENGTH TO CHK-DAY
           END-IF.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'STORD-GENER ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
