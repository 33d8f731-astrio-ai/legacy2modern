       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ACCT-ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO 'ACCTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ACCOUNT-NUMBER
               FILE STATUS IS POSITION-MASTER-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.TXT'
               FILE STATUS IS RATE-TABLE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.TXT'
               FILE STATUS IS CALENDAR-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'SRCREG.TXT'
               FILE STATUS IS REGISTER-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO 'SRCDLV.TXT'
               FILE STATUS IS DELIVERY-STATUS.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO 'ACRCTL.TXT'
               FILE STATUS IS ACCRUAL-CONTROL-STATUS.
           SELECT ACCRUAL-PRINT-FILE ASSIGN TO 'ACRRPT.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  POSITION-MASTER-FILE.
           COPY ACCTPOSREC.

       FD  RATE-TABLE-FILE.
           COPY RATEREC.

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

       FD  ACCRUAL-CONTROL-FILE.
       01  ACCRUAL-CONTROL-RECORD.
           05  AC-LAST-ACCRUAL-DATE    PIC 9(08).
           05  AC-LAST-FEE-MONTH       PIC 9(06).

       FD  ACCRUAL-PRINT-FILE.
       01  ACCRUAL-PRINT-LINE          PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  POSITION-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  RATE-TABLE-STATUS           PIC X(02) VALUE '00'.
       01  CALENDAR-STATUS             PIC X(02) VALUE '00'.
       01  REGISTER-STATUS             PIC X(02) VALUE '00'.
       01  DELIVERY-STATUS             PIC X(02) VALUE '00'.
       01  ACCRUAL-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  ACCOUNT-EOF-FLAG            PIC X VALUE 'N'.
       01  RATE-TABLE-EOF-FLAG         PIC X VALUE 'N'.
       01  CALENDAR-EOF-FLAG           PIC X VALUE 'N'.
       01  REGISTER-EOF-FLAG           PIC X VALUE 'N'.
       01  POSITION-MASTER-SWITCH      PIC X VALUE 'N'.
           88  POSITION-MASTER-OPEN        VALUE 'Y'.
       01  SOURCE-REGISTERED-SWITCH    PIC X VALUE 'N'.
           88  SOURCE-REGISTERED           VALUE 'Y'.
       01  FEE-CYCLE-SWITCH            PIC X VALUE 'N'.
           88  FEE-CYCLE-DATE              VALUE 'Y'.
       01  RATE-FOUND-SWITCH           PIC X VALUE 'N'.
           88  RATE-FOUND                  VALUE 'Y'.
       01  CALENDAR-FOUND-SWITCH       PIC X VALUE 'N'.
           88  NON-PROCESSING-DATE         VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  BUSINESS-DATE-DETAIL REDEFINES BUSINESS-DATE.
           05  BUS-YEAR                PIC 9(04).
           05  BUS-MONTH               PIC 9(02).
           05  BUS-DAY                 PIC 9(02).
       01  BUSINESS-MONTH              PIC 9(06) VALUE 0.
       01  LAST-ACCRUAL-DATE           PIC 9(08) VALUE 0.
       01  LAST-FEE-MONTH              PIC 9(06) VALUE 0.
       01  ACCRUAL-DAYS                PIC 9(05) VALUE 0.
       01  BUSINESS-DAY-NUMBER         PIC 9(07) VALUE 0.
       01  LAST-ACCRUAL-DAY-NUMBER     PIC 9(07) VALUE 0.
       01  MONTH-LENGTH                PIC 9(02) VALUE 0.
       01  CHECK-DAY                   PIC 9(02) VALUE 0.
       01  CHECK-DATE                  PIC 9(08) VALUE 0.
       01  CHECK-DATE-DETAIL REDEFINES CHECK-DATE.
           05  CHK-YEAR                PIC 9(04).
           05  CHK-MONTH               PIC 9(02).
           05  CHK-DAY                 PIC 9(02).
       01  ACCRUAL-SOURCE-ID           PIC X(08) VALUE 'ACCRUAL '.
       01  INTEREST-REF-CODE           PIC X(03) VALUE 'INT'.
       01  FEE-REF-CODE                PIC X(03) VALUE 'FEE'.
       01  ACCRUAL-CHOICE-CODE         PIC 9(01) VALUE 0.
       01  ACCRUAL-BALANCE             PIC 9(13)V9(02) VALUE 0.
       01  ACCRUAL-RATE                PIC 9(03)V9(04) VALUE 0.
       01  ACCRUAL-DAY-BASIS           PIC 9(03) VALUE 0.
       01  INTEREST-AMOUNT             PIC 9(11)V9(02) VALUE 0.
       01  INTEREST-DEBIT-CREDIT       PIC X(01) VALUE SPACES.
       01  FEE-AMOUNT                  PIC 9(09)V9(02) VALUE 0.
       01  ACCRUAL-NOTE                PIC X(20) VALUE SPACES.
       01  LOOKUP-ACCT-TYPE            PIC X(02) VALUE SPACES.
       01  ACCOUNTS-READ-COUNT         PIC 9(07) VALUE 0.
       01  ACCOUNTS-ACCRUED-COUNT      PIC 9(07) VALUE 0.
       01  NO-RATE-COUNT               PIC 9(07) VALUE 0.
       01  NOT-OPEN-COUNT              PIC 9(07) VALUE 0.
       01  DETAIL-WRITTEN-COUNT        PIC 9(07) VALUE 0.
       01  DETAIL-AMOUNT-TOTAL         PIC 9(09)V9(02) VALUE 0.
       01  INTEREST-CHARGED-TOTAL      PIC 9(13)V9(02) VALUE 0.
       01  INTEREST-PAID-TOTAL         PIC 9(13)V9(02) VALUE 0.
       01  FEE-TOTAL                   PIC 9(13)V9(02) VALUE 0.
       01  RATE-COUNT                  PIC 9(03) VALUE 0.
       01  RATE-INDEX                  PIC 9(03) VALUE 0.
       01  FOUND-RATE-INDEX            PIC 9(03) VALUE 0.
       01  CALENDAR-COUNT              PIC 9(03) VALUE 0.
       01  CALENDAR-INDEX              PIC 9(03) VALUE 0.
       01  CONVERT-DATE-FIELD          PIC 9(08) VALUE 0.
       01  CONVERT-DATE-DETAIL REDEFINES CONVERT-DATE-FIELD.
           05  CNV-YEAR                PIC 9(04).
           05  CNV-MONTH               PIC 9(02).
           05  CNV-DAY                 PIC 9(02).
       01  CONVERT-DAY-NUMBER          PIC 9(07) VALUE 0.
       01  PRIOR-YEAR                  PIC 9(04) VALUE 0.
       01  LEAP-DAYS                   PIC 9(04) VALUE 0.
       01  LEAP-WORK                   PIC 9(04) VALUE 0.
       01  LEAP-REMAINDER              PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT               PIC 9(04) VALUE 0.
       01  LEAP-YEAR-SWITCH            PIC X VALUE 'N'.
           88  LEAP-YEAR                   VALUE 'Y'.
       01  CUMULATIVE-DAY-LIST.
           05  FILLER                  PIC X(36)
                   VALUE '000031059090120151181212243273304334'.
       01  CUMULATIVE-DAY-TABLE REDEFINES CUMULATIVE-DAY-LIST.
           05  CUMULATIVE-DAYS         PIC 9(03) OCCURS 12 TIMES.
       01  MONTH-DAY-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-ACCRUAL-MESSAGE.
           05  OAM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(26)
                   VALUE ' ACCRUAL DETAILS, AMOUNT  '.
           05  OAM-AMOUNT              PIC 9(09)V9(02).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  OPS-NO-RATE-MESSAGE.
           05  ONM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(35)
                   VALUE ' ACCOUNT(S) WITH NO RATE FOR TYPE  '.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 50 TIMES.
               10  RT-ACCT-TYPE        PIC X(02).
               10  RT-EFF-DATE         PIC 9(08).
               10  RT-DEBIT-PCT        PIC 9(03)V9(04).
               10  RT-CREDIT-PCT       PIC 9(03)V9(04).
               10  RT-DAY-BASIS        PIC 9(03).
               10  RT-MONTHLY-FEE      PIC 9(07)V9(02).

       01  CALENDAR-TABLE.
           05  CALENDAR-ENTRY          PIC 9(08) OCCURS 31 TIMES.

       01  ACCRUAL-HEADING-1.
           05  FILLER                  PIC X(41)
                   VALUE 'INTEREST AND FEE ACCRUAL - BUSINESS DATE '.
           05  R-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  DAYS '.
           05  R-H-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  FEE CYCLE '.
           05  R-H-FEE-CYCLE           PIC X(01).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  ACCRUAL-HEADING-2.
           05  FILLER                  PIC X(38)
                   VALUE 'ACCOUNT    TY            POSITION     '.
           05  FILLER                  PIC X(62)
                   VALUE 'RATE       INTEREST DC           FEE  NOTE'.

       01  ACCRUAL-DETAIL.
           05  R-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-TYPE                  PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-POSITION              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-RATE                  PIC ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-FEE                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  R-NOTE                  PIC X(20).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  ACCRUAL-COUNT-LINE.
           05  FILLER                  PIC X(14) VALUE 'ACCOUNTS READ '.
           05  T-READ                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  ACCRUED '.
           05  T-ACCRUED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  NO RATE '.
           05  T-NO-RATE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  NOT OPEN '.
           05  T-NOT-OPEN              PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  DETAILS '.
           05  T-DETAILS               PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  ACCRUAL-AMOUNT-LINE.
           05  FILLER                  PIC X(17)
                   VALUE 'INTEREST CHARGED '.
           05  T-CHARGED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE '  PAID '.
           05  T-PAID                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE '  FEES '.
           05  T-FEES                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           DISPLAY 'ACCT-ACCRUAL BUSINESS DATE ' BUSINESS-DATE
           COMPUTE BUSINESS-MONTH = BUS-YEAR * 100 + BUS-MONTH

           PERFORM 160-CHECK-ACCRUAL-CONTROL
           IF LAST-ACCRUAL-DATE = BUSINESS-DATE
               DISPLAY 'ACCT-ACCRUAL ALREADY ACCRUED FOR '
                   BUSINESS-DATE ' - NOTHING TO DO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 170-SET-ACCRUAL-DAYS

           PERFORM 200-LOAD-RATE-TABLE
           PERFORM 250-LOAD-CALENDAR
           PERFORM 260-CHECK-FEE-CYCLE
           PERFORM 280-CHECK-REGISTRATION

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCT-ACCRUAL CANNOT OPEN ACCTMST.DAT, '
                   'STATUS ' ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POSITION-MASTER-FILE
           IF POSITION-MASTER-STATUS = '00'
               MOVE 'Y' TO POSITION-MASTER-SWITCH
           ELSE
               DISPLAY 'WARNING - ACCTPOS.DAT NOT AVAILABLE, '
                   'STATUS ' POSITION-MASTER-STATUS
                   ' - NO INTEREST ACCRUED'
           END-IF

           OPEN EXTEND DELIVERY-FILE
           IF DELIVERY-STATUS = '35'
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           IF DELIVERY-STATUS NOT = '00'
               DISPLAY 'ACCT-ACCRUAL CANNOT OPEN SRCDLV.TXT, '
                   'STATUS ' DELIVERY-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               IF POSITION-MASTER-OPEN
                   CLOSE POSITION-MASTER-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ACCRUAL-PRINT-FILE
           MOVE BUSINESS-DATE TO R-H-BUSINESS-DATE
           MOVE ACCRUAL-DAYS TO R-H-DAYS
           MOVE FEE-CYCLE-SWITCH TO R-H-FEE-CYCLE
           WRITE ACCRUAL-PRINT-LINE FROM ACCRUAL-HEADING-1
           WRITE ACCRUAL-PRINT-LINE FROM ACCRUAL-HEADING-2

           MOVE SPACES TO DELIVERY-RECORD
           MOVE 'HDR' TO DH-RECORD-TYPE
           MOVE ACCRUAL-SOURCE-ID TO DH-SOURCE-ID
           MOVE BUSINESS-DATE TO DH-BUSINESS-DATE
           PERFORM 400-WRITE-DELIVERY-RECORD

           PERFORM UNTIL ACCOUNT-EOF-FLAG = 'Y'
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ACCOUNT-EOF-FLAG
                   NOT AT END
                       PERFORM 300-ACCRUE-ONE-ACCOUNT
               END-READ
           END-PERFORM

           MOVE SPACES TO DELIVERY-RECORD
           MOVE 'TRL' TO DT-RECORD-TYPE
           MOVE DETAIL-WRITTEN-COUNT TO DT-RECORD-COUNT
           MOVE DETAIL-AMOUNT-TOTAL TO DT-TOTAL-AMOUNT
           PERFORM 400-WRITE-DELIVERY-RECORD

           CLOSE DELIVERY-FILE
           CLOSE ACCOUNT-MASTER-FILE
           IF POSITION-MASTER-OPEN
               CLOSE POSITION-MASTER-FILE
           END-IF

           MOVE ACCOUNTS-READ-COUNT TO T-READ
           MOVE ACCOUNTS-ACCRUED-COUNT TO T-ACCRUED
           MOVE NO-RATE-COUNT TO T-NO-RATE
           MOVE NOT-OPEN-COUNT TO T-NOT-OPEN
           MOVE DETAIL-WRITTEN-COUNT TO T-DETAILS
           WRITE ACCRUAL-PRINT-LINE FROM ACCRUAL-COUNT-LINE
           MOVE INTEREST-CHARGED-TOTAL TO T-CHARGED
           MOVE INTEREST-PAID-TOTAL TO T-PAID
           MOVE FEE-TOTAL TO T-FEES
           WRITE ACCRUAL-PRINT-LINE FROM ACCRUAL-AMOUNT-LINE
           CLOSE ACCRUAL-PRINT-FILE

           IF FEE-CYCLE-DATE
               MOVE BUSINESS-MONTH TO LAST-FEE-MONTH
           END-IF
           PERFORM 500-WRITE-ACCRUAL-CONTROL

           DISPLAY 'ACCT-ACCRUAL ACCOUNTS READ    ' ACCOUNTS-READ-COUNT
           DISPLAY 'ACCT-ACCRUAL ACCOUNTS ACCRUED '
               ACCOUNTS-ACCRUED-COUNT
           DISPLAY 'ACCT-ACCRUAL DETAILS WRITTEN  '
               DETAIL-WRITTEN-COUNT

           IF NO-RATE-COUNT > 0
               MOVE NO-RATE-COUNT TO ONM-COUNT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'ACCRUAL ' TO OPS-EVENT-CODE
               MOVE OPS-NO-RATE-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           MOVE DETAIL-WRITTEN-COUNT TO OAM-COUNT
           MOVE DETAIL-AMOUNT-TOTAL TO OAM-AMOUNT
           MOVE 'I' TO OPS-SEVERITY
           MOVE 'ACCRUAL ' TO OPS-EVENT-CODE
           MOVE OPS-ACCRUAL-MESSAGE TO OPS-EVENT-TEXT
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

       160-CHECK-ACCRUAL-CONTROL.
           MOVE 0 TO LAST-ACCRUAL-DATE
           MOVE 0 TO LAST-FEE-MONTH
           OPEN INPUT ACCRUAL-CONTROL-FILE
           IF ACCRUAL-CONTROL-STATUS = '00'
               READ ACCRUAL-CONTROL-FILE
                   NOT AT END
                       IF AC-LAST-ACCRUAL-DATE IS NUMERIC
                           MOVE AC-LAST-ACCRUAL-DATE
                               TO LAST-ACCRUAL-DATE
                       END-IF
                       IF AC-LAST-FEE-MONTH IS NUMERIC
                           MOVE AC-LAST-FEE-MONTH TO LAST-FEE-MONTH
                       END-IF
               END-READ
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF.

       170-SET-ACCRUAL-DAYS.
           MOVE 1 TO ACCRUAL-DAYS
           IF LAST-ACCRUAL-DATE > 0
                   AND LAST-ACCRUAL-DATE < BUSINESS-DATE
               MOVE BUSINESS-DATE TO CONVERT-DATE-FIELD
               PERFORM 800-DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAY-NUMBER TO BUSINESS-DAY-NUMBER
               MOVE LAST-ACCRUAL-DATE TO CONVERT-DATE-FIELD
               PERFORM 800-DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAY-NUMBER TO LAST-ACCRUAL-DAY-NUMBER
               COMPUTE ACCRUAL-DAYS =
                   BUSINESS-DAY-NUMBER - LAST-ACCRUAL-DAY-NUMBER
           END-IF.

       200-LOAD-RATE-TABLE.
           MOVE 0 TO RATE-COUNT
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-STATUS = '00'
               PERFORM UNTIL RATE-TABLE-EOF-FLAG = 'Y'
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE 'Y' TO RATE-TABLE-EOF-FLAG
                       NOT AT END
                           IF RATE-EFF-DATE IS NUMERIC
                                   AND RATE-EXP-DATE IS NUMERIC
                                   AND RATE-EFF-DATE <= BUSINESS-DATE
                                   AND RATE-EXP-DATE >= BUSINESS-DATE
                               PERFORM 210-STORE-RATE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY 'WARNING - RATETBL.TXT NOT AVAILABLE, '
                   'STATUS ' RATE-TABLE-STATUS
           END-IF.

       210-STORE-RATE-ENTRY.
           MOVE RATE-ACCT-TYPE TO LOOKUP-ACCT-TYPE
           PERFORM 220-FIND-RATE
           IF RATE-FOUND
               IF RATE-EFF-DATE < RT-EFF-DATE(FOUND-RATE-INDEX)
                   MOVE 0 TO FOUND-RATE-INDEX
               END-IF
           ELSE
               IF RATE-COUNT < 50
                   ADD 1 TO RATE-COUNT
                   MOVE RATE-COUNT TO FOUND-RATE-INDEX
               ELSE
                   DISPLAY 'WARNING - RATETBL.TXT HOLDS MORE THAN '
                       '50 ACTIVE TYPES, ' RATE-ACCT-TYPE ' IGNORED'
                   MOVE 0 TO FOUND-RATE-INDEX
               END-IF
           END-IF
           IF FOUND-RATE-INDEX > 0
               MOVE RATE-ACCT-TYPE TO RT-ACCT-TYPE(FOUND-RATE-INDEX)
               MOVE RATE-EFF-DATE TO RT-EFF-DATE(FOUND-RATE-INDEX)
               MOVE RATE-DEBIT-PCT TO RT-DEBIT-PCT(FOUND-RATE-INDEX)
               MOVE RATE-CREDIT-PCT
                   TO RT-CREDIT-PCT(FOUND-RATE-INDEX)
               MOVE RATE-DAY-BASIS TO RT-DAY-BASIS(FOUND-RATE-INDEX)
               MOVE RATE-MONTHLY-FEE
                   TO RT-MONTHLY-FEE(FOUND-RATE-INDEX)
           END-IF.

       220-FIND-RATE.
           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE 0 TO FOUND-RATE-INDEX
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
                   UNTIL RATE-INDEX > RATE-COUNT
               IF RT-ACCT-TYPE(RATE-INDEX) = LOOKUP-ACCT-TYPE
                   MOVE 'Y' TO RATE-FOUND-SWITCH
                   MOVE RATE-INDEX TO FOUND-RATE-INDEX
               END-IF
           END-PERFORM.

       250-LOAD-CALENDAR.
           MOVE 0 TO CALENDAR-COUNT
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS = '00'
               PERFORM UNTIL CALENDAR-EOF-FLAG = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO CALENDAR-EOF-FLAG
                       NOT AT END
                           MOVE CAL-DATE TO CHECK-DATE
                           IF CAL-DATE IS NUMERIC
                                   AND CHK-YEAR = BUS-YEAR
                                   AND CHK-MONTH = BUS-MONTH
                                   AND CALENDAR-COUNT < 31
                               ADD 1 TO CALENDAR-COUNT
                               MOVE CAL-DATE
                                   TO CALENDAR-ENTRY(CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       260-CHECK-FEE-CYCLE.
           MOVE MONTH-DAYS(BUS-MONTH) TO MONTH-LENGTH
           IF BUS-MONTH = 2
               MOVE BUS-YEAR TO CNV-YEAR
               PERFORM 810-CHECK-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF
           MOVE 'Y' TO FEE-CYCLE-SWITCH
           MOVE BUSINESS-DATE TO CHECK-DATE
           PERFORM VARYING CHECK-DAY FROM BUS-DAY BY 1
                   UNTIL CHECK-DAY >= MONTH-LENGTH
               COMPUTE CHK-DAY = CHECK-DAY + 1
               PERFORM 270-CHECK-CALENDAR-DATE
               IF NOT NON-PROCESSING-DATE
                   MOVE 'N' TO FEE-CYCLE-SWITCH
               END-IF
           END-PERFORM
           IF LAST-FEE-MONTH >= BUSINESS-MONTH
               MOVE 'N' TO FEE-CYCLE-SWITCH
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
                           IF REG-SOURCE-ID = ACCRUAL-SOURCE-ID
                               MOVE 'Y' TO SOURCE-REGISTERED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF NOT SOURCE-REGISTERED
               DISPLAY 'WARNING - SOURCE ' ACCRUAL-SOURCE-ID
                   ' NOT ON SRCREG.TXT - DELIVERY WILL BE REFUSED'
               MOVE 'SOURCE ACCRUAL NOT ON SRCREG.TXT'
                   TO OPS-EVENT-TEXT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'ACCRUAL ' TO OPS-EVENT-CODE
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF.

       300-ACCRUE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ-COUNT
           IF ACCT-STATUS NOT = 'O'
               ADD 1 TO NOT-OPEN-COUNT
           ELSE
               MOVE ACCT-TYPE TO LOOKUP-ACCT-TYPE
               MOVE ACCT-TYPE TO R-TYPE
               PERFORM 220-FIND-RATE
               IF NOT RATE-FOUND
                   ADD 1 TO NO-RATE-COUNT
                   MOVE ACCT-NUMBER TO R-ACCOUNT
                   MOVE 0 TO R-POSITION
                   MOVE 0 TO R-RATE
                   MOVE 0 TO R-INTEREST
                   MOVE SPACES TO R-DEBIT-CREDIT
                   MOVE 0 TO R-FEE
                   MOVE 'NO RATE FOR TYPE' TO R-NOTE
                   WRITE ACCRUAL-PRINT-LINE FROM ACCRUAL-DETAIL
               ELSE
                   PERFORM 310-COMPUTE-INTEREST
                   PERFORM 320-COMPUTE-FEE
                   IF INTEREST-AMOUNT > 0 OR FEE-AMOUNT > 0
                       PERFORM 330-WRITE-ACCRUAL-DETAILS
                   END-IF
               END-IF
           END-IF.

       310-COMPUTE-INTEREST.
           MOVE 0 TO INTEREST-AMOUNT
           MOVE 0 TO ACCRUAL-RATE
           MOVE SPACES TO INTEREST-DEBIT-CREDIT
           MOVE SPACES TO ACCRUAL-NOTE
           MOVE 0 TO POS-TOTAL-AMOUNT
           IF POSITION-MASTER-OPEN
               MOVE ACCT-NUMBER TO POS-ACCOUNT-NUMBER
               READ POSITION-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO POS-TOTAL-AMOUNT
               END-READ
           END-IF
           MOVE RT-DAY-BASIS(FOUND-RATE-INDEX) TO ACCRUAL-DAY-BASIS
           IF ACCRUAL-DAY-BASIS = 0
               MOVE 365 TO ACCRUAL-DAY-BASIS
           END-IF
           EVALUATE TRUE
               WHEN POS-TOTAL-AMOUNT > 0
                   MOVE RT-DEBIT-PCT(FOUND-RATE-INDEX) TO ACCRUAL-RATE
                   MOVE 'D' TO INTEREST-DEBIT-CREDIT
               WHEN POS-TOTAL-AMOUNT < 0
                   MOVE RT-CREDIT-PCT(FOUND-RATE-INDEX)
                       TO ACCRUAL-RATE
                   MOVE 'C' TO INTEREST-DEBIT-CREDIT
           END-EVALUATE
           MOVE POS-TOTAL-AMOUNT TO ACCRUAL-BALANCE
           IF ACCRUAL-RATE > 0
               COMPUTE INTEREST-AMOUNT ROUNDED =
                   ACCRUAL-BALANCE * ACCRUAL-RATE * ACCRUAL-DAYS
                   / (100 * ACCRUAL-DAY-BASIS)
           END-IF
           IF INTEREST-AMOUNT > 999999999.99
               MOVE 0 TO INTEREST-AMOUNT
               MOVE 'INTEREST TOO LARGE' TO ACCRUAL-NOTE
           END-IF.

       320-COMPUTE-FEE.
           MOVE 0 TO FEE-AMOUNT
           IF FEE-CYCLE-DATE
               MOVE RT-MONTHLY-FEE(FOUND-RATE-INDEX) TO FEE-AMOUNT
           END-IF.

       330-WRITE-ACCRUAL-DETAILS.
           ADD 1 TO ACCOUNTS-ACCRUED-COUNT
           IF INTEREST-AMOUNT > 0
               MOVE SPACES TO DELIVERY-RECORD
               MOVE INTEREST-REF-CODE TO DD-REF-CODE
               MOVE INTEREST-AMOUNT TO DD-TRAN-AMOUNT
               MOVE INTEREST-DEBIT-CREDIT TO DD-DEBIT-CREDIT
               PERFORM 340-WRITE-ACCRUAL-DETAIL
               IF INTEREST-DEBIT-CREDIT = 'D'
                   ADD INTEREST-AMOUNT TO INTEREST-CHARGED-TOTAL
               ELSE
                   ADD INTEREST-AMOUNT TO INTEREST-PAID-TOTAL
               END-IF
           END-IF
           IF FEE-AMOUNT > 0
               MOVE SPACES TO DELIVERY-RECORD
               MOVE FEE-REF-CODE TO DD-REF-CODE
               MOVE FEE-AMOUNT TO DD-TRAN-AMOUNT
               MOVE 'D' TO DD-DEBIT-CREDIT
               PERFORM 340-WRITE-ACCRUAL-DETAIL
               ADD FEE-AMOUNT TO FEE-TOTAL
           END-IF
           MOVE ACCT-NUMBER TO R-ACCOUNT
           MOVE POS-TOTAL-AMOUNT TO R-POSITION
           MOVE ACCRUAL-RATE TO R-RATE
           MOVE INTEREST-AMOUNT TO R-INTEREST
           MOVE INTEREST-DEBIT-CREDIT TO R-DEBIT-CREDIT
           MOVE FEE-AMOUNT TO R-FEE
           MOVE ACCRUAL-NOTE TO R-NOTE
           WRITE ACCRUAL-PRINT-LINE FROM ACCRUAL-DETAIL.

       340-WRITE-ACCRUAL-DETAIL.
           MOVE ACCRUAL-CHOICE-CODE TO DD-CHOICE-CODE
           MOVE ACCT-NUMBER TO DD-ACCOUNT-NUMBER
           MOVE BUSINESS-DATE TO DD-TRAN-DATE
           ADD DD-TRAN-AMOUNT TO DETAIL-AMOUNT-TOTAL
           PERFORM 400-WRITE-DELIVERY-RECORD
           ADD 1 TO DETAIL-WRITTEN-COUNT.

       400-WRITE-DELIVERY-RECORD.
           WRITE DELIVERY-RECORD
           IF DELIVERY-STATUS NOT = '00'
               DISPLAY 'ACCT-ACCRUAL WRITE FAILED ON SRCDLV.TXT, '
                   'STATUS ' DELIVERY-STATUS
                   ' - ACCRUAL CONTROL NOT ADVANCED'
               CLOSE DELIVERY-FILE
               CLOSE ACCOUNT-MASTER-FILE
               IF POSITION-MASTER-OPEN
                   CLOSE POSITION-MASTER-FILE
               END-IF
               CLOSE ACCRUAL-PRINT-FILE
               MOVE 'ACCRUAL DELIVERY FAILED - SEE CONSOLE'
                   TO OPS-EVENT-TEXT
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'ACCRUAL ' TO OPS-EVENT-CODE
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       500-WRITE-ACCRUAL-CONTROL.
           OPEN OUTPUT ACCRUAL-CONTROL-FILE
           IF ACCRUAL-CONTROL-STATUS = '00'
               MOVE BUSINESS-DATE TO AC-LAST-ACCRUAL-DATE
               MOVE LAST-FEE-MONTH TO AC-LAST-FEE-MONTH
               WRITE ACCRUAL-CONTROL-RECORD
               CLOSE ACCRUAL-CONTROL-FILE
           ELSE
               DISPLAY 'ACCT-ACCRUAL ACRCTL.TXT NOT UPDATED, '
                   'STATUS ' ACCRUAL-CONTROL-STATUS
           END-IF.

       800-DATE-TO-DAY-NUMBER.
           COMPUTE PRIOR-YEAR = CNV-YEAR - 1
           DIVIDE PRIOR-YEAR BY 4 GIVING LEAP-DAYS
           DIVIDE PRIOR-YEAR BY 100 GIVING LEAP-WORK
           SUBTRACT LEAP-WORK FROM LEAP-DAYS
           DIVIDE PRIOR-YEAR BY 400 GIVING LEAP-WORK
           ADD LEAP-WORK TO LEAP-DAYS
           COMPUTE CONVERT-DAY-NUMBER =
               PRIOR-YEAR * 365 + LEAP-DAYS
               + CUMULATIVE-DAYS(CNV-MONTH) + CNV-DAY
           IF CNV-MONTH > 2
               PERFORM 810-CHECK-LEAP-YEAR
               IF LEAP-YEAR
                   ADD 1 TO CONVERT-DAY-NUMBER
               END-IF
           END-IF.

       810-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-YEAR-SWITCH
           DIVIDE CNV-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO LEAP-YEAR-SWITCH
               DIVIDE CNV-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE CNV-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'ACCT-ACCRUAL' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
