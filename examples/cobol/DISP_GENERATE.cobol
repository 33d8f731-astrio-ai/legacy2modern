       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DISP-GENERATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE ASSIGN TO 'DISPCASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISPUTE-CASE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'SRCREG.TXT'
               FILE STATUS IS REGISTER-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO 'SRCDLV.TXT'
               FILE STATUS IS DELIVERY-STATUS.
           SELECT DISPUTE-CONTROL-FILE ASSIGN TO 'DISPCTL.TXT'
               FILE STATUS IS DISPUTE-CONTROL-STATUS.
           SELECT DISPUTE-PRINT-FILE ASSIGN TO 'DISPRPT.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

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

       FD  DISPUTE-CONTROL-FILE.
       01  DISPUTE-CONTROL-RECORD.
           05  DC-LAST-RUN-DATE        PIC 9(08).

       FD  DISPUTE-PRINT-FILE.
       01  DISPUTE-PRINT-LINE          PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  DISPUTE-CASE-STATUS         PIC X(02) VALUE '00'.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  REGISTER-STATUS             PIC X(02) VALUE '00'.
       01  DELIVERY-STATUS             PIC X(02) VALUE '00'.
       01  DISPUTE-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  CASE-EOF-FLAG               PIC X VALUE 'N'.
       01  REGISTER-EOF-FLAG           PIC X VALUE 'N'.
       01  CASE-FILE-SWITCH            PIC X VALUE 'N'.
           88  CASE-FILE-OPEN              VALUE 'Y'.
       01  SOURCE-REGISTERED-SWITCH    PIC X VALUE 'N'.
           88  SOURCE-REGISTERED           VALUE 'Y'.
       01  CASE-CHANGED-SWITCH         PIC X VALUE 'N'.
           88  CASE-CHANGED                VALUE 'Y'.
       01  CASE-PASS-SWITCH            PIC X VALUE 'D'.
           88  DELIVERY-PASS               VALUE 'D'.
           88  UPDATE-PASS                 VALUE 'U'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  LAST-RUN-DATE               PIC 9(08) VALUE 0.
       01  DISPUTE-SOURCE-ID           PIC X(08) VALUE 'DISPUTE '.
       01  DISPUTE-CHOICE-CODE         PIC 9(01) VALUE 0.
       01  POSTING-AMOUNT              PIC 9(09)V9(02) VALUE 0.
       01  POSTING-DEBIT-CREDIT        PIC X(01) VALUE SPACES.
       01  OPPOSITE-DEBIT-CREDIT       PIC X(01) VALUE SPACES.
       01  POSTING-TYPE                PIC X(11) VALUE SPACES.
       01  CASE-NOTE                   PIC X(28) VALUE SPACES.
       01  CASES-READ-COUNT            PIC 9(07) VALUE 0.
       01  PROVISIONAL-COUNT           PIC 9(07) VALUE 0.
       01  BACKOUT-COUNT               PIC 9(07) VALUE 0.
       01  REVERSAL-COUNT              PIC 9(07) VALUE 0.
       01  HELD-COUNT                  PIC 9(07) VALUE 0.
       01  DETAIL-WRITTEN-COUNT        PIC 9(07) VALUE 0.
       01  REWRITE-FAILED-COUNT        PIC 9(07) VALUE 0.
       01  DETAIL-AMOUNT-TOTAL         PIC 9(09)V9(02) VALUE 0.
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-POSTING-MESSAGE.
           05  OPM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(26)
                   VALUE ' DISPUTE POSTINGS, AMOUNT '.
           05  OPM-AMOUNT              PIC 9(09)V9(02).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  OPS-HELD-MESSAGE.
           05  OHM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(37)
                   VALUE ' CASE(S) HELD, ACCOUNT NOT OPEN'.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  OPS-REWRITE-MESSAGE.
           05  ORW-COUNT               PIC 9(07).
           05  FILLER                  PIC X(37)
                   VALUE ' CASE(S) NOT UPDATED - SEE CONSOLE'.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  DISPUTE-HEADING-1.
           05  FILLER                  PIC X(42)
                   VALUE 'DISPUTE POSTING GENERATION - BUSINESS DATE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  DISPUTE-HEADING-2.
           05  FILLER                  PIC X(38)
                   VALUE 'TRANSACTION ID          SQ ACCOUNT    '.
           05  FILLER                  PIC X(62)
                   VALUE 'REF         AMOUNT DC POSTING     NOTE'.

       01  DISPUTE-DETAIL.
           05  R-TRAN-ID               PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-CASE-SEQUENCE         PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-REF-CODE              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  R-POSTING-TYPE          PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-NOTE                  PIC X(28).

       01  DISPUTE-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE 'CASES READ '.
           05  T-READ                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE '  PROVISIONAL '.
           05  T-PROVISIONAL           PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  BACKOUT '.
           05  T-BACKOUT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REVERSAL '.
           05  T-REVERSAL              PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  HELD '.
           05  T-HELD                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  DISPUTE-AMOUNT-LINE.
           05  FILLER                  PIC X(18)
                   VALUE 'DETAILS DELIVERED '.
           05  T-DELIVERED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE '  AMOUNT '.
           05  T-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           DISPLAY 'DISP-GENERATE BUSINESS DATE ' BUSINESS-DATE

           PERFORM 160-CHECK-DISPUTE-CONTROL
           IF LAST-RUN-DATE = BUSINESS-DATE
               DISPLAY 'DISP-GENERATE ALREADY RUN FOR '
                   BUSINESS-DATE ' - NOTHING TO DO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 280-CHECK-REGISTRATION

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'DISP-GENERATE CANNOT OPEN ACCTMST.DAT, '
                   'STATUS ' ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS = '00'
               MOVE 'Y' TO CASE-FILE-SWITCH
           ELSE
               DISPLAY 'WARNING - DISPCASE.DAT NOT AVAILABLE, '
                   'STATUS ' DISPUTE-CASE-STATUS
                   ' - NO DISPUTE POSTINGS'
           END-IF

           OPEN EXTEND DELIVERY-FILE
           IF DELIVERY-STATUS = '35'
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           IF DELIVERY-STATUS NOT = '00'
               DISPLAY 'DISP-GENERATE CANNOT OPEN SRCDLV.TXT, '
                   'STATUS ' DELIVERY-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               IF CASE-FILE-OPEN
                   CLOSE DISPUTE-CASE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DISPUTE-PRINT-FILE
           MOVE BUSINESS-DATE TO R-H-BUSINESS-DATE
           WRITE DISPUTE-PRINT-LINE FROM DISPUTE-HEADING-1
           WRITE DISPUTE-PRINT-LINE FROM DISPUTE-HEADING-2

           MOVE SPACES TO DELIVERY-RECORD
           MOVE 'HDR' TO DH-RECORD-TYPE
           MOVE DISPUTE-SOURCE-ID TO DH-SOURCE-ID
           MOVE BUSINESS-DATE TO DH-BUSINESS-DATE
           PERFORM 400-WRITE-DELIVERY-RECORD

           IF CASE-FILE-OPEN
               PERFORM UNTIL CASE-EOF-FLAG = 'Y'
                   READ DISPUTE-CASE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO CASE-EOF-FLAG
                       NOT AT END
                           PERFORM 300-PROCESS-ONE-CASE
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO DELIVERY-RECORD
           MOVE 'TRL' TO DT-RECORD-TYPE
           MOVE DETAIL-WRITTEN-COUNT TO DT-RECORD-COUNT
           MOVE DETAIL-AMOUNT-TOTAL TO DT-TOTAL-AMOUNT
           PERFORM 400-WRITE-DELIVERY-RECORD

           CLOSE DELIVERY-FILE
           IF CASE-FILE-OPEN
               PERFORM 360-UPDATE-CASE-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           IF CASE-FILE-OPEN
               CLOSE DISPUTE-CASE-FILE
           END-IF

           MOVE CASES-READ-COUNT TO T-READ
           MOVE PROVISIONAL-COUNT TO T-PROVISIONAL
           MOVE BACKOUT-COUNT TO T-BACKOUT
           MOVE REVERSAL-COUNT TO T-REVERSAL
           MOVE HELD-COUNT TO T-HELD
           WRITE DISPUTE-PRINT-LINE FROM DISPUTE-TOTAL-LINE
           MOVE DETAIL-WRITTEN-COUNT TO T-DELIVERED
           MOVE DETAIL-AMOUNT-TOTAL TO T-AMOUNT
           WRITE DISPUTE-PRINT-LINE FROM DISPUTE-AMOUNT-LINE
           CLOSE DISPUTE-PRINT-FILE

           PERFORM 500-WRITE-DISPUTE-CONTROL

           DISPLAY 'DISP-GENERATE CASES READ       ' CASES-READ-COUNT
           DISPLAY 'DISP-GENERATE PROVISIONAL      ' PROVISIONAL-COUNT
           DISPLAY 'DISP-GENERATE BACKOUTS         ' BACKOUT-COUNT
           DISPLAY 'DISP-GENERATE REVERSALS        ' REVERSAL-COUNT
           DISPLAY 'DISP-GENERATE HELD             ' HELD-COUNT
           DISPLAY 'DISP-GENERATE NOT UPDATED      '
               REWRITE-FAILED-COUNT

           IF HELD-COUNT > 0
               MOVE HELD-COUNT TO OHM-COUNT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'DISPUTE ' TO OPS-EVENT-CODE
               MOVE OPS-HELD-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           MOVE DETAIL-WRITTEN-COUNT TO OPM-COUNT
           MOVE DETAIL-AMOUNT-TOTAL TO OPM-AMOUNT
           MOVE 'I' TO OPS-SEVERITY
           MOVE 'DISPUTE ' TO OPS-EVENT-CODE
           MOVE OPS-POSTING-MESSAGE TO OPS-EVENT-TEXT
           PERFORM 9000-WRITE-OPS-EVENT

           IF REWRITE-FAILED-COUNT > 0
               MOVE REWRITE-FAILED-COUNT TO ORW-COUNT
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'DISPUTE ' TO OPS-EVENT-CODE
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

       160-CHECK-DISPUTE-CONTROL.
           MOVE 0 TO LAST-RUN-DATE
           OPEN INPUT DISPUTE-CONTROL-FILE
           IF DISPUTE-CONTROL-STATUS = '00'
               READ DISPUTE-CONTROL-FILE
                   NOT AT END
                       IF DC-LAST-RUN-DATE IS NUMERIC
                           MOVE DC-LAST-RUN-DATE TO LAST-RUN-DATE
                       END-IF
               END-READ
               CLOSE DISPUTE-CONTROL-FILE
           END-IF.

       280-CHECK-REGISTRATION.
           MOVE 'N' TO SOURCE-REGISTERED-SWITCH
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS = '00'
               PERFORM UNTIL REGISTER-EOF-FLAG = 'Y'
                   READ REGISTER-FILE
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLAG
                       NOT AT END
                           IF REG-SOURCE-ID = DISPUTE-SOURCE-ID
                               MOVE 'Y' TO SOURCE-REGISTERED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF NOT SOURCE-REGISTERED
               DISPLAY 'WARNING - SOURCE ' DISPUTE-SOURCE-ID
                   ' NOT ON SRCREG.TXT - DELIVERY WILL BE REFUSED'
               MOVE 'SOURCE DISPUTE NOT ON SRCREG.TXT'
                   TO OPS-EVENT-TEXT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'DISPUTE ' TO OPS-EVENT-CODE
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF.

       300-PROCESS-ONE-CASE.
           IF DELIVERY-PASS
               ADD 1 TO CASES-READ-COUNT
           END-IF
           MOVE 'N' TO CASE-CHANGED-SWITCH
           IF DSP-PROV-STATUS = 'P' OR DSP-PROV-STATUS = 'B'
                   OR DSP-REVERSAL-STATUS = 'P'
               PERFORM 310-CHECK-ACCOUNT
               IF CASE-NOTE = SPACES
                   PERFORM 320-POST-CASE-ITEMS
               ELSE
                   IF DELIVERY-PASS
                       ADD 1 TO HELD-COUNT
                   END-IF
                   MOVE 0 TO POSTING-AMOUNT
                   MOVE SPACES TO POSTING-DEBIT-CREDIT
                   MOVE 'HELD' TO POSTING-TYPE
                   PERFORM 350-LIST-CASE
               END-IF
           END-IF
           IF CASE-CHANGED AND UPDATE-PASS
               MOVE BUSINESS-DATE TO DSP-UPDATED-DATE
               PERFORM 365-REWRITE-CASE
           END-IF.

       310-CHECK-ACCOUNT.
           MOVE SPACES TO CASE-NOTE
           MOVE DSP-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO CASE-NOTE
               NOT INVALID KEY
                   IF ACCT-STATUS = 'C'
                       MOVE 'ACCOUNT CLOSED' TO CASE-NOTE
                   END-IF
                   IF ACCT-STATUS = 'F'
                       MOVE 'ACCOUNT FROZEN' TO CASE-NOTE
                   END-IF
                   IF ACCT-STATUS NOT = 'O' AND CASE-NOTE = SPACES
                       MOVE 'ACCOUNT NOT OPEN' TO CASE-NOTE
                   END-IF
           END-READ.

       320-POST-CASE-ITEMS.
           IF DSP-DEBIT-CREDIT = 'C'
               MOVE 'D' TO OPPOSITE-DEBIT-CREDIT
           ELSE
               MOVE 'C' TO OPPOSITE-DEBIT-CREDIT
           END-IF
           IF DSP-PROV-STATUS = 'P'
               MOVE DSP-PROV-AMOUNT TO POSTING-AMOUNT
               MOVE OPPOSITE-DEBIT-CREDIT TO POSTING-DEBIT-CREDIT
               MOVE 'PROVISIONAL' TO POSTING-TYPE
               MOVE 'PROVISIONAL CREDIT GIVEN' TO CASE-NOTE
               PERFORM 330-WRITE-CASE-DETAIL
               MOVE 'Y' TO DSP-PROV-STATUS
               MOVE BUSINESS-DATE TO DSP-PROV-DATE
               IF DELIVERY-PASS
                   ADD 1 TO PROVISIONAL-COUNT
               END-IF
           END-IF
           IF DSP-PROV-STATUS = 'B'
               MOVE DSP-PROV-AMOUNT TO POSTING-AMOUNT
               MOVE DSP-DEBIT-CREDIT TO POSTING-DEBIT-CREDIT
               MOVE 'BACKOUT' TO POSTING-TYPE
               MOVE 'PROVISIONAL CREDIT WITHDRAWN' TO CASE-NOTE
               PERFORM 330-WRITE-CASE-DETAIL
               MOVE 'X' TO DSP-PROV-STATUS
               MOVE BUSINESS-DATE TO DSP-BACKOUT-DATE
               IF DELIVERY-PASS
                   ADD 1 TO BACKOUT-COUNT
               END-IF
           END-IF
           IF DSP-REVERSAL-STATUS = 'P'
               MOVE DSP-TRAN-AMOUNT TO POSTING-AMOUNT
               MOVE OPPOSITE-DEBIT-CREDIT TO POSTING-DEBIT-CREDIT
               MOVE 'REVERSAL' TO POSTING-TYPE
               MOVE 'CLOSED IN CUSTOMER FAVOUR' TO CASE-NOTE
               PERFORM 330-WRITE-CASE-DETAIL
               MOVE 'Y' TO DSP-REVERSAL-STATUS
               MOVE BUSINESS-DATE TO DSP-REVERSAL-DATE
               IF DELIVERY-PASS
                   ADD 1 TO REVERSAL-COUNT
               END-IF
           END-IF.

       330-WRITE-CASE-DETAIL.
           IF DELIVERY-PASS
               MOVE SPACES TO DELIVERY-RECORD
               MOVE DSP-REF-CODE TO DD-REF-CODE
               MOVE DISPUTE-CHOICE-CODE TO DD-CHOICE-CODE
               MOVE DSP-ACCOUNT-NUMBER TO DD-ACCOUNT-NUMBER
               MOVE POSTING-AMOUNT TO DD-TRAN-AMOUNT
               MOVE BUSINESS-DATE TO DD-TRAN-DATE
               MOVE POSTING-DEBIT-CREDIT TO DD-DEBIT-CREDIT
               ADD DD-TRAN-AMOUNT TO DETAIL-AMOUNT-TOTAL
               PERFORM 400-WRITE-DELIVERY-RECORD
               ADD 1 TO DETAIL-WRITTEN-COUNT
           END-IF
           MOVE 'Y' TO CASE-CHANGED-SWITCH
           PERFORM 350-LIST-CASE.

       350-LIST-CASE.
           MOVE DSP-TRAN-ID TO R-TRAN-ID
           MOVE DSP-CASE-SEQUENCE TO R-CASE-SEQUENCE
           MOVE DSP-ACCOUNT-NUMBER TO R-ACCOUNT
           MOVE DSP-REF-CODE TO R-REF-CODE
           MOVE POSTING-AMOUNT TO R-AMOUNT
           MOVE POSTING-DEBIT-CREDIT TO R-DEBIT-CREDIT
           MOVE POSTING-TYPE TO R-POSTING-TYPE
           MOVE CASE-NOTE TO R-NOTE
           IF DELIVERY-PASS
               WRITE DISPUTE-PRINT-LINE FROM DISPUTE-DETAIL
           END-IF.

       360-UPDATE-CASE-FILE.
           MOVE 'U' TO CASE-PASS-SWITCH
           MOVE 'N' TO CASE-EOF-FLAG
           MOVE LOW-VALUES TO DSP-KEY
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   MOVE 'Y' TO CASE-EOF-FLAG
           END-START
           PERFORM UNTIL CASE-EOF-FLAG = 'Y'
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO CASE-EOF-FLAG
                   NOT AT END
                       PERFORM 300-PROCESS-ONE-CASE
               END-READ
           END-PERFORM.

       365-REWRITE-CASE.
           REWRITE DISPUTE-CASE-RECORD
           IF DISPUTE-CASE-STATUS NOT = '00'
               DISPLAY 'DISP-GENERATE REWRITE FAILED ON DISPCASE.DAT, '
                   'STATUS ' DISPUTE-CASE-STATUS ' CASE ' DSP-KEY
               ADD 1 TO REWRITE-FAILED-COUNT
           END-IF.

       400-WRITE-DELIVERY-RECORD.
           WRITE DELIVERY-RECORD
           IF DELIVERY-STATUS NOT = '00'
               DISPLAY 'DISP-GENERATE WRITE FAILED ON SRCDLV.TXT, '
                   'STATUS ' DELIVERY-STATUS
                   ' - DISPUTE CONTROL NOT ADVANCED'
               CLOSE DELIVERY-FILE
               CLOSE ACCOUNT-MASTER-FILE
               IF CASE-FILE-OPEN
                   CLOSE DISPUTE-CASE-FILE
               END-IF
               CLOSE DISPUTE-PRINT-FILE
               MOVE 'DISPUTE POSTING DELIVERY FAILED - SEE CONSOLE'
                   TO OPS-EVENT-TEXT
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'DISPUTE ' TO OPS-EVENT-CODE
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       500-WRITE-DISPUTE-CONTROL.
           OPEN OUTPUT DISPUTE-CONTROL-FILE
           IF DISPUTE-CONTROL-STATUS = '00'
               MOVE BUSINESS-DATE TO DC-LAST-RUN-DATE
               WRITE DISPUTE-CONTROL-RECORD
               CLOSE DISPUTE-CONTROL-FILE
           ELSE
               DISPLAY 'DISP-GENERATE DISPCTL.TXT NOT UPDATED, '
                   'STATUS ' DISPUTE-CONTROL-STATUS
           END-IF.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'DISP-GENER  ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
