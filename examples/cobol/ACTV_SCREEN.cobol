       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ACTV-SCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-KEY
               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO 'ACCTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ACCOUNT-NUMBER
               FILE STATUS IS POSITION-MASTER-STATUS.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO 'SCRNREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS SCREEN-REVIEW-STATUS.
           SELECT SCREEN-PARM-FILE ASSIGN TO 'SCRNPARM.TXT'
               FILE STATUS IS SCREEN-PARM-STATUS.
           SELECT ALERT-PRINT-FILE ASSIGN TO 'SCRNRPT.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
           COPY TRANXREC.

       FD  POSITION-MASTER-FILE.
           COPY ACCTPOSREC.

       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVREC.

       FD  SCREEN-PARM-FILE.
       01  SCREEN-PARM-RECORD.
           05  SPM-ROUND-UNIT          PIC 9(07)V9(02).
           05  SPM-UNDER-MARGIN        PIC 9(07)V9(02).
           05  SPM-UNDER-COUNT         PIC 9(05).
           05  SPM-VELOCITY-COUNT      PIC 9(05).
           05  SPM-LARGE-MULTIPLE      PIC 9(03)V9(02).
           05  SPM-MIN-HISTORY         PIC 9(05).
           05  SPM-REPEAT-COUNT        PIC 9(05).

       FD  ALERT-PRINT-FILE.
       01  ALERT-PRINT-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  OUTPUT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  POSITION-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  SCREEN-REVIEW-STATUS        PIC X(02) VALUE '00'.
       01  SCREEN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  OUTPUT-EOF-FLAG             PIC X VALUE 'N'.
       01  SCREEN-REVIEW-EOF-FLAG      PIC X VALUE 'N'.
       01  POSITION-MASTER-SWITCH      PIC X VALUE 'N'.
           88  POSITION-MASTER-OPEN        VALUE 'Y'.
       01  ACCOUNT-FOUND-SWITCH        PIC X VALUE 'N'.
           88  ACCOUNT-FOUND               VALUE 'Y'.
       01  ACCOUNT-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  ACCOUNT-OVERFLOW            VALUE 'Y'.
       01  JUST-UNDER-SWITCH           PIC X VALUE 'N'.
           88  JUST-UNDER                  VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  ROUND-UNIT                  PIC 9(07)V9(02) VALUE 1000.00.
       01  UNDER-MARGIN                PIC 9(07)V9(02) VALUE 50.00.
       01  UNDER-COUNT-LIMIT           PIC 9(05) VALUE 3.
       01  VELOCITY-COUNT-LIMIT        PIC 9(05) VALUE 25.
       01  LARGE-MULTIPLE              PIC 9(03)V9(02) VALUE 10.00.
       01  MIN-HISTORY-COUNT           PIC 9(05) VALUE 10.
       01  REPEAT-COUNT-LIMIT          PIC 9(05) VALUE 2.
       01  ROUND-QUOTIENT              PIC 9(09) VALUE 0.
       01  ROUND-REMAINDER             PIC 9(07)V9(02) VALUE 0.
       01  USUAL-AMOUNT                PIC 9(11)V9(02) VALUE 0.
       01  LARGE-THRESHOLD             PIC 9(13)V9(02) VALUE 0.
       01  LOOKUP-ACCOUNT              PIC X(10) VALUE SPACES.
       01  ACCOUNT-COUNT               PIC 9(05) VALUE 0.
       01  ACCOUNT-INDEX               PIC 9(05) VALUE 0.
       01  FOUND-ACCOUNT-INDEX         PIC 9(05) VALUE 0.
       01  ALERT-SEQUENCE              PIC 9(05) VALUE 0.
       01  ITEMS-SCREENED-COUNT        PIC 9(07) VALUE 0.
       01  ALERT-COUNT                 PIC 9(05) VALUE 0.
       01  UNDER-ALERT-COUNT           PIC 9(05) VALUE 0.
       01  VELOCITY-ALERT-COUNT        PIC 9(05) VALUE 0.
       01  LARGE-ALERT-COUNT           PIC 9(05) VALUE 0.
       01  REPEAT-ALERT-COUNT          PIC 9(05) VALUE 0.
       01  PURGED-ALERT-COUNT          PIC 9(05) VALUE 0.
       01  ALERT-WRITE-FAILED-COUNT    PIC 9(05) VALUE 0.

       01  SCREEN-ACCOUNT-TABLE.
           05  SCREEN-ACCOUNT-ENTRY OCCURS 5000 TIMES.
               10  SCA-ACCOUNT         PIC X(10).
               10  SCA-ITEM-COUNT      PIC 9(05).
               10  SCA-UNDER-COUNT     PIC 9(05).
               10  SCA-GROSS-AMOUNT    PIC 9(11)V9(02).
               10  SCA-PRIOR-ALERTS    PIC 9(05).
               10  SCA-PRIOR-CONFIRMED PIC 9(05).

       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-SCREEN-MESSAGE.
           05  OSM-COUNT               PIC 9(05).
           05  FILLER                  PIC X(33)
                   VALUE ' SCREENING ALERTS FOR REVIEW ON '.
           05  OSM-DATE                PIC 9(08).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  ALERT-HEADING-1.
           05  FILLER                  PIC X(40)
                   VALUE 'SUSPICIOUS ACTIVITY ALERTS - BUS DATE '.
           05  A-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
           05  A-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  ALERT-HEADING-2.
           05  FILLER                  PIC X(30)
                   VALUE 'SEQ   RULE ACCOUNT        KEY '.
           05  FILLER                  PIC X(30)
                   VALUE '           AMOUNT DC COUNT    '.
           05  FILLER                  PIC X(40)
                   VALUE '         USUAL PRIOR  CONF REPEAT'.

       01  ALERT-DETAIL.
           05  A-SEQUENCE              PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-RULE-CODE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-OUTPUT-KEY            PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  A-COUNT                 PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-USUAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-PRIOR                 PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-CONFIRMED             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-REPEAT                PIC X(06).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  ALERT-RULE-TEXT-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  A-RULE-TEXT             PIC X(30).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  ALERT-RULE-LINE.
           05  FILLER                  PIC X(18)
                   VALUE 'JUST UNDER ROUND  '.
           05  R-UNDER                 PIC ZZZZ9.
           05  FILLER                  PIC X(13)
                   VALUE '   VELOCITY  '.
           05  R-VELOCITY              PIC ZZZZ9.
           05  FILLER                  PIC X(21)
                   VALUE '   ABOVE USUAL SIZE  '.
           05  R-LARGE                 PIC ZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  ALERT-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE 'ITEMS SCREENED  '.
           05  T-SCREENED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '   ALERTS  '.
           05  T-ALERTS                PIC ZZZZ9.
           05  FILLER                  PIC X(18)
                   VALUE '   REPEAT ALERTS  '.
           05  T-REPEAT                PIC ZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           PERFORM 160-READ-SCREEN-PARMS

           OPEN INPUT OUTPUT-FILE
           IF OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'ACTV-SCREEN CANNOT OPEN OUTPUT.DAT, STATUS '
                   OUTPUT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 200-TALLY-ACCOUNTS
           CLOSE OUTPUT-FILE

           OPEN I-O SCREEN-REVIEW-FILE
           IF SCREEN-REVIEW-STATUS = '35'
               OPEN OUTPUT SCREEN-REVIEW-FILE
               CLOSE SCREEN-REVIEW-FILE
               OPEN I-O SCREEN-REVIEW-FILE
           END-IF
           IF SCREEN-REVIEW-STATUS NOT = '00'
               DISPLAY 'ACTV-SCREEN CANNOT OPEN SCRNREV.DAT, STATUS '
                   SCREEN-REVIEW-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 300-SCAN-REVIEW-HISTORY

           OPEN INPUT POSITION-MASTER-FILE
           IF POSITION-MASTER-STATUS = '00'
               MOVE 'Y' TO POSITION-MASTER-SWITCH
           ELSE
               DISPLAY 'ACTV-SCREEN ACCTPOS.DAT NOT ON FILE, '
                   'USUAL SIZE RULE SKIPPED'
           END-IF

           OPEN OUTPUT ALERT-PRINT-FILE
           MOVE BUSINESS-DATE TO A-H-BUSINESS-DATE
           MOVE RUN-DATE TO A-H-RUN-DATE
           WRITE ALERT-PRINT-LINE FROM ALERT-HEADING-1
           WRITE ALERT-PRINT-LINE FROM ALERT-HEADING-2

           MOVE 'N' TO OUTPUT-EOF-FLAG
           OPEN INPUT OUTPUT-FILE
           PERFORM 400-SCREEN-ITEMS
           CLOSE OUTPUT-FILE
           PERFORM 500-SCREEN-VELOCITY

           MOVE UNDER-ALERT-COUNT TO R-UNDER
           MOVE VELOCITY-ALERT-COUNT TO R-VELOCITY
           MOVE LARGE-ALERT-COUNT TO R-LARGE
           WRITE ALERT-PRINT-LINE FROM ALERT-RULE-LINE
           MOVE ITEMS-SCREENED-COUNT TO T-SCREENED
           MOVE ALERT-COUNT TO T-ALERTS
           MOVE REPEAT-ALERT-COUNT TO T-REPEAT
           WRITE ALERT-PRINT-LINE FROM ALERT-TOTAL-LINE
           CLOSE ALERT-PRINT-FILE

           IF POSITION-MASTER-OPEN
               CLOSE POSITION-MASTER-FILE
           END-IF
           CLOSE SCREEN-REVIEW-FILE

           DISPLAY 'ACTV-SCREEN BUSINESS DATE   ' BUSINESS-DATE
           DISPLAY 'ACTV-SCREEN ITEMS SCREENED  ' ITEMS-SCREENED-COUNT
           DISPLAY 'ACTV-SCREEN ALERTS WRITTEN  ' ALERT-COUNT
           DISPLAY 'ACTV-SCREEN REPEAT ACCOUNTS ' REPEAT-ALERT-COUNT
           IF PURGED-ALERT-COUNT > 0
               DISPLAY 'ACTV-SCREEN RESCREEN OF ' BUSINESS-DATE
                   ' - PURGED ' PURGED-ALERT-COUNT ' OPEN ALERTS'
           END-IF

           IF ALERT-COUNT > 0
               MOVE ALERT-COUNT TO OSM-COUNT
               MOVE BUSINESS-DATE TO OSM-DATE
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'SCREEN  ' TO OPS-EVENT-CODE
               MOVE OPS-SCREEN-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           IF ALERT-WRITE-FAILED-COUNT > 0
               DISPLAY 'ACTV-SCREEN ALERT WRITES FAILED '
                   ALERT-WRITE-FAILED-COUNT
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

       160-READ-SCREEN-PARMS.
           OPEN INPUT SCREEN-PARM-FILE
           IF SCREEN-PARM-STATUS = '00'
               READ SCREEN-PARM-FILE
                   NOT AT END
                       IF SPM-ROUND-UNIT IS NUMERIC
                               AND SPM-ROUND-UNIT > 0
                           MOVE SPM-ROUND-UNIT TO ROUND-UNIT
                       END-IF
                       IF SPM-UNDER-MARGIN IS NUMERIC
                               AND SPM-UNDER-MARGIN > 0
                           MOVE SPM-UNDER-MARGIN TO UNDER-MARGIN
                       END-IF
                       IF SPM-UNDER-COUNT IS NUMERIC
                               AND SPM-UNDER-COUNT > 0
                           MOVE SPM-UNDER-COUNT TO UNDER-COUNT-LIMIT
                       END-IF
                       IF SPM-VELOCITY-COUNT IS NUMERIC
                               AND SPM-VELOCITY-COUNT > 0
                           MOVE SPM-VELOCITY-COUNT
                               TO VELOCITY-COUNT-LIMIT
                       END-IF
                       IF SPM-LARGE-MULTIPLE IS NUMERIC
                               AND SPM-LARGE-MULTIPLE > 0
                           MOVE SPM-LARGE-MULTIPLE TO LARGE-MULTIPLE
                       END-IF
                       IF SPM-MIN-HISTORY IS NUMERIC
                               AND SPM-MIN-HISTORY > 0
                           MOVE SPM-MIN-HISTORY TO MIN-HISTORY-COUNT
                       END-IF
                       IF SPM-REPEAT-COUNT IS NUMERIC
                               AND SPM-REPEAT-COUNT > 0
                           MOVE SPM-REPEAT-COUNT TO REPEAT-COUNT-LIMIT
                       END-IF
               END-READ
               CLOSE SCREEN-PARM-FILE
           END-IF.

       200-TALLY-ACCOUNTS.
           PERFORM UNTIL OUTPUT-EOF-FLAG = 'Y'
               READ OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OUTPUT-EOF-FLAG
                   NOT AT END
                       IF OUT-REVERSAL-FLAG NOT = 'R'
                               AND OUT-TRAN-AMOUNT IS NUMERIC
                           PERFORM 220-TALLY-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF ACCOUNT-OVERFLOW
               DISPLAY 'WARNING - MORE THAN 5000 ACCOUNTS ON '
                   'OUTPUT.DAT, COUNT RULES PARTIAL'
           END-IF.

       210-FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND-SWITCH
           MOVE 0 TO FOUND-ACCOUNT-INDEX
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
                       OR ACCOUNT-FOUND
               IF SCA-ACCOUNT(ACCOUNT-INDEX) = LOOKUP-ACCOUNT
                   MOVE 'Y' TO ACCOUNT-FOUND-SWITCH
                   MOVE ACCOUNT-INDEX TO FOUND-ACCOUNT-INDEX
               END-IF
           END-PERFORM.

       220-TALLY-ONE-ITEM.
           MOVE OUT-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
           PERFORM 210-FIND-ACCOUNT
           IF NOT ACCOUNT-FOUND
               IF ACCOUNT-COUNT < 5000
                   ADD 1 TO ACCOUNT-COUNT
                   MOVE ACCOUNT-COUNT TO FOUND-ACCOUNT-INDEX
                   MOVE OUT-ACCOUNT-NUMBER
                       TO SCA-ACCOUNT(ACCOUNT-COUNT)
                   MOVE 0 TO SCA-ITEM-COUNT(ACCOUNT-COUNT)
                   MOVE 0 TO SCA-UNDER-COUNT(ACCOUNT-COUNT)
                   MOVE 0 TO SCA-GROSS-AMOUNT(ACCOUNT-COUNT)
                   MOVE 0 TO SCA-PRIOR-ALERTS(ACCOUNT-COUNT)
                   MOVE 0 TO SCA-PRIOR-CONFIRMED(ACCOUNT-COUNT)
                   MOVE 'Y' TO ACCOUNT-FOUND-SWITCH
               ELSE
                   MOVE 'Y' TO ACCOUNT-OVERFLOW-SWITCH
               END-IF
           END-IF
           IF ACCOUNT-FOUND
               ADD 1 TO SCA-ITEM-COUNT(FOUND-ACCOUNT-INDEX)
               ADD OUT-TRAN-AMOUNT
                   TO SCA-GROSS-AMOUNT(FOUND-ACCOUNT-INDEX)
               PERFORM 250-TEST-JUST-UNDER
               IF JUST-UNDER
                   ADD 1 TO SCA-UNDER-COUNT(FOUND-ACCOUNT-INDEX)
               END-IF
           END-IF.

       250-TEST-JUST-UNDER.
           MOVE 'N' TO JUST-UNDER-SWITCH
           IF ROUND-UNIT > UNDER-MARGIN
                   AND OUT-TRAN-AMOUNT NOT < ROUND-UNIT - UNDER-MARGIN
               DIVIDE OUT-TRAN-AMOUNT BY ROUND-UNIT
                   GIVING ROUND-QUOTIENT
                   REMAINDER ROUND-REMAINDER
               IF ROUND-REMAINDER NOT < ROUND-UNIT - UNDER-MARGIN
                   MOVE 'Y' TO JUST-UNDER-SWITCH
               END-IF
           END-IF.

       300-SCAN-REVIEW-HISTORY.
           MOVE 0 TO SRV-BUSINESS-DATE
           MOVE 0 TO SRV-SEQUENCE
           START SCREEN-REVIEW-FILE KEY NOT < SRV-KEY
               INVALID KEY
                   MOVE 'Y' TO SCREEN-REVIEW-EOF-FLAG
           END-START
           PERFORM UNTIL SCREEN-REVIEW-EOF-FLAG = 'Y'
               READ SCREEN-REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCREEN-REVIEW-EOF-FLAG
                   NOT AT END
                       PERFORM 310-NOTE-ONE-ALERT
               END-READ
           END-PERFORM.

       310-NOTE-ONE-ALERT.
           EVALUATE TRUE
               WHEN SRV-BUSINESS-DATE = BUSINESS-DATE
                       AND SRV-STATUS = 'O'
                   DELETE SCREEN-REVIEW-FILE
                   ADD 1 TO PURGED-ALERT-COUNT
               WHEN SRV-BUSINESS-DATE = BUSINESS-DATE
                   IF SRV-SEQUENCE > ALERT-SEQUENCE
                       MOVE SRV-SEQUENCE TO ALERT-SEQUENCE
                   END-IF
               WHEN SRV-BUSINESS-DATE < BUSINESS-DATE
                   MOVE SRV-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
                   PERFORM 210-FIND-ACCOUNT
                   IF ACCOUNT-FOUND
                       ADD 1 TO SCA-PRIOR-ALERTS(FOUND-ACCOUNT-INDEX)
                       IF SRV-STATUS = 'F' OR SRV-STATUS = 'E'
                           ADD 1 TO
                               SCA-PRIOR-CONFIRMED(FOUND-ACCOUNT-INDEX)
                       END-IF
                   END-IF
           END-EVALUATE.

       400-SCREEN-ITEMS.
           PERFORM UNTIL OUTPUT-EOF-FLAG = 'Y'
               READ OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OUTPUT-EOF-FLAG
                   NOT AT END
                       IF OUT-REVERSAL-FLAG NOT = 'R'
                               AND OUT-TRAN-AMOUNT IS NUMERIC
                           ADD 1 TO ITEMS-SCREENED-COUNT
                           PERFORM 410-SCREEN-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       410-SCREEN-ONE-ITEM.
           MOVE OUT-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
           PERFORM 210-FIND-ACCOUNT
           IF ACCOUNT-FOUND
               PERFORM 250-TEST-JUST-UNDER
               IF JUST-UNDER
                       AND SCA-UNDER-COUNT(FOUND-ACCOUNT-INDEX)
                           NOT < UNDER-COUNT-LIMIT
                   MOVE 'S001' TO SRV-RULE-CODE
                   MOVE 'JUST UNDER ROUND AMOUNT' TO SRV-RULE-TEXT
                   MOVE SCA-UNDER-COUNT(FOUND-ACCOUNT-INDEX)
                       TO SRV-OBSERVED-COUNT
                   MOVE 0 TO SRV-USUAL-AMOUNT
                   PERFORM 420-SET-ITEM-ALERT
                   PERFORM 600-WRITE-ALERT
                   ADD 1 TO UNDER-ALERT-COUNT
               END-IF
           END-IF
           IF POSITION-MASTER-OPEN
               MOVE OUT-ACCOUNT-NUMBER TO POS-ACCOUNT-NUMBER
               READ POSITION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 430-TEST-USUAL-SIZE
               END-READ
           END-IF.

       420-SET-ITEM-ALERT.
           MOVE OUT-ACCOUNT-NUMBER TO SRV-ACCOUNT-NUMBER
           MOVE OUTPUT-KEY TO SRV-OUTPUT-KEY
           MOVE OUT-TRAN-AMOUNT TO SRV-TRAN-AMOUNT
           MOVE OUT-DEBIT-CREDIT TO SRV-DEBIT-CREDIT
           MOVE OUT-TRAN-ID TO SRV-TRAN-ID.

       430-TEST-USUAL-SIZE.
           IF POS-GROSS-COUNT IS NUMERIC
                   AND POS-GROSS-AMOUNT IS NUMERIC
                   AND POS-GROSS-COUNT NOT < MIN-HISTORY-COUNT
                   AND POS-GROSS-AMOUNT > 0
               COMPUTE USUAL-AMOUNT ROUNDED =
                   POS-GROSS-AMOUNT / POS-GROSS-COUNT
               COMPUTE LARGE-THRESHOLD = USUAL-AMOUNT * LARGE-MULTIPLE
               IF OUT-TRAN-AMOUNT > LARGE-THRESHOLD
                   MOVE 'S003' TO SRV-RULE-CODE
                   MOVE 'FAR ABOVE USUAL ITEM SIZE' TO SRV-RULE-TEXT
                   MOVE 1 TO SRV-OBSERVED-COUNT
                   MOVE USUAL-AMOUNT TO SRV-USUAL-AMOUNT
                   PERFORM 420-SET-ITEM-ALERT
                   PERFORM 600-WRITE-ALERT
                   ADD 1 TO LARGE-ALERT-COUNT
               END-IF
           END-IF.

       500-SCREEN-VELOCITY.
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               IF SCA-ITEM-COUNT(ACCOUNT-INDEX)
                       NOT < VELOCITY-COUNT-LIMIT
                   MOVE ACCOUNT-INDEX TO FOUND-ACCOUNT-INDEX
                   MOVE 'Y' TO ACCOUNT-FOUND-SWITCH
                   MOVE 'S002' TO SRV-RULE-CODE
                   MOVE 'HIGH ITEM COUNT IN ONE DAY' TO SRV-RULE-TEXT
                   MOVE SCA-ACCOUNT(ACCOUNT-INDEX)
                       TO SRV-ACCOUNT-NUMBER
                   MOVE 0 TO SRV-OUTPUT-KEY
                   MOVE SCA-GROSS-AMOUNT(ACCOUNT-INDEX)
                       TO SRV-TRAN-AMOUNT
                   MOVE SPACE TO SRV-DEBIT-CREDIT
                   MOVE SPACES TO SRV-TRAN-ID
                   MOVE SCA-ITEM-COUNT(ACCOUNT-INDEX)
                       TO SRV-OBSERVED-COUNT
                   MOVE 0 TO SRV-USUAL-AMOUNT
                   PERFORM 600-WRITE-ALERT
                   ADD 1 TO VELOCITY-ALERT-COUNT
               END-IF
           END-PERFORM.

       600-WRITE-ALERT.
           ADD 1 TO ALERT-SEQUENCE
           MOVE BUSINESS-DATE TO SRV-BUSINESS-DATE
           MOVE ALERT-SEQUENCE TO SRV-SEQUENCE
           MOVE 0 TO SRV-PRIOR-ALERTS
           MOVE 0 TO SRV-PRIOR-CONFIRMED
           IF ACCOUNT-FOUND
               MOVE SCA-PRIOR-ALERTS(FOUND-ACCOUNT-INDEX)
                   TO SRV-PRIOR-ALERTS
               MOVE SCA-PRIOR-CONFIRMED(FOUND-ACCOUNT-INDEX)
                   TO SRV-PRIOR-CONFIRMED
           END-IF
           MOVE 'O' TO SRV-STATUS
           MOVE SPACES TO SRV-REVIEWER-ID
           MOVE 0 TO SRV-REVIEW-DATE
           WRITE SCREEN-REVIEW-RECORD
           IF SCREEN-REVIEW-STATUS NOT = '00'
               DISPLAY 'ACTV-SCREEN WRITE FAILED ON SCRNREV.DAT, '
                   'STATUS ' SCREEN-REVIEW-STATUS
               ADD 1 TO ALERT-WRITE-FAILED-COUNT
           ELSE
               ADD 1 TO ALERT-COUNT
               PERFORM 610-LIST-ALERT
           END-IF.

       610-LIST-ALERT.
           MOVE SRV-SEQUENCE TO A-SEQUENCE
           MOVE SRV-RULE-CODE TO A-RULE-CODE
           MOVE SRV-ACCOUNT-NUMBER TO A-ACCOUNT
           MOVE SRV-OUTPUT-KEY TO A-OUTPUT-KEY
           MOVE SRV-TRAN-AMOUNT TO A-AMOUNT
           MOVE SRV-DEBIT-CREDIT TO A-DEBIT-CREDIT
           MOVE SRV-OBSERVED-COUNT TO A-COUNT
           MOVE SRV-USUAL-AMOUNT TO A-USUAL
           MOVE SRV-PRIOR-ALERTS TO A-PRIOR
           MOVE SRV-PRIOR-CONFIRMED TO A-CONFIRMED
           IF SRV-PRIOR-CONFIRMED NOT < REPEAT-COUNT-LIMIT
               MOVE 'REPEAT' TO A-REPEAT
               ADD 1 TO REPEAT-ALERT-COUNT
           ELSE
               MOVE SPACES TO A-REPEAT
           END-IF
           WRITE ALERT-PRINT-LINE FROM ALERT-DETAIL
           MOVE SRV-RULE-TEXT TO A-RULE-TEXT
           WRITE ALERT-PRINT-LINE FROM ALERT-RULE-TEXT-LINE.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'ACTV-SCREEN ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
