       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           POS-PROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-KEY
               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'OUTARCH.TXT'
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO 'ACCTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ACCOUNT-NUMBER
               FILE STATUS IS POSITION-MASTER-STATUS.
           SELECT ROLLUP-CONTROL-FILE ASSIGN TO 'POSCTL.TXT'
               FILE STATUS IS ROLLUP-CONTROL-STATUS.
           SELECT PROOF-PARM-FILE ASSIGN TO 'PROVPARM.TXT'
               FILE STATUS IS PROOF-PARM-STATUS.
           SELECT PROOF-PRINT-FILE ASSIGN TO 'POSPROOF.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

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

       FD  POSITION-MASTER-FILE.
           COPY ACCTPOSREC.

       FD  ROLLUP-CONTROL-FILE.
       01  ROLLUP-CONTROL-RECORD.
           05  PC-LAST-ROLLUP-DATE     PIC 9(08).

       FD  PROOF-PARM-FILE.
       01  PROOF-PARM-RECORD.
           05  PPM-FUNCTION            PIC X(08).

       FD  PROOF-PRINT-FILE.
       01  PROOF-PRINT-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  OUTPUT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  ARCHIVE-STATUS              PIC X(02) VALUE '00'.
       01  POSITION-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  ROLLUP-CONTROL-STATUS       PIC X(02) VALUE '00'.
       01  PROOF-PARM-STATUS           PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  OUTPUT-EOF-FLAG             PIC X VALUE 'N'.
       01  ARCHIVE-EOF-FLAG            PIC X VALUE 'N'.
       01  POSITION-EOF-FLAG           PIC X VALUE 'N'.
       01  RUN-FUNCTION                PIC X(08) VALUE 'PROVE   '.
           88  REBUILD-MODE                VALUE 'REBUILD '.
       01  POSITION-MASTER-SWITCH      PIC X VALUE 'N'.
           88  POSITION-MASTER-OPEN        VALUE 'Y'.
       01  LIVE-OUTPUT-SWITCH          PIC X VALUE 'N'.
           88  LIVE-OUTPUT-ROLLED          VALUE 'Y'.
       01  PROOF-FOUND-SWITCH          PIC X VALUE 'N'.
           88  PROOF-FOUND                 VALUE 'Y'.
       01  PROOF-OVERFLOW-SWITCH       PIC X VALUE 'N'.
           88  PROOF-OVERFLOW              VALUE 'Y'.
       01  ACCOUNT-OUT-SWITCH          PIC X VALUE 'N'.
           88  ACCOUNT-OUT                 VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  BUSINESS-DATE-DETAIL REDEFINES BUSINESS-DATE.
           05  BUS-YEAR                PIC 9(04).
           05  BUS-MONTH               PIC 9(02).
           05  BUS-DAY                 PIC 9(02).
       01  LAST-ROLLUP-DATE            PIC 9(08) VALUE 0.
       01  RECORD-TRAN-DATE            PIC 9(08) VALUE 0.
       01  DEFAULT-TRAN-DATE           PIC 9(08) VALUE 0.
       01  PROOF-COUNT                 PIC 9(05) VALUE 0.
       01  PROOF-INDEX                 PIC 9(05) VALUE 0.
       01  FOUND-PROOF-INDEX           PIC 9(05) VALUE 0.
       01  ARCHIVE-READ-COUNT          PIC 9(07) VALUE 0.
       01  LIVE-READ-COUNT             PIC 9(07) VALUE 0.
       01  POSITIONS-READ-COUNT        PIC 9(07) VALUE 0.
       01  ACCOUNTS-AGREED-COUNT       PIC 9(07) VALUE 0.
       01  ACCOUNTS-OUT-COUNT          PIC 9(07) VALUE 0.
       01  FIELDS-OUT-COUNT            PIC 9(07) VALUE 0.
       01  ACCOUNTS-REBUILT-COUNT      PIC 9(07) VALUE 0.
       01  EDIT-COUNT                  PIC Z(06)9.
       01  EDIT-AMOUNT                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  PROOF-TABLE.
           05  PROOF-ENTRY OCCURS 5000 TIMES.
               10  PRF-ACCOUNT-NUMBER  PIC X(10).
               10  PRF-TRAN-COUNT      PIC 9(07).
               10  PRF-TOTAL-AMOUNT    PIC S9(13)V9(02).
               10  PRF-GROSS-AMOUNT    PIC 9(13)V9(02).
               10  PRF-FIRST-DATE      PIC 9(08).
               10  PRF-LAST-DATE       PIC 9(08).
               10  PRF-CUST-DATE       PIC 9(08).
               10  PRF-MATCHED-FLAG    PIC X(01).

       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-PROOF-MESSAGE.
           05  OPM-AGREED              PIC 9(07).
           05  FILLER                  PIC X(18)
                   VALUE ' ACCOUNTS AGREED, '.
           05  OPM-OUT                 PIC 9(07).
           05  FILLER                  PIC X(06) VALUE ' OUT, '.
           05  OPM-REBUILT             PIC 9(07).
           05  FILLER                  PIC X(08) VALUE ' REBUILT'.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  PROOF-HEADING-1.
           05  FILLER                  PIC X(38)
                   VALUE 'ACCTPOS PROOF - BUSINESS DATE '.
           05  P-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  MODE '.
           05  P-H-FUNCTION            PIC X(08).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  PROOF-HEADING-2.
           05  FILLER                  PIC X(24)
                   VALUE 'ACCOUNT    FIELD'.
           05  FILLER                  PIC X(21)
                   VALUE '              ACCTPOS'.
           05  FILLER                  PIC X(55)
                   VALUE '           RECOMPUTED  ACTION'.

       01  PROOF-DETAIL.
           05  D-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-FIELD                 PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-ACCTPOS-VALUE         PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-RECOMPUTED-VALUE      PIC X(21).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-ACTION                PIC X(24).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  PROOF-SOURCE-LINE.
           05  FILLER                  PIC X(17)
                   VALUE 'ARCHIVE RECORDS  '.
           05  S-ARCHIVE-READ          PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '  LIVE RECORDS   '.
           05  S-LIVE-READ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '  POSITIONS READ '.
           05  S-POSITIONS-READ        PIC ZZZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  PROOF-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE 'ACCOUNTS AGREED '.
           05  T-AGREED                PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '  OUT OF BALANCE '.
           05  T-OUT                   PIC ZZZZZZ9.
           05  FILLER                  PIC X(13)
                   VALUE '  FIELDS OUT '.
           05  T-FIELDS-OUT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  REBUILT '.
           05  T-REBUILT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           PERFORM 160-READ-PROOF-PARM
           PERFORM 170-CHECK-ROLLUP-CONTROL
           DISPLAY 'POS-PROVE BUSINESS DATE ' BUSINESS-DATE
               ' MODE ' RUN-FUNCTION

           PERFORM 200-RECOMPUTE-FROM-ARCHIVE
           IF LIVE-OUTPUT-ROLLED
               PERFORM 250-RECOMPUTE-FROM-OUTPUT
           ELSE
               DISPLAY 'POS-PROVE OUTPUT.DAT NOT YET ROLLED UP FOR '
                   BUSINESS-DATE ' - ARCHIVE ONLY'
           END-IF

           IF PROOF-OVERFLOW
               DISPLAY 'POS-PROVE HALTED - MORE THAN 5000 ACCOUNTS '
                   'IN HISTORY, NO PROOF PRODUCED'
               MOVE 'POSITION PROOF FAILED - ACCOUNT TABLE FULL'
                   TO OPS-EVENT-TEXT
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'POSPROVE' TO OPS-EVENT-CODE
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF REBUILD-MODE
               OPEN I-O POSITION-MASTER-FILE
               IF POSITION-MASTER-STATUS = '35'
                   OPEN OUTPUT POSITION-MASTER-FILE
                   CLOSE POSITION-MASTER-FILE
                   OPEN I-O POSITION-MASTER-FILE
               END-IF
               IF POSITION-MASTER-STATUS NOT = '00'
                   DISPLAY 'POS-PROVE CANNOT OPEN ACCTPOS.DAT, '
                       'STATUS ' POSITION-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'Y' TO POSITION-MASTER-SWITCH
           ELSE
               OPEN INPUT POSITION-MASTER-FILE
               IF POSITION-MASTER-STATUS = '00'
                   MOVE 'Y' TO POSITION-MASTER-SWITCH
               ELSE
                   DISPLAY 'WARNING - ACCTPOS.DAT NOT AVAILABLE, '
                       'STATUS ' POSITION-MASTER-STATUS
               END-IF
           END-IF

           OPEN OUTPUT PROOF-PRINT-FILE
           MOVE BUSINESS-DATE TO P-H-BUSINESS-DATE
           MOVE RUN-FUNCTION TO P-H-FUNCTION
           WRITE PROOF-PRINT-LINE FROM PROOF-HEADING-1
           WRITE PROOF-PRINT-LINE FROM PROOF-HEADING-2

           IF POSITION-MASTER-OPEN
               PERFORM UNTIL POSITION-EOF-FLAG = 'Y'
                   READ POSITION-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO POSITION-EOF-FLAG
                       NOT AT END
                           PERFORM 300-PROVE-ONE-POSITION
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING PROOF-INDEX FROM 1 BY 1
                   UNTIL PROOF-INDEX > PROOF-COUNT
               IF PRF-MATCHED-FLAG(PROOF-INDEX) = 'N'
                   PERFORM 400-REPORT-MISSING-POSITION
               END-IF
           END-PERFORM

           IF POSITION-MASTER-OPEN
               CLOSE POSITION-MASTER-FILE
           END-IF

           MOVE ARCHIVE-READ-COUNT TO S-ARCHIVE-READ
           MOVE LIVE-READ-COUNT TO S-LIVE-READ
           MOVE POSITIONS-READ-COUNT TO S-POSITIONS-READ
           WRITE PROOF-PRINT-LINE FROM PROOF-SOURCE-LINE
           MOVE ACCOUNTS-AGREED-COUNT TO T-AGREED
           MOVE ACCOUNTS-OUT-COUNT TO T-OUT
           MOVE FIELDS-OUT-COUNT TO T-FIELDS-OUT
           MOVE ACCOUNTS-REBUILT-COUNT TO T-REBUILT
           WRITE PROOF-PRINT-LINE FROM PROOF-TOTAL-LINE
           CLOSE PROOF-PRINT-FILE

           DISPLAY 'POS-PROVE ACCOUNTS AGREED   ' ACCOUNTS-AGREED-COUNT
           DISPLAY 'POS-PROVE OUT OF BALANCE    ' ACCOUNTS-OUT-COUNT
           DISPLAY 'POS-PROVE FIELDS OUT        ' FIELDS-OUT-COUNT
           DISPLAY 'POS-PROVE ACCOUNTS REBUILT  '
               ACCOUNTS-REBUILT-COUNT

           MOVE ACCOUNTS-AGREED-COUNT TO OPM-AGREED
           MOVE ACCOUNTS-OUT-COUNT TO OPM-OUT
           MOVE ACCOUNTS-REBUILT-COUNT TO OPM-REBUILT
           MOVE 'POSPROVE' TO OPS-EVENT-CODE
           MOVE OPS-PROOF-MESSAGE TO OPS-EVENT-TEXT
           IF ACCOUNTS-OUT-COUNT > 0
               MOVE 'W' TO OPS-SEVERITY
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'I' TO OPS-SEVERITY
               PERFORM 9000-WRITE-OPS-EVENT
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

       160-READ-PROOF-PARM.
           OPEN INPUT PROOF-PARM-FILE
           IF PROOF-PARM-STATUS = '00'
               READ PROOF-PARM-FILE
                   NOT AT END
                       IF PPM-FUNCTION = 'REBUILD '
                           MOVE PPM-FUNCTION TO RUN-FUNCTION
                       END-IF
               END-READ
               CLOSE PROOF-PARM-FILE
           END-IF.

       170-CHECK-ROLLUP-CONTROL.
           MOVE 0 TO LAST-ROLLUP-DATE
           OPEN INPUT ROLLUP-CONTROL-FILE
           IF ROLLUP-CONTROL-STATUS = '00'
               READ ROLLUP-CONTROL-FILE
                   NOT AT END
                       IF PC-LAST-ROLLUP-DATE IS NUMERIC
                           MOVE PC-LAST-ROLLUP-DATE
                               TO LAST-ROLLUP-DATE
                       END-IF
               END-READ
               CLOSE ROLLUP-CONTROL-FILE
           END-IF
           IF LAST-ROLLUP-DATE = BUSINESS-DATE
               MOVE 'Y' TO LIVE-OUTPUT-SWITCH
           END-IF.

       200-RECOMPUTE-FROM-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = '00'
               PERFORM UNTIL ARCHIVE-EOF-FLAG = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO ARCHIVE-EOF-FLAG
                       NOT AT END
                           ADD 1 TO ARCHIVE-READ-COUNT
                           MOVE ARC-OUTPUT-DATA TO OUTPUT-DATA
                           MOVE ARC-ARCHIVE-DATE TO DEFAULT-TRAN-DATE
                           PERFORM 260-ACCUMULATE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY 'WARNING - OUTARCH.TXT NOT AVAILABLE, '
                   'STATUS ' ARCHIVE-STATUS
           END-IF.

       250-RECOMPUTE-FROM-OUTPUT.
           OPEN INPUT OUTPUT-FILE
           IF OUTPUT-FILE-STATUS = '00'
               PERFORM UNTIL OUTPUT-EOF-FLAG = 'Y'
                   READ OUTPUT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO OUTPUT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIVE-READ-COUNT
                           MOVE BUSINESS-DATE TO DEFAULT-TRAN-DATE
                           PERFORM 260-ACCUMULATE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE OUTPUT-FILE
           ELSE
               DISPLAY 'WARNING - OUTPUT.DAT NOT AVAILABLE, '
                   'STATUS ' OUTPUT-FILE-STATUS
           END-IF.

       260-ACCUMULATE-ONE-RECORD.
           IF OUT-TRAN-DATE IS NUMERIC
               MOVE OUT-TRAN-DATE TO RECORD-TRAN-DATE
           ELSE
               MOVE DEFAULT-TRAN-DATE TO RECORD-TRAN-DATE
           END-IF
           PERFORM 270-FIND-PROOF-ENTRY
           IF NOT PROOF-FOUND
               IF PROOF-COUNT < 5000
                   ADD 1 TO PROOF-COUNT
                   MOVE PROOF-COUNT TO FOUND-PROOF-INDEX
                   MOVE OUT-ACCOUNT-NUMBER
                       TO PRF-ACCOUNT-NUMBER(PROOF-COUNT)
                   MOVE 0 TO PRF-TRAN-COUNT(PROOF-COUNT)
                   MOVE 0 TO PRF-TOTAL-AMOUNT(PROOF-COUNT)
                   MOVE 0 TO PRF-GROSS-AMOUNT(PROOF-COUNT)
                   MOVE RECORD-TRAN-DATE TO PRF-FIRST-DATE(PROOF-COUNT)
                   MOVE RECORD-TRAN-DATE TO PRF-LAST-DATE(PROOF-COUNT)
                   MOVE 0 TO PRF-CUST-DATE(PROOF-COUNT)
                   MOVE 'N' TO PRF-MATCHED-FLAG(PROOF-COUNT)
                   MOVE 'Y' TO PROOF-FOUND-SWITCH
               ELSE
                   MOVE 'Y' TO PROOF-OVERFLOW-SWITCH
                   MOVE 'Y' TO ARCHIVE-EOF-FLAG
                   MOVE 'Y' TO OUTPUT-EOF-FLAG
               END-IF
           END-IF
           IF PROOF-FOUND
               ADD 1 TO PRF-TRAN-COUNT(FOUND-PROOF-INDEX)
               IF OUT-TRAN-AMOUNT IS NUMERIC
                   ADD OUT-TRAN-AMOUNT
                       TO PRF-GROSS-AMOUNT(FOUND-PROOF-INDEX)
                   IF OUT-DEBIT-CREDIT = 'C'
                       SUBTRACT OUT-TRAN-AMOUNT
                           FROM PRF-TOTAL-AMOUNT(FOUND-PROOF-INDEX)
                   ELSE
                       ADD OUT-TRAN-AMOUNT
                           TO PRF-TOTAL-AMOUNT(FOUND-PROOF-INDEX)
                   END-IF
               END-IF
               IF RECORD-TRAN-DATE < PRF-FIRST-DATE(FOUND-PROOF-INDEX)
                   MOVE RECORD-TRAN-DATE
                       TO PRF-FIRST-DATE(FOUND-PROOF-INDEX)
               END-IF
               IF RECORD-TRAN-DATE > PRF-LAST-DATE(FOUND-PROOF-INDEX)
                   MOVE RECORD-TRAN-DATE
                       TO PRF-LAST-DATE(FOUND-PROOF-INDEX)
               END-IF
               IF OUT-ID-SOURCE NOT = 'ACCRUAL '
                       AND RECORD-TRAN-DATE
                           > PRF-CUST-DATE(FOUND-PROOF-INDEX)
                   MOVE RECORD-TRAN-DATE
                       TO PRF-CUST-DATE(FOUND-PROOF-INDEX)
               END-IF
           END-IF.

       270-FIND-PROOF-ENTRY.
           MOVE 'N' TO PROOF-FOUND-SWITCH
           MOVE 0 TO FOUND-PROOF-INDEX
           PERFORM VARYING PROOF-INDEX FROM 1 BY 1
                   UNTIL PROOF-INDEX > PROOF-COUNT
                       OR PROOF-FOUND
               IF PRF-ACCOUNT-NUMBER(PROOF-INDEX) = OUT-ACCOUNT-NUMBER
                   MOVE 'Y' TO PROOF-FOUND-SWITCH
                   MOVE PROOF-INDEX TO FOUND-PROOF-INDEX
               END-IF
           END-PERFORM.

       300-PROVE-ONE-POSITION.
           ADD 1 TO POSITIONS-READ-COUNT
           MOVE 'N' TO ACCOUNT-OUT-SWITCH
           MOVE POS-ACCOUNT-NUMBER TO OUT-ACCOUNT-NUMBER
           PERFORM 270-FIND-PROOF-ENTRY
           IF PROOF-FOUND
               MOVE 'Y' TO PRF-MATCHED-FLAG(FOUND-PROOF-INDEX)
               PERFORM 310-COMPARE-FIELDS
               IF ACCOUNT-OUT
                   ADD 1 TO ACCOUNTS-OUT-COUNT
                   IF REBUILD-MODE
                       PERFORM 350-REBUILD-POSITION
                   END-IF
               ELSE
                   ADD 1 TO ACCOUNTS-AGREED-COUNT
               END-IF
           ELSE
               ADD 1 TO ACCOUNTS-OUT-COUNT
               ADD 1 TO FIELDS-OUT-COUNT
               MOVE POS-ACCOUNT-NUMBER TO D-ACCOUNT
               MOVE 'ACCOUNT' TO D-FIELD
               MOVE 'ON FILE' TO D-ACCTPOS-VALUE
               MOVE 'NO HISTORY' TO D-RECOMPUTED-VALUE
               MOVE 'LEFT FOR REVIEW' TO D-ACTION
               WRITE PROOF-PRINT-LINE FROM PROOF-DETAIL
           END-IF.

       310-COMPARE-FIELDS.
           MOVE POS-ACCOUNT-NUMBER TO D-ACCOUNT
           IF REBUILD-MODE
               MOVE 'REBUILT FROM HISTORY' TO D-ACTION
           ELSE
               MOVE 'OUT OF BALANCE' TO D-ACTION
           END-IF
           IF POS-TRAN-COUNT NOT = PRF-TRAN-COUNT(FOUND-PROOF-INDEX)
               MOVE 'COUNT' TO D-FIELD
               MOVE POS-TRAN-COUNT TO EDIT-COUNT
               MOVE EDIT-COUNT TO D-ACCTPOS-VALUE
               MOVE PRF-TRAN-COUNT(FOUND-PROOF-INDEX) TO EDIT-COUNT
               MOVE EDIT-COUNT TO D-RECOMPUTED-VALUE
               PERFORM 320-LIST-FIELD-OUT
           END-IF
           IF POS-TOTAL-AMOUNT
                   NOT = PRF-TOTAL-AMOUNT(FOUND-PROOF-INDEX)
               MOVE 'NET AMOUNT' TO D-FIELD
               MOVE POS-TOTAL-AMOUNT TO EDIT-AMOUNT
               MOVE EDIT-AMOUNT TO D-ACCTPOS-VALUE
               MOVE PRF-TOTAL-AMOUNT(FOUND-PROOF-INDEX) TO EDIT-AMOUNT
               MOVE EDIT-AMOUNT TO D-RECOMPUTED-VALUE
               PERFORM 320-LIST-FIELD-OUT
           END-IF
           IF POS-FIRST-ACTIVITY-DATE
                   NOT = PRF-FIRST-DATE(FOUND-PROOF-INDEX)
               MOVE 'FIRST DATE' TO D-FIELD
               MOVE POS-FIRST-ACTIVITY-DATE TO D-ACCTPOS-VALUE
               MOVE PRF-FIRST-DATE(FOUND-PROOF-INDEX)
                   TO D-RECOMPUTED-VALUE
               PERFORM 320-LIST-FIELD-OUT
           END-IF
           IF POS-LAST-ACTIVITY-DATE
                   NOT = PRF-LAST-DATE(FOUND-PROOF-INDEX)
               MOVE 'LAST DATE' TO D-FIELD
               MOVE POS-LAST-ACTIVITY-DATE TO D-ACCTPOS-VALUE
               MOVE PRF-LAST-DATE(FOUND-PROOF-INDEX)
                   TO D-RECOMPUTED-VALUE
               PERFORM 320-LIST-FIELD-OUT
           END-IF
           IF POS-CUST-ACTIVITY-DATE
                   NOT = PRF-CUST-DATE(FOUND-PROOF-INDEX)
               MOVE 'CUST DATE' TO D-FIELD
               MOVE POS-CUST-ACTIVITY-DATE TO D-ACCTPOS-VALUE
               MOVE PRF-CUST-DATE(FOUND-PROOF-INDEX)
                   TO D-RECOMPUTED-VALUE
               PERFORM 320-LIST-FIELD-OUT
           END-IF.

       320-LIST-FIELD-OUT.
           MOVE 'Y' TO ACCOUNT-OUT-SWITCH
           ADD 1 TO FIELDS-OUT-COUNT
           WRITE PROOF-PRINT-LINE FROM PROOF-DETAIL.

       350-REBUILD-POSITION.
           MOVE PRF-TRAN-COUNT(FOUND-PROOF-INDEX) TO POS-TRAN-COUNT
           MOVE PRF-TOTAL-AMOUNT(FOUND-PROOF-INDEX)
               TO POS-TOTAL-AMOUNT
           MOVE PRF-FIRST-DATE(FOUND-PROOF-INDEX)
               TO POS-FIRST-ACTIVITY-DATE
           MOVE PRF-LAST-DATE(FOUND-PROOF-INDEX)
               TO POS-LAST-ACTIVITY-DATE
           MOVE PRF-CUST-DATE(FOUND-PROOF-INDEX)
               TO POS-CUST-ACTIVITY-DATE
           MOVE PRF-TRAN-COUNT(FOUND-PROOF-INDEX) TO POS-GROSS-COUNT
           MOVE PRF-GROSS-AMOUNT(FOUND-PROOF-INDEX)
               TO POS-GROSS-AMOUNT
           REWRITE POSITION-RECORD
           IF POSITION-MASTER-STATUS = '00'
               ADD 1 TO ACCOUNTS-REBUILT-COUNT
           ELSE
               DISPLAY 'POS-PROVE REWRITE FAILED FOR '
                   POS-ACCOUNT-NUMBER ', STATUS '
                   POSITION-MASTER-STATUS
           END-IF.

       400-REPORT-MISSING-POSITION.
           ADD 1 TO ACCOUNTS-OUT-COUNT
           ADD 1 TO FIELDS-OUT-COUNT
           MOVE PRF-ACCOUNT-NUMBER(PROOF-INDEX) TO D-ACCOUNT
           MOVE 'ACCOUNT' TO D-FIELD
           MOVE 'NOT ON FILE' TO D-ACCTPOS-VALUE
           MOVE PRF-TRAN-COUNT(PROOF-INDEX) TO EDIT-COUNT
           MOVE EDIT-COUNT TO D-RECOMPUTED-VALUE
           MOVE 'MISSING ON ACCTPOS' TO D-ACTION
           IF REBUILD-MODE
               PERFORM 410-ADD-REBUILT-POSITION
           END-IF
           WRITE PROOF-PRINT-LINE FROM PROOF-DETAIL.

       410-ADD-REBUILT-POSITION.
           MOVE PRF-ACCOUNT-NUMBER(PROOF-INDEX) TO POS-ACCOUNT-NUMBER
           MOVE PRF-TRAN-COUNT(PROOF-INDEX) TO POS-TRAN-COUNT
           MOVE PRF-TOTAL-AMOUNT(PROOF-INDEX) TO POS-TOTAL-AMOUNT
           MOVE PRF-FIRST-DATE(PROOF-INDEX) TO POS-FIRST-ACTIVITY-DATE
           MOVE PRF-LAST-DATE(PROOF-INDEX) TO POS-LAST-ACTIVITY-DATE
           MOVE PRF-CUST-DATE(PROOF-INDEX) TO POS-CUST-ACTIVITY-DATE
           MOVE BUS-YEAR TO POS-PERIOD-YEAR
           MOVE BUS-MONTH TO POS-PERIOD-MONTH
           MOVE 0 TO POS-MTD-COUNT
           MOVE 0 TO POS-MTD-AMOUNT
           MOVE 0 TO POS-YTD-COUNT
           MOVE 0 TO POS-YTD-AMOUNT
           MOVE 0 TO POS-PRIOR-YEAR-COUNT
           MOVE 0 TO POS-PRIOR-YEAR-AMOUNT
           MOVE PRF-TRAN-COUNT(PROOF-INDEX) TO POS-GROSS-COUNT
           MOVE PRF-GROSS-AMOUNT(PROOF-INDEX) TO POS-GROSS-AMOUNT
           WRITE POSITION-RECORD
           IF POSITION-MASTER-STATUS = '00'
               ADD 1 TO ACCOUNTS-REBUILT-COUNT
               MOVE 'ADDED FROM HISTORY' TO D-ACTION
           ELSE
               DISPLAY 'POS-PROVE WRITE FAILED FOR '
                   POS-ACCOUNT-NUMBER ', STATUS '
                   POSITION-MASTER-STATUS
           END-IF.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'POS-PROVE   ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
