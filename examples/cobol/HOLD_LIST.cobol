       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           HOLD-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-HOLD-FILE ASSIGN TO 'LIMHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS LIMIT-HOLD-STATUS.
           SELECT HOLD-PRINT-FILE ASSIGN TO 'HOLDRPT.TXT'.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-HOLD-FILE.
           COPY LIMHOLDREC.

       FD  HOLD-PRINT-FILE.
       01  HOLD-PRINT-LINE             PIC X(90).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  LIMIT-HOLD-STATUS           PIC X(02) VALUE '00'.
       01  LIMIT-HOLD-EOF-FLAG         PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  HELD-ITEM-COUNT             PIC 9(07) VALUE 0.
       01  SINGLE-LIMIT-COUNT          PIC 9(07) VALUE 0.
       01  DAILY-LIMIT-COUNT           PIC 9(07) VALUE 0.
       01  HELD-DEBIT-AMOUNT           PIC 9(13)V9(02) VALUE 0.
       01  HELD-CREDIT-AMOUNT          PIC 9(13)V9(02) VALUE 0.
       01  DAYS-HELD                   PIC S9(07) VALUE 0.
       01  RUN-DAY-NUMBER              PIC 9(07) VALUE 0.
       01  ITEM-DAY-NUMBER             PIC 9(07) VALUE 0.
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
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-HOLD-MESSAGE.
           05  OHM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(35)
                   VALUE ' LIMIT HOLDS AWAITING SUPERVISOR   '.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  HOLD-HEADING-1.
           05  FILLER                  PIC X(36)
                   VALUE 'LIMIT HOLD LISTING - RUN DATE'.
           05  H-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  HOLD-HEADING-2.
           05  FILLER                  PIC X(45)
                   VALUE 'HELD     SEQ     SOURCE   ACCOUNT           '.
           05  FILLER                  PIC X(45)
                   VALUE 'AMOUNT DC           LIMIT RSN   DAYS'.

       01  HOLD-DETAIL.
           05  H-BUSINESS-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-SEQUENCE              PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-SOURCE-ID             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-LIMIT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-REASON-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  H-DAYS                  PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  HOLD-REASON-LINE.
           05  FILLER                  PIC X(19)
                   VALUE 'SINGLE ITEM LIMIT  '.
           05  R-SINGLE                PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE '   DAILY LIMIT  '.
           05  R-DAILY                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  HOLD-AMOUNT-LINE.
           05  FILLER                  PIC X(19)
                   VALUE 'HELD DEBITS        '.
           05  R-DEBITS                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16)
                   VALUE '   HELD CREDITS '.
           05  R-CREDITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  HOLD-TOTAL-LINE.
           05  FILLER                  PIC X(25)
                   VALUE 'ITEMS AWAITING DECISION'.
           05  T-ITEM-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO CONVERT-DATE-FIELD
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER TO RUN-DAY-NUMBER

           OPEN OUTPUT HOLD-PRINT-FILE
           MOVE RUN-DATE TO H-H-RUN-DATE
           WRITE HOLD-PRINT-LINE FROM HOLD-HEADING-1
           WRITE HOLD-PRINT-LINE FROM HOLD-HEADING-2

           PERFORM 200-LIST-HELD-ITEMS

           MOVE SINGLE-LIMIT-COUNT TO R-SINGLE
           MOVE DAILY-LIMIT-COUNT TO R-DAILY
           WRITE HOLD-PRINT-LINE FROM HOLD-REASON-LINE
           MOVE HELD-DEBIT-AMOUNT TO R-DEBITS
           MOVE HELD-CREDIT-AMOUNT TO R-CREDITS
           WRITE HOLD-PRINT-LINE FROM HOLD-AMOUNT-LINE
           MOVE HELD-ITEM-COUNT TO T-ITEM-COUNT
           WRITE HOLD-PRINT-LINE FROM HOLD-TOTAL-LINE
           CLOSE HOLD-PRINT-FILE

           DISPLAY 'HOLD-LIST ITEMS AWAITING DECISION ' HELD-ITEM-COUNT

           IF HELD-ITEM-COUNT > 0
               MOVE HELD-ITEM-COUNT TO OHM-COUNT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'LIMHOLD ' TO OPS-EVENT-CODE
               MOVE OPS-HOLD-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           MOVE 0 TO RETURN-CODE

           GOBACK.

       200-LIST-HELD-ITEMS.
           OPEN INPUT LIMIT-HOLD-FILE
           IF LIMIT-HOLD-STATUS = '00'
               PERFORM UNTIL LIMIT-HOLD-EOF-FLAG = 'Y'
                   READ LIMIT-HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO LIMIT-HOLD-EOF-FLAG
                       NOT AT END
                           IF HLD-STATUS = 'H'
                               PERFORM 210-LIST-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-HOLD-FILE
           ELSE
               DISPLAY 'HOLD-LIST LIMHOLD.DAT NOT ON FILE, '
                   'STATUS ' LIMIT-HOLD-STATUS
           END-IF.

       210-LIST-ONE-ITEM.
           ADD 1 TO HELD-ITEM-COUNT
           MOVE HLD-BUSINESS-DATE TO CONVERT-DATE-FIELD
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER TO ITEM-DAY-NUMBER
           COMPUTE DAYS-HELD = RUN-DAY-NUMBER - ITEM-DAY-NUMBER
           IF DAYS-HELD < 0
               MOVE 0 TO DAYS-HELD
           END-IF
           IF HLD-REASON-CODE = 'L001'
               ADD 1 TO SINGLE-LIMIT-COUNT
           ELSE
               ADD 1 TO DAILY-LIMIT-COUNT
           END-IF
           IF HLD-TRAN-AMOUNT IS NUMERIC
               IF HLD-DEBIT-CREDIT = 'C'
                   ADD HLD-TRAN-AMOUNT TO HELD-CREDIT-AMOUNT
               ELSE
                   ADD HLD-TRAN-AMOUNT TO HELD-DEBIT-AMOUNT
               END-IF
           END-IF
           MOVE HLD-BUSINESS-DATE TO H-BUSINESS-DATE
           MOVE HLD-SEQUENCE TO H-SEQUENCE
           MOVE HLD-SOURCE-ID TO H-SOURCE-ID
           MOVE HLD-ACCOUNT-NUMBER TO H-ACCOUNT
           MOVE HLD-TRAN-AMOUNT TO H-AMOUNT
           MOVE HLD-DEBIT-CREDIT TO H-DEBIT-CREDIT
           MOVE HLD-LIMIT-AMOUNT TO H-LIMIT
           MOVE HLD-REASON-CODE TO H-REASON-CODE
           MOVE DAYS-HELD TO H-DAYS
           WRITE HOLD-PRINT-LINE FROM HOLD-DETAIL.

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
               MOVE 'HOLD-LIST   ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
