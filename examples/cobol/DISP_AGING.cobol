       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DISP-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE ASSIGN TO 'DISPCASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISPUTE-CASE-STATUS.
           SELECT AGING-PRINT-FILE ASSIGN TO 'DISPAGE.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  AGING-PRINT-FILE.
       01  AGING-PRINT-LINE            PIC X(90).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  DISPUTE-CASE-STATUS         PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  CASE-EOF-FLAG               PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  OPEN-CASE-COUNT             PIC 9(07) VALUE 0.
       01  DAYS-OVERDUE                PIC S9(07) VALUE 0.
       01  BUSINESS-DAY-NUMBER         PIC 9(07) VALUE 0.
       01  DUE-DAY-NUMBER              PIC 9(07) VALUE 0.
       01  BUCKET-NOT-DUE-COUNT        PIC 9(07) VALUE 0.
       01  BUCKET-MONTH-COUNT          PIC 9(07) VALUE 0.
       01  BUCKET-OLDER-COUNT          PIC 9(07) VALUE 0.
       01  OVERDUE-COUNT               PIC 9(07) VALUE 0.
       01  OPEN-CASE-AMOUNT            PIC 9(11)V9(02) VALUE 0.
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
       01  OPS-AGING-MESSAGE.
           05  OAM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(27)
                   VALUE ' DISPUTES PAST DUE DATE,'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OAM-OLDER               PIC 9(07).
           05  FILLER                  PIC X(13)
                   VALUE ' OVER 30 DAYS'.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  AGING-HEADING-1.
           05  FILLER                  PIC X(42)
                   VALUE 'OPEN DISPUTE AGING LISTING - BUSINESS DATE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  AGING-HEADING-2.
           05  FILLER                  PIC X(35)
                   VALUE 'TRANSACTION ID          SQ ACCOUNT '.
           05  FILLER                  PIC X(32)
                   VALUE '           AMOUNT DC RSN  OPENED'.
           05  FILLER                  PIC X(23)
                   VALUE '   DUE      OVERDUE P'.

       01  AGING-DETAIL.
           05  A-TRAN-ID               PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-CASE-SEQUENCE         PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  A-REASON-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-OPENED-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-DUE-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-DAYS-OVERDUE          PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-PROV-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  AGING-BUCKET-LINE.
           05  FILLER                  PIC X(14)
                   VALUE 'NOT YET DUE   '.
           05  B-NOT-DUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(22)
                   VALUE '  1-30 DAYS OVERDUE   '.
           05  B-MONTH                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(22)
                   VALUE '  OVER 30 DAYS OVERDUE'.
           05  B-OLDER                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05  FILLER                  PIC X(19)
                   VALUE 'OPEN DISPUTE CASES '.
           05  T-CASE-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
                   VALUE '  DISPUTED AMOUNT '.
           05  T-CASE-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-READ-BUSINESS-DATE
           MOVE BUSINESS-DATE TO CONVERT-DATE-FIELD
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER TO BUSINESS-DAY-NUMBER

           OPEN OUTPUT AGING-PRINT-FILE
           MOVE BUSINESS-DATE TO A-H-BUSINESS-DATE
           WRITE AGING-PRINT-LINE FROM AGING-HEADING-1
           WRITE AGING-PRINT-LINE FROM AGING-HEADING-2

           PERFORM 200-LIST-OPEN-CASES

           MOVE BUCKET-NOT-DUE-COUNT TO B-NOT-DUE
           MOVE BUCKET-MONTH-COUNT TO B-MONTH
           MOVE BUCKET-OLDER-COUNT TO B-OLDER
           WRITE AGING-PRINT-LINE FROM AGING-BUCKET-LINE
           MOVE OPEN-CASE-COUNT TO T-CASE-COUNT
           MOVE OPEN-CASE-AMOUNT TO T-CASE-AMOUNT
           WRITE AGING-PRINT-LINE FROM AGING-TOTAL-LINE
           CLOSE AGING-PRINT-FILE

           DISPLAY 'DISP-AGING OPEN CASES   ' OPEN-CASE-COUNT
           DISPLAY 'DISP-AGING OVERDUE      ' OVERDUE-COUNT
           DISPLAY 'DISP-AGING OVER 30 DAYS ' BUCKET-OLDER-COUNT

           IF OVERDUE-COUNT > 0
               MOVE OVERDUE-COUNT TO OAM-COUNT
               MOVE BUCKET-OLDER-COUNT TO OAM-OLDER
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'DISPAGE ' TO OPS-EVENT-CODE
               MOVE OPS-AGING-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

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

       200-LIST-OPEN-CASES.
           OPEN INPUT DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS = '00'
               PERFORM UNTIL CASE-EOF-FLAG = 'Y'
                   READ DISPUTE-CASE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO CASE-EOF-FLAG
                       NOT AT END
                           IF DSP-STATUS = 'O'
                               PERFORM 210-LIST-ONE-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
           ELSE
               DISPLAY 'DISP-AGING DISPCASE.DAT NOT ON FILE, '
                   'STATUS ' DISPUTE-CASE-STATUS
           END-IF.

       210-LIST-ONE-CASE.
           ADD 1 TO OPEN-CASE-COUNT
           ADD DSP-TRAN-AMOUNT TO OPEN-CASE-AMOUNT
           MOVE 0 TO DAYS-OVERDUE
           IF DSP-DUE-DATE IS NUMERIC AND DSP-DUE-DATE > 0
               MOVE DSP-DUE-DATE TO CONVERT-DATE-FIELD
               PERFORM 800-DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAY-NUMBER TO DUE-DAY-NUMBER
               COMPUTE DAYS-OVERDUE =
                   BUSINESS-DAY-NUMBER - DUE-DAY-NUMBER
           END-IF
           IF DAYS-OVERDUE < 0
               MOVE 0 TO DAYS-OVERDUE
           END-IF
           EVALUATE TRUE
               WHEN DAYS-OVERDUE = 0
                   ADD 1 TO BUCKET-NOT-DUE-COUNT
               WHEN DAYS-OVERDUE <= 30
                   ADD 1 TO BUCKET-MONTH-COUNT
                   ADD 1 TO OVERDUE-COUNT
               WHEN OTHER
                   ADD 1 TO BUCKET-OLDER-COUNT
                   ADD 1 TO OVERDUE-COUNT
           END-EVALUATE
           MOVE DSP-TRAN-ID TO A-TRAN-ID
           MOVE DSP-CASE-SEQUENCE TO A-CASE-SEQUENCE
           MOVE DSP-ACCOUNT-NUMBER TO A-ACCOUNT
           MOVE DSP-TRAN-AMOUNT TO A-AMOUNT
           MOVE DSP-DEBIT-CREDIT TO A-DEBIT-CREDIT
           MOVE DSP-REASON-CODE TO A-REASON-CODE
           MOVE DSP-OPENED-DATE TO A-OPENED-DATE
           MOVE DSP-DUE-DATE TO A-DUE-DATE
           MOVE DAYS-OVERDUE TO A-DAYS-OVERDUE
           MOVE DSP-PROV-STATUS TO A-PROV-STATUS
           WRITE AGING-PRINT-LINE FROM AGING-DETAIL.

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
               MOVE 'DISP-AGING  ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
