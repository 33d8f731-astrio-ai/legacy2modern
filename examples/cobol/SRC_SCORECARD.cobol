       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SRC-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-HISTORY-FILE ASSIGN TO 'SCOREHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS SCORE-HISTORY-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'SRCREG.TXT'
               FILE STATUS IS REGISTER-STATUS.
           SELECT SOURCE-REPORT-FILE ASSIGN TO 'SRCRPT.TXT'
               FILE STATUS IS SOURCE-REPORT-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECT.TXT'
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO 'SRCACK.TXT'
               FILE STATUS IS ACK-STATUS.
           SELECT SCORE-PARM-FILE ASSIGN TO 'SCOREPRM.TXT'
               FILE STATUS IS SCORE-PARM-STATUS.
           SELECT SCORE-PRINT-FILE ASSIGN TO 'SCORERPT.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-HISTORY-FILE.
           COPY SCOREREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-SOURCE-ID           PIC X(08).

       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-LINE.
           05  SRR-LABEL               PIC X(07).
           05  SRR-SOURCE-ID           PIC X(08).
           05  FILLER                  PIC X(09).
           05  SRR-BATCH-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(10).
           05  SRR-ACCEPTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(10).
           05  SRR-REJECTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(12).
           05  SRR-OOB-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(06).
           05  SRR-HELD                PIC ZZZZZZ9.
           05  FILLER                  PIC X(01).

       FD  REJECT-FILE.
           COPY REJECTREC.

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-SOURCE-ID           PIC X(08).
           05  ACK-BUSINESS-DATE       PIC 9(08).
           05  ACK-STATUS-CODE         PIC X(08).
           05  ACK-DETAIL-COUNT        PIC 9(07).
           05  ACK-REASON              PIC X(30).

       FD  SCORE-PARM-FILE.
       01  SCORE-PARM-RECORD.
           05  PRM-THRESHOLD-PCT       PIC 9(03)V9(02).
           05  PRM-MIN-VOLUME          PIC 9(07).
           05  PRM-WINDOW-DAYS         PIC 9(03).

       FD  SCORE-PRINT-FILE.
       01  SCORE-PRINT-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  SCORE-HISTORY-STATUS        PIC X(02) VALUE '00'.
       01  SUSPENSE-STATUS             PIC X(02) VALUE '00'.
       01  REGISTER-STATUS             PIC X(02) VALUE '00'.
       01  SOURCE-REPORT-STATUS        PIC X(02) VALUE '00'.
       01  REJECT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  ACK-STATUS                  PIC X(02) VALUE '00'.
       01  SCORE-PARM-STATUS           PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  INPUT-EOF-FLAG              PIC X VALUE 'N'.
       01  HISTORY-EOF-FLAG            PIC X VALUE 'N'.
       01  SOURCE-FOUND-SWITCH         PIC X VALUE 'N'.
           88  SOURCE-FOUND                VALUE 'Y'.
       01  REASON-FOUND-SWITCH         PIC X VALUE 'N'.
           88  REASON-FOUND                VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  THRESHOLD-PCT               PIC 9(03)V9(02) VALUE 5.00.
       01  MIN-MONTH-VOLUME            PIC 9(07) VALUE 100.
       01  WINDOW-DAYS                 PIC 9(03) VALUE 30.
       01  BACK-DAYS                   PIC 9(03) VALUE 0.
       01  WINDOW-START-DATE           PIC 9(08) VALUE 0.
       01  WINDOW-START-DETAIL REDEFINES WINDOW-START-DATE.
           05  WIN-YEAR                PIC 9(04).
           05  WIN-MONTH               PIC 9(02).
           05  WIN-DAY                 PIC 9(02).
       01  MONTH-DAY-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  LEAP-QUOTIENT               PIC 9(04) VALUE 0.
       01  LEAP-REMAINDER              PIC 9(04) VALUE 0.
       01  LEAP-YEAR-SWITCH            PIC X VALUE 'N'.
           88  LEAP-YEAR                   VALUE 'Y'.
       01  LOOKUP-SOURCE-ID            PIC X(08) VALUE SPACES.
       01  LOOKUP-REASON-CODE          PIC X(04) VALUE SPACES.
       01  LOOKUP-REASON-TEXT          PIC X(30) VALUE SPACES.
       01  SOURCE-COUNT                PIC 9(03) VALUE 0.
       01  SOURCE-INDEX                PIC 9(03) VALUE 0.
       01  FOUND-SOURCE-INDEX          PIC 9(03) VALUE 0.
       01  REASON-COUNT                PIC 9(03) VALUE 0.
       01  REASON-INDEX                PIC 9(03) VALUE 0.
       01  FOUND-REASON-INDEX          PIC 9(03) VALUE 0.
       01  RANK-COUNT                  PIC 9(03) VALUE 0.
       01  RANK-INDEX                  PIC 9(03) VALUE 0.
       01  WORST-INDEX                 PIC 9(03) VALUE 0.
       01  FLAGGED-COUNT               PIC 9(03) VALUE 0.
       01  SOURCE-OVERFLOW-COUNT       PIC 9(07) VALUE 0.
       01  REASON-OVERFLOW-COUNT       PIC 9(07) VALUE 0.
       01  HISTORY-PURGED-COUNT        PIC 9(07) VALUE 0.
       01  HISTORY-WRITTEN-COUNT       PIC 9(07) VALUE 0.
       01  HISTORY-WRITE-FAILED-COUNT  PIC 9(07) VALUE 0.
       01  ADD-COUNT                   PIC 9(07) VALUE 0.
       01  RATE-COUNT                  PIC 9(09) VALUE 0.
       01  RATE-BASE                   PIC 9(09) VALUE 0.
       01  RATE-RESULT                 PIC 9(03)V9(02) VALUE 0.
       01  TOTAL-DAY-RECEIVED          PIC 9(09) VALUE 0.
       01  TOTAL-DAY-ERRORS            PIC 9(09) VALUE 0.
       01  TOTAL-MONTH-RECEIVED        PIC 9(09) VALUE 0.
       01  TOTAL-MONTH-ERRORS          PIC 9(09) VALUE 0.

       01  RESERVED-REASON-LIST.
           05  FILLER                  PIC X(35)
                   VALUE 'RCVDITEMS RECEIVED                V'.
           05  FILLER                  PIC X(35)
                   VALUE 'BTCHBATCHES RECEIVED              V'.
           05  FILLER                  PIC X(35)
                   VALUE 'OOBBBATCHES OUT OF BALANCE        B'.
           05  FILLER                  PIC X(35)
                   VALUE 'RFSEENVELOPES REFUSED             V'.
           05  FILLER                  PIC X(35)
                   VALUE 'RFSIITEMS IN REFUSED ENVELOPES    I'.
           05  FILLER                  PIC X(35)
                   VALUE 'SUSPITEMS ROUTED TO SUSPENSE      I'.
       01  RESERVED-REASON-TABLE REDEFINES RESERVED-REASON-LIST.
           05  RESERVED-REASON-ENTRY OCCURS 6 TIMES.
               10  RES-CODE            PIC X(04).
               10  RES-TEXT            PIC X(30).
               10  RES-KIND            PIC X(01).
       01  RCVD-INDEX                  PIC 9(03) VALUE 1.
       01  BTCH-INDEX                  PIC 9(03) VALUE 2.
       01  OOBB-INDEX                  PIC 9(03) VALUE 3.
       01  RFSE-INDEX                  PIC 9(03) VALUE 4.
       01  RFSI-INDEX                  PIC 9(03) VALUE 5.
       01  SUSP-INDEX                  PIC 9(03) VALUE 6.

       01  REASON-TABLE.
           05  REASON-ENTRY OCCURS 40 TIMES.
               10  RSN-CODE            PIC X(04).
               10  RSN-TEXT            PIC X(30).
               10  RSN-KIND            PIC X(01).

       01  SOURCE-SCORE-TABLE.
           05  SOURCE-SCORE-ENTRY OCCURS 50 TIMES.
               10  SCS-SOURCE-ID       PIC X(08).
               10  SCS-DAY-RECEIVED    PIC 9(09).
               10  SCS-DAY-ERRORS      PIC 9(09).
               10  SCS-DAY-RATE        PIC 9(03)V9(02).
               10  SCS-MONTH-RECEIVED  PIC 9(09).
               10  SCS-MONTH-ERRORS    PIC 9(09).
               10  SCS-MONTH-RATE      PIC 9(03)V9(02).
               10  SCS-RANKED-FLAG     PIC X(01).
               10  SCS-ESCALATE-FLAG   PIC X(01).
               10  SCS-REASON-COUNTS OCCURS 40 TIMES.
                   15  SCS-DAY-COUNT   PIC 9(07).
                   15  SCS-MONTH-COUNT PIC 9(07).

       01  RANK-TABLE.
           05  RANK-SOURCE-INDEX       PIC 9(03) OCCURS 50 TIMES.

       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-SCORE-MESSAGE.
           05  OSQ-COUNT               PIC 9(03).
           05  FILLER                  PIC X(39)
                   VALUE ' SOURCES OVER QUALITY THRESHOLD, WORST '.
           05  OSQ-SOURCE              PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  SCORE-HEADING-1.
           05  FILLER                  PIC X(40)
                   VALUE 'SOURCE DATA-QUALITY SCORECARD - BUS DATE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  S-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(15)
                   VALUE '  MONTH FROM   '.
           05  S-H-WINDOW-START        PIC 9(08).
           05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
           05  S-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  SCORE-HEADING-2.
           05  FILLER                  PIC X(23)
                   VALUE 'RANK SOURCE   DAY RECVD'.
           05  FILLER                  PIC X(27)
                   VALUE '   DAY ERRS DAY PCT MTH REC'.
           05  FILLER                  PIC X(50)
                   VALUE 'VD   MTH ERRS  MTH PCT  FLAG'.

       01  SCORE-RANK-DETAIL.
           05  RD-RANK                 PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-SOURCE-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-DAY-RECEIVED         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-DAY-ERRORS           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-DAY-PCT              PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-MONTH-RECEIVED       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-MONTH-ERRORS         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-MONTH-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-FLAG                 PIC X(08).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  SCORE-TOTAL-LINE.
           05  FILLER                  PIC X(14)
                   VALUE 'ALL SOURCES   '.
           05  T-DAY-RECEIVED          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  T-DAY-ERRORS            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  T-DAY-PCT               PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  T-MONTH-RECEIVED        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  T-MONTH-ERRORS          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  T-MONTH-PCT             PIC ZZ9.99.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  SCORE-PARM-LINE.
           05  FILLER                  PIC X(18)
                   VALUE 'QUALITY THRESHOLD '.
           05  P-THRESHOLD-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(26)
                   VALUE ' PCT  MINIMUM MONTH ITEMS '.
           05  P-MIN-VOLUME            PIC ZZZZZZ9.
           05  FILLER                  PIC X(13)
                   VALUE '  WINDOW DAYS'.
           05  P-WINDOW-DAYS           PIC ZZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '  SOURCES FLAGGED'.
           05  P-FLAGGED-COUNT         PIC ZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  BREAKDOWN-HEADING-1.
           05  FILLER                  PIC X(31)
                   VALUE 'BREAKDOWN BY REASON FOR SOURCE '.
           05  B-H-SOURCE-ID           PIC X(08).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  BREAKDOWN-HEADING-2.
           05  FILLER                  PIC X(38)
                   VALUE '  CODE DESCRIPTION'.
           05  FILLER                  PIC X(38)
                   VALUE 'DAY COUNT DAY PCT MTH COUNT  MTH PCT'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  BREAKDOWN-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BD-CODE                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-TEXT                 PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-DAY-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BD-DAY-PCT              PIC ZZ9.99.
           05  BD-DAY-PCT-TEXT REDEFINES BD-DAY-PCT
                                       PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-MONTH-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-MONTH-PCT            PIC ZZ9.99.
           05  BD-MONTH-PCT-TEXT REDEFINES BD-MONTH-PCT
                                       PIC X(06).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  MESSAGE-LINE                PIC X(100).

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           PERFORM 160-READ-SCORE-PARMS
           PERFORM 800-COMPUTE-WINDOW-START
           PERFORM 170-LOAD-RESERVED-REASONS
           PERFORM 200-LOAD-REGISTER

           PERFORM 300-READ-SOURCE-REPORT
           PERFORM 320-READ-REJECTS
           PERFORM 340-READ-ACKNOWLEDGMENTS
           PERFORM 360-READ-SUSPENSE

           OPEN I-O SCORE-HISTORY-FILE
           IF SCORE-HISTORY-STATUS = '35'
               OPEN OUTPUT SCORE-HISTORY-FILE
               CLOSE SCORE-HISTORY-FILE
               OPEN I-O SCORE-HISTORY-FILE
           END-IF
           IF SCORE-HISTORY-STATUS NOT = '00'
               DISPLAY 'SRC-SCORECARD CANNOT OPEN SCOREHIST.DAT, '
                   'STATUS ' SCORE-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 400-PURGE-HISTORY
           PERFORM 500-WRITE-DAY-HISTORY
           PERFORM 600-ACCUMULATE-MONTH
           CLOSE SCORE-HISTORY-FILE

           PERFORM 700-SCORE-SOURCES
           PERFORM 720-RANK-SOURCES

           OPEN OUTPUT SCORE-PRINT-FILE
           PERFORM 750-WRITE-RANKING
           PERFORM 770-WRITE-BREAKDOWN
           CLOSE SCORE-PRINT-FILE

           DISPLAY 'SRC-SCORECARD BUSINESS DATE   ' BUSINESS-DATE
           DISPLAY 'SRC-SCORECARD MONTH FROM      ' WINDOW-START-DATE
           DISPLAY 'SRC-SCORECARD SOURCES SCORED  ' SOURCE-COUNT
           DISPLAY 'SRC-SCORECARD SOURCES FLAGGED ' FLAGGED-COUNT
           DISPLAY 'SRC-SCORECARD HISTORY WRITTEN '
               HISTORY-WRITTEN-COUNT
           DISPLAY 'SRC-SCORECARD HISTORY PURGED  ' HISTORY-PURGED-COUNT
           IF SOURCE-OVERFLOW-COUNT > 0
               DISPLAY 'SRC-SCORECARD SOURCE TABLE FULL - '
                   SOURCE-OVERFLOW-COUNT ' COUNTS NOT SCORED'
           END-IF
           IF REASON-OVERFLOW-COUNT > 0
               DISPLAY 'SRC-SCORECARD REASON TABLE FULL - '
                   REASON-OVERFLOW-COUNT ' COUNTS NOT SCORED'
           END-IF

           IF FLAGGED-COUNT > 0
               MOVE FLAGGED-COUNT TO OSQ-COUNT
               MOVE SCS-SOURCE-ID(RANK-SOURCE-INDEX(1)) TO OSQ-SOURCE
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'SCORECRD' TO OPS-EVENT-CODE
               MOVE OPS-SCORE-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           IF HISTORY-WRITE-FAILED-COUNT > 0
               DISPLAY 'SRC-SCORECARD HISTORY WRITES FAILED '
                   HISTORY-WRITE-FAILED-COUNT
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

       160-READ-SCORE-PARMS.
           OPEN INPUT SCORE-PARM-FILE
           IF SCORE-PARM-STATUS = '00'
               READ SCORE-PARM-FILE
                   NOT AT END
                       IF PRM-THRESHOLD-PCT IS NUMERIC
                               AND PRM-THRESHOLD-PCT > 0
                           MOVE PRM-THRESHOLD-PCT TO THRESHOLD-PCT
                       END-IF
                       IF PRM-MIN-VOLUME IS NUMERIC
                           MOVE PRM-MIN-VOLUME TO MIN-MONTH-VOLUME
                       END-IF
                       IF PRM-WINDOW-DAYS IS NUMERIC
                               AND PRM-WINDOW-DAYS > 0
                               AND PRM-WINDOW-DAYS < 367
                           MOVE PRM-WINDOW-DAYS TO WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE SCORE-PARM-FILE
           END-IF.

       170-LOAD-RESERVED-REASONS.
           MOVE 0 TO REASON-COUNT
           PERFORM VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX > 6
               ADD 1 TO REASON-COUNT
               MOVE RES-CODE(REASON-INDEX) TO RSN-CODE(REASON-COUNT)
               MOVE RES-TEXT(REASON-INDEX) TO RSN-TEXT(REASON-COUNT)
               MOVE RES-KIND(REASON-INDEX) TO RSN-KIND(REASON-COUNT)
           END-PERFORM.

       200-LOAD-REGISTER.
           MOVE 'N' TO INPUT-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS = '00'
               PERFORM UNTIL INPUT-EOF-FLAG = 'Y'
                   READ REGISTER-FILE
                       AT END
                           MOVE 'Y' TO INPUT-EOF-FLAG
                       NOT AT END
                           IF REG-SOURCE-ID NOT = SPACES
                               MOVE REG-SOURCE-ID TO LOOKUP-SOURCE-ID
                               PERFORM 900-FIND-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           ELSE
               DISPLAY 'SRC-SCORECARD SRCREG.TXT NOT ON FILE, '
                   'SCORING SOURCES AS FOUND'
           END-IF.

       300-READ-SOURCE-REPORT.
           MOVE 'N' TO INPUT-EOF-FLAG
           OPEN INPUT SOURCE-REPORT-FILE
           IF SOURCE-REPORT-STATUS = '00'
               PERFORM UNTIL INPUT-EOF-FLAG = 'Y'
                   READ SOURCE-REPORT-FILE
                       AT END
                           MOVE 'Y' TO INPUT-EOF-FLAG
                       NOT AT END
                           IF SRR-LABEL = 'SOURCE '
                               PERFORM 310-NOTE-SOURCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-REPORT-FILE
           ELSE
               DISPLAY 'SRC-SCORECARD SRCRPT.TXT NOT ON FILE, '
                   'STATUS ' SOURCE-REPORT-STATUS
           END-IF.

       310-NOTE-SOURCE-LINE.
           MOVE SRR-SOURCE-ID TO LOOKUP-SOURCE-ID
           PERFORM 900-FIND-SOURCE
           MOVE SRR-ACCEPTED TO ADD-COUNT
           MOVE RCVD-INDEX TO FOUND-REASON-INDEX
           PERFORM 920-ADD-DAY-COUNT
           MOVE SRR-REJECTED TO ADD-COUNT
           PERFORM 920-ADD-DAY-COUNT
           MOVE SRR-BATCH-COUNT TO ADD-COUNT
           MOVE BTCH-INDEX TO FOUND-REASON-INDEX
           PERFORM 920-ADD-DAY-COUNT
           MOVE SRR-OOB-COUNT TO ADD-COUNT
           MOVE OOBB-INDEX TO FOUND-REASON-INDEX
           PERFORM 920-ADD-DAY-COUNT.

       320-READ-REJECTS.
           MOVE 'N' TO INPUT-EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS = '00'
               PERFORM UNTIL INPUT-EOF-FLAG = 'Y'
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO INPUT-EOF-FLAG
                       NOT AT END
                           IF REJECT-SOURCE-ID NOT = 'MAINT   '
                               PERFORM 330-NOTE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           ELSE
               DISPLAY 'SRC-SCORECARD REJECT.TXT NOT ON FILE, '
                   'STATUS ' REJECT-FILE-STATUS
           END-IF.

       330-NOTE-REJECT.
           MOVE REJECT-SOURCE-ID TO LOOKUP-SOURCE-ID
           PERFORM 900-FIND-SOURCE
           MOVE REJECT-REASON-CODE TO LOOKUP-REASON-CODE
           MOVE REJECT-REASON-TEXT TO LOOKUP-REASON-TEXT
           PERFORM 910-FIND-REASON
           MOVE 1 TO ADD-COUNT
           PERFORM 920-ADD-DAY-COUNT.

       340-READ-ACKNOWLEDGMENTS.
           MOVE 'N' TO INPUT-EOF-FLAG
           OPEN INPUT ACK-FILE
           IF ACK-STATUS = '00'
               PERFORM UNTIL INPUT-EOF-FLAG = 'Y'
                   READ ACK-FILE
                       AT END
                           MOVE 'Y' TO INPUT-EOF-FLAG
                       NOT AT END
                           IF ACK-STATUS-CODE = 'REFUSED '
                                   AND ACK-BUSINESS-DATE
                                       = BUSINESS-DATE
                               PERFORM 350-NOTE-REFUSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           ELSE
               DISPLAY 'SRC-SCORECARD SRCACK.TXT NOT ON FILE, '
                   'STATUS ' ACK-STATUS
           END-IF.

       350-NOTE-REFUSAL.
           MOVE ACK-SOURCE-ID TO LOOKUP-SOURCE-ID
           PERFORM 900-FIND-SOURCE
           MOVE 1 TO ADD-COUNT
           MOVE RFSE-INDEX TO FOUND-REASON-INDEX
           PERFORM 920-ADD-DAY-COUNT
           MOVE ACK-DETAIL-COUNT TO ADD-COUNT
           MOVE RFSI-INDEX TO FOUND-REASON-INDEX
           PERFORM 920-ADD-DAY-COUNT.

       360-READ-SUSPENSE.
           MOVE 'N' TO INPUT-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS = '00'
               PERFORM UNTIL INPUT-EOF-FLAG = 'Y'
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO INPUT-EOF-FLAG
                       NOT AT END
                           IF SUS-SUSPENSE-DATE = BUSINESS-DATE
                               MOVE SUS-ID-SOURCE TO LOOKUP-SOURCE-ID
                               PERFORM 900-FIND-SOURCE
                               MOVE 1 TO ADD-COUNT
                               MOVE SUSP-INDEX TO FOUND-REASON-INDEX
                               PERFORM 920-ADD-DAY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY 'SRC-SCORECARD SUSPENSE.DAT NOT ON FILE, '
                   'STATUS ' SUSPENSE-STATUS
           END-IF.

       400-PURGE-HISTORY.
           MOVE 'N' TO HISTORY-EOF-FLAG
           MOVE 0 TO SCH-BUSINESS-DATE
           MOVE SPACES TO SCH-SOURCE-ID
           MOVE SPACES TO SCH-REASON-CODE
           START SCORE-HISTORY-FILE KEY NOT < SCH-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-FLAG
           END-START
           PERFORM UNTIL HISTORY-EOF-FLAG = 'Y'
               READ SCORE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF SCH-BUSINESS-DATE < WINDOW-START-DATE
                               OR SCH-BUSINESS-DATE = BUSINESS-DATE
                           DELETE SCORE-HISTORY-FILE
                           ADD 1 TO HISTORY-PURGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       500-WRITE-DAY-HISTORY.
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > SOURCE-COUNT
               PERFORM VARYING REASON-INDEX FROM 1 BY 1
                       UNTIL REASON-INDEX > REASON-COUNT
                   IF SCS-DAY-COUNT(SOURCE-INDEX, REASON-INDEX) > 0
                       PERFORM 510-WRITE-HISTORY-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM.

       510-WRITE-HISTORY-ENTRY.
           MOVE BUSINESS-DATE TO SCH-BUSINESS-DATE
           MOVE SCS-SOURCE-ID(SOURCE-INDEX) TO SCH-SOURCE-ID
           MOVE RSN-CODE(REASON-INDEX) TO SCH-REASON-CODE
           MOVE SCS-DAY-COUNT(SOURCE-INDEX, REASON-INDEX)
               TO SCH-ITEM-COUNT
           MOVE RSN-TEXT(REASON-INDEX) TO SCH-REASON-TEXT
           WRITE SCORE-HISTORY-RECORD
           IF SCORE-HISTORY-STATUS = '00'
               ADD 1 TO HISTORY-WRITTEN-COUNT
           ELSE
               DISPLAY 'SRC-SCORECARD WRITE FAILED ON SCOREHIST.DAT, '
                   'STATUS ' SCORE-HISTORY-STATUS ' KEY ' SCH-KEY
               ADD 1 TO HISTORY-WRITE-FAILED-COUNT
           END-IF.

       600-ACCUMULATE-MONTH.
           MOVE 'N' TO HISTORY-EOF-FLAG
           MOVE WINDOW-START-DATE TO SCH-BUSINESS-DATE
           MOVE SPACES TO SCH-SOURCE-ID
           MOVE SPACES TO SCH-REASON-CODE
           START SCORE-HISTORY-FILE KEY NOT < SCH-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-FLAG
           END-START
           PERFORM UNTIL HISTORY-EOF-FLAG = 'Y'
               READ SCORE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF SCH-BUSINESS-DATE > BUSINESS-DATE
                           MOVE 'Y' TO HISTORY-EOF-FLAG
                       ELSE
                           PERFORM 610-ADD-MONTH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       610-ADD-MONTH-ENTRY.
           MOVE SCH-SOURCE-ID TO LOOKUP-SOURCE-ID
           PERFORM 900-FIND-SOURCE
           MOVE SCH-REASON-CODE TO LOOKUP-REASON-CODE
           MOVE SCH-REASON-TEXT TO LOOKUP-REASON-TEXT
           PERFORM 910-FIND-REASON
           IF FOUND-SOURCE-INDEX > 0 AND FOUND-REASON-INDEX > 0
               ADD SCH-ITEM-COUNT TO
                   SCS-MONTH-COUNT(FOUND-SOURCE-INDEX,
                       FOUND-REASON-INDEX)
           ELSE
               PERFORM 925-NOTE-OVERFLOW
           END-IF.

       700-SCORE-SOURCES.
           MOVE 0 TO FLAGGED-COUNT
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > SOURCE-COUNT
               PERFORM 710-SCORE-ONE-SOURCE
           END-PERFORM.

       710-SCORE-ONE-SOURCE.
           COMPUTE SCS-DAY-RECEIVED(SOURCE-INDEX) =
               SCS-DAY-COUNT(SOURCE-INDEX, RCVD-INDEX)
               + SCS-DAY-COUNT(SOURCE-INDEX, RFSI-INDEX)
           COMPUTE SCS-MONTH-RECEIVED(SOURCE-INDEX) =
               SCS-MONTH-COUNT(SOURCE-INDEX, RCVD-INDEX)
               + SCS-MONTH-COUNT(SOURCE-INDEX, RFSI-INDEX)
           MOVE 0 TO SCS-DAY-ERRORS(SOURCE-INDEX)
           MOVE 0 TO SCS-MONTH-ERRORS(SOURCE-INDEX)
           PERFORM VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX > REASON-COUNT
               IF RSN-KIND(REASON-INDEX) = 'I'
                   ADD SCS-DAY-COUNT(SOURCE-INDEX, REASON-INDEX)
                       TO SCS-DAY-ERRORS(SOURCE-INDEX)
                   ADD SCS-MONTH-COUNT(SOURCE-INDEX, REASON-INDEX)
                       TO SCS-MONTH-ERRORS(SOURCE-INDEX)
               END-IF
           END-PERFORM
           MOVE SCS-DAY-ERRORS(SOURCE-INDEX) TO RATE-COUNT
           MOVE SCS-DAY-RECEIVED(SOURCE-INDEX) TO RATE-BASE
           PERFORM 930-COMPUTE-RATE
           MOVE RATE-RESULT TO SCS-DAY-RATE(SOURCE-INDEX)
           MOVE SCS-MONTH-ERRORS(SOURCE-INDEX) TO RATE-COUNT
           MOVE SCS-MONTH-RECEIVED(SOURCE-INDEX) TO RATE-BASE
           PERFORM 930-COMPUTE-RATE
           MOVE RATE-RESULT TO SCS-MONTH-RATE(SOURCE-INDEX)
           MOVE 'N' TO SCS-RANKED-FLAG(SOURCE-INDEX)
           MOVE 'N' TO SCS-ESCALATE-FLAG(SOURCE-INDEX)
           IF SCS-MONTH-RATE(SOURCE-INDEX) > THRESHOLD-PCT
                   AND SCS-MONTH-RECEIVED(SOURCE-INDEX)
                       NOT < MIN-MONTH-VOLUME
               MOVE 'Y' TO SCS-ESCALATE-FLAG(SOURCE-INDEX)
               ADD 1 TO FLAGGED-COUNT
           END-IF
           ADD SCS-DAY-RECEIVED(SOURCE-INDEX) TO TOTAL-DAY-RECEIVED
           ADD SCS-DAY-ERRORS(SOURCE-INDEX) TO TOTAL-DAY-ERRORS
           ADD SCS-MONTH-RECEIVED(SOURCE-INDEX)
               TO TOTAL-MONTH-RECEIVED
           ADD SCS-MONTH-ERRORS(SOURCE-INDEX) TO TOTAL-MONTH-ERRORS.

       720-RANK-SOURCES.
           MOVE 0 TO RANK-COUNT
           PERFORM VARYING RANK-INDEX FROM 1 BY 1
                   UNTIL RANK-INDEX > SOURCE-COUNT
               PERFORM 730-FIND-NEXT-WORST
               ADD 1 TO RANK-COUNT
               MOVE WORST-INDEX TO RANK-SOURCE-INDEX(RANK-COUNT)
               MOVE 'Y' TO SCS-RANKED-FLAG(WORST-INDEX)
           END-PERFORM.

       730-FIND-NEXT-WORST.
           MOVE 0 TO WORST-INDEX
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > SOURCE-COUNT
               IF SCS-RANKED-FLAG(SOURCE-INDEX) = 'N'
                   EVALUATE TRUE
                       WHEN WORST-INDEX = 0
                           MOVE SOURCE-INDEX TO WORST-INDEX
                       WHEN SCS-MONTH-RATE(SOURCE-INDEX)
                               > SCS-MONTH-RATE(WORST-INDEX)
                           MOVE SOURCE-INDEX TO WORST-INDEX
                       WHEN SCS-MONTH-RATE(SOURCE-INDEX)
                               = SCS-MONTH-RATE(WORST-INDEX)
                               AND SCS-MONTH-ERRORS(SOURCE-INDEX)
                                   > SCS-MONTH-ERRORS(WORST-INDEX)
                           MOVE SOURCE-INDEX TO WORST-INDEX
                   END-EVALUATE
               END-IF
           END-PERFORM.

       750-WRITE-RANKING.
           MOVE BUSINESS-DATE TO S-H-BUSINESS-DATE
           MOVE WINDOW-START-DATE TO S-H-WINDOW-START
           MOVE RUN-DATE TO S-H-RUN-DATE
           WRITE SCORE-PRINT-LINE FROM SCORE-HEADING-1
           WRITE SCORE-PRINT-LINE FROM SCORE-HEADING-2
           PERFORM VARYING RANK-INDEX FROM 1 BY 1
                   UNTIL RANK-INDEX > RANK-COUNT
               PERFORM 760-WRITE-RANK-LINE
           END-PERFORM
           MOVE TOTAL-DAY-RECEIVED TO T-DAY-RECEIVED
           MOVE TOTAL-DAY-ERRORS TO T-DAY-ERRORS
           MOVE TOTAL-DAY-ERRORS TO RATE-COUNT
           MOVE TOTAL-DAY-RECEIVED TO RATE-BASE
           PERFORM 930-COMPUTE-RATE
           MOVE RATE-RESULT TO T-DAY-PCT
           MOVE TOTAL-MONTH-RECEIVED TO T-MONTH-RECEIVED
           MOVE TOTAL-MONTH-ERRORS TO T-MONTH-ERRORS
           MOVE TOTAL-MONTH-ERRORS TO RATE-COUNT
           MOVE TOTAL-MONTH-RECEIVED TO RATE-BASE
           PERFORM 930-COMPUTE-RATE
           MOVE RATE-RESULT TO T-MONTH-PCT
           WRITE SCORE-PRINT-LINE FROM SCORE-TOTAL-LINE
           MOVE THRESHOLD-PCT TO P-THRESHOLD-PCT
           MOVE MIN-MONTH-VOLUME TO P-MIN-VOLUME
           MOVE WINDOW-DAYS TO P-WINDOW-DAYS
           MOVE FLAGGED-COUNT TO P-FLAGGED-COUNT
           WRITE SCORE-PRINT-LINE FROM SCORE-PARM-LINE
           IF SOURCE-COUNT = 0
               MOVE 'NO SOURCES TO SCORE' TO MESSAGE-LINE
               WRITE SCORE-PRINT-LINE FROM MESSAGE-LINE
           END-IF.

       760-WRITE-RANK-LINE.
           MOVE RANK-SOURCE-INDEX(RANK-INDEX) TO SOURCE-INDEX
           MOVE RANK-INDEX TO RD-RANK
           MOVE SCS-SOURCE-ID(SOURCE-INDEX) TO RD-SOURCE-ID
           MOVE SCS-DAY-RECEIVED(SOURCE-INDEX) TO RD-DAY-RECEIVED
           MOVE SCS-DAY-ERRORS(SOURCE-INDEX) TO RD-DAY-ERRORS
           MOVE SCS-DAY-RATE(SOURCE-INDEX) TO RD-DAY-PCT
           MOVE SCS-MONTH-RECEIVED(SOURCE-INDEX) TO RD-MONTH-RECEIVED
           MOVE SCS-MONTH-ERRORS(SOURCE-INDEX) TO RD-MONTH-ERRORS
           MOVE SCS-MONTH-RATE(SOURCE-INDEX) TO RD-MONTH-PCT
           IF SCS-ESCALATE-FLAG(SOURCE-INDEX) = 'Y'
               MOVE 'ESCALATE' TO RD-FLAG
           ELSE
               MOVE SPACES TO RD-FLAG
           END-IF
           WRITE SCORE-PRINT-LINE FROM SCORE-RANK-DETAIL.

       770-WRITE-BREAKDOWN.
           PERFORM VARYING RANK-INDEX FROM 1 BY 1
                   UNTIL RANK-INDEX > RANK-COUNT
               MOVE RANK-SOURCE-INDEX(RANK-INDEX) TO SOURCE-INDEX
               MOVE SPACES TO MESSAGE-LINE
               WRITE SCORE-PRINT-LINE FROM MESSAGE-LINE
               MOVE SCS-SOURCE-ID(SOURCE-INDEX) TO B-H-SOURCE-ID
               WRITE SCORE-PRINT-LINE FROM BREAKDOWN-HEADING-1
               WRITE SCORE-PRINT-LINE FROM BREAKDOWN-HEADING-2
               PERFORM VARYING REASON-INDEX FROM 1 BY 1
                       UNTIL REASON-INDEX > REASON-COUNT
                   IF SCS-DAY-COUNT(SOURCE-INDEX, REASON-INDEX) > 0
                           OR SCS-MONTH-COUNT(SOURCE-INDEX,
                               REASON-INDEX) > 0
                       PERFORM 780-WRITE-BREAKDOWN-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       780-WRITE-BREAKDOWN-LINE.
           MOVE RSN-CODE(REASON-INDEX) TO BD-CODE
           MOVE RSN-TEXT(REASON-INDEX) TO BD-TEXT
           MOVE SCS-DAY-COUNT(SOURCE-INDEX, REASON-INDEX)
               TO BD-DAY-COUNT
           MOVE SCS-MONTH-COUNT(SOURCE-INDEX, REASON-INDEX)
               TO BD-MONTH-COUNT
           EVALUATE RSN-KIND(REASON-INDEX)
               WHEN 'I'
                   MOVE SCS-DAY-COUNT(SOURCE-INDEX, REASON-INDEX)
                       TO RATE-COUNT
                   MOVE SCS-DAY-RECEIVED(SOURCE-INDEX) TO RATE-BASE
                   PERFORM 930-COMPUTE-RATE
                   MOVE RATE-RESULT TO BD-DAY-PCT
                   MOVE SCS-MONTH-COUNT(SOURCE-INDEX, REASON-INDEX)
                       TO RATE-COUNT
                   MOVE SCS-MONTH-RECEIVED(SOURCE-INDEX) TO RATE-BASE
                   PERFORM 930-COMPUTE-RATE
                   MOVE RATE-RESULT TO BD-MONTH-PCT
               WHEN 'B'
                   MOVE SCS-DAY-COUNT(SOURCE-INDEX, REASON-INDEX)
                       TO RATE-COUNT
                   MOVE SCS-DAY-COUNT(SOURCE-INDEX, BTCH-INDEX)
                       TO RATE-BASE
                   PERFORM 930-COMPUTE-RATE
                   MOVE RATE-RESULT TO BD-DAY-PCT
                   MOVE SCS-MONTH-COUNT(SOURCE-INDEX, REASON-INDEX)
                       TO RATE-COUNT
                   MOVE SCS-MONTH-COUNT(SOURCE-INDEX, BTCH-INDEX)
                       TO RATE-BASE
                   PERFORM 930-COMPUTE-RATE
                   MOVE RATE-RESULT TO BD-MONTH-PCT
               WHEN OTHER
                   MOVE SPACES TO BD-DAY-PCT-TEXT
                   MOVE SPACES TO BD-MONTH-PCT-TEXT
           END-EVALUATE
           WRITE SCORE-PRINT-LINE FROM BREAKDOWN-DETAIL.

       800-COMPUTE-WINDOW-START.
           MOVE BUSINESS-DATE TO WINDOW-START-DATE
           COMPUTE BACK-DAYS = WINDOW-DAYS - 1
           PERFORM 810-BACK-ONE-DAY BACK-DAYS TIMES.

       810-BACK-ONE-DAY.
           IF WIN-DAY > 1
               SUBTRACT 1 FROM WIN-DAY
           ELSE
               IF WIN-MONTH > 1
                   SUBTRACT 1 FROM WIN-MONTH
               ELSE
                   MOVE 12 TO WIN-MONTH
                   SUBTRACT 1 FROM WIN-YEAR
               END-IF
               MOVE MONTH-DAYS(WIN-MONTH) TO WIN-DAY
               IF WIN-MONTH = 2
                   PERFORM 820-CHECK-LEAP-YEAR
                   IF LEAP-YEAR
                       MOVE 29 TO WIN-DAY
                   END-IF
               END-IF
           END-IF.

       820-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-YEAR-SWITCH
           DIVIDE WIN-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO LEAP-YEAR-SWITCH
               DIVIDE WIN-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE WIN-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

       900-FIND-SOURCE.
           IF LOOKUP-SOURCE-ID = SPACES
               MOVE 'UNKNOWN ' TO LOOKUP-SOURCE-ID
           END-IF
           MOVE 'N' TO SOURCE-FOUND-SWITCH
           MOVE 0 TO FOUND-SOURCE-INDEX
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > SOURCE-COUNT
                       OR SOURCE-FOUND
               IF SCS-SOURCE-ID(SOURCE-INDEX) = LOOKUP-SOURCE-ID
                   MOVE 'Y' TO SOURCE-FOUND-SWITCH
                   MOVE SOURCE-INDEX TO FOUND-SOURCE-INDEX
               END-IF
           END-PERFORM
           IF NOT SOURCE-FOUND AND SOURCE-COUNT < 50
               ADD 1 TO SOURCE-COUNT
               MOVE SOURCE-COUNT TO FOUND-SOURCE-INDEX
               INITIALIZE SOURCE-SCORE-ENTRY(SOURCE-COUNT)
               MOVE LOOKUP-SOURCE-ID TO SCS-SOURCE-ID(SOURCE-COUNT)
           END-IF.

       910-FIND-REASON.
           IF LOOKUP-REASON-CODE = SPACES
               MOVE 'NONE' TO LOOKUP-REASON-CODE
           END-IF
           MOVE 'N' TO REASON-FOUND-SWITCH
           MOVE 0 TO FOUND-REASON-INDEX
           PERFORM VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX > REASON-COUNT
                       OR REASON-FOUND
               IF RSN-CODE(REASON-INDEX) = LOOKUP-REASON-CODE
                   MOVE 'Y' TO REASON-FOUND-SWITCH
                   MOVE REASON-INDEX TO FOUND-REASON-INDEX
               END-IF
           END-PERFORM
           IF NOT REASON-FOUND AND REASON-COUNT < 40
               ADD 1 TO REASON-COUNT
               MOVE REASON-COUNT TO FOUND-REASON-INDEX
               MOVE LOOKUP-REASON-CODE TO RSN-CODE(REASON-COUNT)
               MOVE LOOKUP-REASON-TEXT TO RSN-TEXT(REASON-COUNT)
               MOVE 'I' TO RSN-KIND(REASON-COUNT)
           END-IF.

       920-ADD-DAY-COUNT.
           IF FOUND-SOURCE-INDEX > 0 AND FOUND-REASON-INDEX > 0
               ADD ADD-COUNT TO
                   SCS-DAY-COUNT(FOUND-SOURCE-INDEX,
                       FOUND-REASON-INDEX)
           ELSE
               PERFORM 925-NOTE-OVERFLOW
           END-IF.

       925-NOTE-OVERFLOW.
           IF FOUND-SOURCE-INDEX = 0
               ADD 1 TO SOURCE-OVERFLOW-COUNT
           ELSE
               ADD 1 TO REASON-OVERFLOW-COUNT
           END-IF.

       930-COMPUTE-RATE.
           EVALUATE TRUE
               WHEN RATE-BASE = 0
                   MOVE 0 TO RATE-RESULT
               WHEN RATE-COUNT NOT < RATE-BASE
                   MOVE 100 TO RATE-RESULT
               WHEN OTHER
                   COMPUTE RATE-RESULT ROUNDED =
                       (RATE-COUNT * 100) / RATE-BASE
           END-EVALUATE.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'SRC-SCORECRD' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
