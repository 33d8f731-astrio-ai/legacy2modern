       01  RUN-CONTROL-EOF-FLAG        PIC X VALUE 'N'.
       01  CALENDAR-EOF-FLAG           PIC X VALUE 'N'.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  BUSINESS-DATE-DETAIL REDEFINES BUSINESS-DATE.
           05  BUS-YEAR                PIC 9(04).
           05  BUS-MONTH               PIC 9(02).
           05  BUS-DAY                 PIC 9(02).
       01  CHECK-DATE                  PIC 9(08) VALUE 0.
       01  CHECK-DATE-DETAIL REDEFINES CHECK-DATE.
           05  CHK-YEAR                PIC 9(04).
           05  CHK-MONTH               PIC 9(02).
           05  CHK-DAY                 PIC 9(02).
       01  CHECK-DAY                   PIC 9(02) VALUE 0.
       01  MONTH-LENGTH                PIC 9(02) VALUE 0.
       01  LEAP-REMAINDER              PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT               PIC 9(04) VALUE 0.
       01  MONTH-DAY-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  MONTH-CALENDAR-COUNT        PIC 9(02) VALUE 0.
       01  MONTH-CALENDAR-INDEX        PIC 9(02) VALUE 0.
       01  MONTH-CALENDAR-TABLE.
           05  MONTH-CALENDAR-DATE     PIC 9(08) OCCURS 31 TIMES.
       01  CALENDAR-FOUND-SWITCH       PIC X VALUE 'N'.
           88  CALENDAR-DATE-FOUND         VALUE 'Y'.
       01  MONTH-END-SWITCH            PIC X VALUE 'N'.
           88  MONTH-END-DATE              VALUE 'Y'.
       01  OVERRIDE-SWITCH             PIC X VALUE 'N'.
           88  OVERRIDE-SUPPLIED           VALUE 'Y'.
       01  LAST-RUN-STATUS             PIC X(08) VALUE SPACES.
           88  STEP-ALREADY-COMPLETED      VALUE 'Y'.
       01  STEP-LIST-OVERFLOW-SWITCH   PIC X VALUE 'N'.
           88  STEP-LIST-OVERFLOW          VALUE 'Y'.
       01  BACKUP-FAILED-SWITCH        PIC X VALUE 'N'.
           88  BACKUP-FAILED               VALUE 'Y'.
       01  STEP-NAME-TABLE.
           05  STEP-NAME               PIC X(16) OCCURS 30 TIMES.
       01  COMPLETED-NAME-TABLE.
           05  COMPLETED-NAME          PIC X(16) OCCURS 30 TIMES.

       PROCEDURE DIVISION.
       100-MAIN.
               END-IF
           END-IF

           IF LAST-RUN-STATUS = SPACES
               PERFORM 190-TAKE-BEFORE-IMAGE
               IF BACKUP-FAILED
                   DISPLAY 'BATCH-DRIVER REFUSED - BEFORE-IMAGE OF '
                       BUSINESS-DATE ' FAILED'
                   MOVE 'BATCH-DRIVER' TO OSM-STEP-NAME
                   MOVE 'REFUSED - BACKUP FAILED' TO OSM-TEXT
                   MOVE 'E' TO OPS-SEVERITY
                   MOVE 'BACKUP  ' TO OPS-EVENT-CODE
                   MOVE OPS-STEP-MESSAGE TO OPS-EVENT-TEXT
                   PERFORM 9000-WRITE-OPS-EVENT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE 'STARTED ' TO CONTROL-STATUS-VALUE
           PERFORM 180-WRITE-RUN-CONTROL

           PERFORM 200-LOAD-STEP-LIST
           IF STEP-LIST-OVERFLOW
               DISPLAY 'BATCH-DRIVER HALTED - STEPCTL.TXT NAMES '
                   'MORE THAN 30 STEPS'
               MOVE 'BATCH-DRIVER' TO OSM-STEP-NAME
               MOVE 'STEP LIST EXCEEDS 30 STEPS' TO OSM-TEXT
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'STEPLIST' TO OPS-EVENT-CODE
               MOVE OPS-STEP-MESSAGE TO OPS-EVENT-TEXT
                               MOVE CAL-DESCRIPTION
                                   TO HOLIDAY-DESCRIPTION
                           END-IF
                           MOVE CAL-DATE TO CHECK-DATE
                           IF CAL-DATE IS NUMERIC
                                   AND CHK-YEAR = BUS-YEAR
                                   AND CHK-MONTH = BUS-MONTH
                                   AND MONTH-CALENDAR-COUNT < 31
                               ADD 1 TO MONTH-CALENDAR-COUNT
                               MOVE CAL-DATE TO MONTH-CALENDAR-DATE
                                   (MONTH-CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           PERFORM 165-CHECK-MONTH-END.

       165-CHECK-MONTH-END.
           MOVE MONTH-DAYS(BUS-MONTH) TO MONTH-LENGTH
           IF BUS-MONTH = 2
               DIVIDE BUS-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO MONTH-LENGTH
                   DIVIDE BUS-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       DIVIDE BUS-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER NOT = 0
                           MOVE 28 TO MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE 'Y' TO MONTH-END-SWITCH
           MOVE BUSINESS-DATE TO CHECK-DATE
           PERFORM VARYING CHECK-DAY FROM BUS-DAY BY 1
                   UNTIL CHECK-DAY >= MONTH-LENGTH
               COMPUTE CHK-DAY = CHECK-DAY + 1
               MOVE 'N' TO CALENDAR-FOUND-SWITCH
               PERFORM VARYING MONTH-CALENDAR-INDEX FROM 1 BY 1
                       UNTIL MONTH-CALENDAR-INDEX > MONTH-CALENDAR-COUNT
                   IF MONTH-CALENDAR-DATE(MONTH-CALENDAR-INDEX)
                           = CHECK-DATE
                       MOVE 'Y' TO CALENDAR-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT CALENDAR-DATE-FOUND
                   MOVE 'N' TO MONTH-END-SWITCH
               END-IF
           END-PERFORM.

       170-CHECK-RUN-CONTROL.
           MOVE SPACES TO LAST-RUN-STATUS
                   'STATUS ' RUN-CONTROL-STATUS
           END-IF.

       190-TAKE-BEFORE-IMAGE.
           MOVE 'N' TO BACKUP-FAILED-SWITCH
           DISPLAY 'BATCH-DRIVER TAKING BEFORE-IMAGE FOR '
               BUSINESS-DATE
           MOVE 0 TO RETURN-CODE
           CALL 'STREAM-BACKUP'
               ON EXCEPTION
                   DISPLAY 'BATCH-DRIVER CANNOT CALL STREAM-BACKUP'
                   MOVE 16 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE > 0
               MOVE 'Y' TO BACKUP-FAILED-SWITCH
           END-IF.

       200-LOAD-STEP-LIST.
           MOVE 0 TO STEP-COUNT
           OPEN INPUT STEP-CONTROL-FILE
                           MOVE 'Y' TO STEP-CONTROL-EOF-FLAG
                       NOT AT END
                           IF CTL-STEP-NAME NOT = SPACES
                               IF STEP-COUNT < 30
                                   ADD 1 TO STEP-COUNT
                                   MOVE CTL-STEP-NAME
                                       TO STEP-NAME(STEP-COUNT)
               CLOSE STEP-CONTROL-FILE
           END-IF
           IF STEP-COUNT = 0
               MOVE 21 TO STEP-COUNT
               MOVE 'ACCT-ACCRUAL' TO STEP-NAME(1)
               MOVE 'STORD-GENERATE' TO STEP-NAME(2)
               MOVE 'DISP-GENERATE' TO STEP-NAME(3)
               MOVE 'SOURCE-INTAKE' TO STEP-NAME(4)
               MOVE 'FUTURE-RELEASE' TO STEP-NAME(5)
               MOVE 'FILE-IO-TEST' TO STEP-NAME(6)
               MOVE 'ACTV-SCREEN ' TO STEP-NAME(7)
               MOVE 'IF-TEST     ' TO STEP-NAME(8)
               MOVE 'PERFORM-TEST' TO STEP-NAME(9)
               MOVE 'STREAM-BALANCE' TO STEP-NAME(10)
               MOVE 'ACCT-POSITION' TO STEP-NAME(11)
               MOVE 'PERIOD-CLOSE' TO STEP-NAME(12)
               MOVE 'ACCT-DORMANT' TO STEP-NAME(13)
               MOVE 'GL-EXTRACT  ' TO STEP-NAME(14)
               MOVE 'SUSP-AGING  ' TO STEP-NAME(15)
               MOVE 'DISP-AGING  ' TO STEP-NAME(16)
               MOVE 'HOLD-LIST   ' TO STEP-NAME(17)
               MOVE 'SRC-SCORECARD' TO STEP-NAME(18)
               MOVE 'OPS-SUMMARY ' TO STEP-NAME(19)
               MOVE 'OPS-ESCALATE' TO STEP-NAME(20)
               MOVE 'RETENTION-MGR' TO STEP-NAME(21)
           END-IF.

       300-LOAD-COMPLETED-STEPS.
                           IF STAT-STEP-NAME NOT = SPACES
                                   AND STAT-BUSINESS-DATE
                                       = BUSINESS-DATE
                                   AND COMPLETED-COUNT < 30
                               ADD 1 TO COMPLETED-COUNT
                               MOVE STAT-STEP-NAME
                                   TO COMPLETED-NAME(COMPLETED-COUNT)
               MOVE 'STEPSKIP' TO OPS-EVENT-CODE
               MOVE OPS-STEP-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF
           IF NOT STEP-ALREADY-COMPLETED
                   AND CURRENT-STEP-NAME = 'PERIOD-CLOSE'
                   AND NOT MONTH-END-DATE
               DISPLAY 'BATCH-DRIVER SKIPPING ' CURRENT-STEP-NAME
                   ' - NOT LAST PROCESSING DAY OF MONTH'
               MOVE CURRENT-STEP-NAME TO OSM-STEP-NAME
               MOVE 'SKIPPED - NOT MONTH END' TO OSM-TEXT
               MOVE 'I' TO OPS-SEVERITY
               MOVE 'STEPSKIP' TO OPS-EVENT-CODE
               MOVE OPS-STEP-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 'Y' TO STEP-COMPLETED-SWITCH
           END-IF
           IF NOT STEP-ALREADY-COMPLETED
               ACCEPT STEP-START-TIME FROM TIME
               DISPLAY 'BATCH-DRIVER STARTING ' CURRENT-STEP-NAME
               MOVE 0 TO RETURN-CODE
