               FILE STATUS IS HOLD-STATUS.
           SELECT INPUT-FILE ASSIGN TO 'INPUT.TXT'
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO 'HOLDREL.TXT'
               FILE STATUS IS HOLD-RELEASE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
       01  INPUT-RECORD.
           05  INPUT-DATA              PIC X(80).

       FD  HOLD-RELEASE-FILE.
       01  HOLD-RELEASE-RECORD.
           05  HRL-BUSINESS-DATE       PIC 9(08).
           05  HRL-SEQUENCE            PIC 9(07).
           05  HRL-DETAIL-DATA         PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  WAREHOUSE-EOF-FLAG          PIC X VALUE 'N'.
       01  HOLD-EOF-FLAG               PIC X VALUE 'N'.
       01  HOLD-RELEASE-STATUS         PIC X(02) VALUE '00'.
       01  HOLD-RELEASE-EOF-FLAG       PIC X VALUE 'N'.
       01  LIMIT-RELEASED-COUNT        PIC 9(07) VALUE 0.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  RELEASED-COUNT              PIC 9(07) VALUE 0.
                   VALUE ' STILL PENDING '.
           05  ORM-PENDING             PIC 9(07).
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  OPS-LIMIT-RELEASE-MESSAGE.
           05  FILLER                  PIC X(28)
                   VALUE 'LIMIT HOLDS RELEASED        '.
           05  OLM-RELEASED            PIC 9(07).
           05  FILLER                  PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-READ-BUSINESS-DATE
           DISPLAY 'FUTURE-RELEASE BUSINESS DATE ' BUSINESS-DATE

           PERFORM 400-RELEASE-LIMIT-HOLDS

           OPEN INPUT WAREHOUSE-FILE
           IF WAREHOUSE-STATUS = '35'
               DISPLAY 'FUTURE-RELEASE NO WAREHOUSE ON FILE - '
           CLOSE HOLD-FILE
           CLOSE WAREHOUSE-FILE.

       400-RELEASE-LIMIT-HOLDS.
           OPEN INPUT HOLD-RELEASE-FILE
           IF HOLD-RELEASE-STATUS = '00'
               OPEN EXTEND INPUT-FILE
               IF INPUT-FILE-STATUS = '35'
                   OPEN OUTPUT INPUT-FILE
               END-IF
               IF INPUT-FILE-STATUS NOT = '00'
                   DISPLAY 'FUTURE-RELEASE CANNOT OPEN INPUT.TXT, '
                       'STATUS ' INPUT-FILE-STATUS
                   CLOSE HOLD-RELEASE-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL HOLD-RELEASE-EOF-FLAG = 'Y'
                   READ HOLD-RELEASE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-RELEASE-EOF-FLAG
                       NOT AT END
                           PERFORM 410-RELEASE-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-RELEASE-FILE
               CLOSE INPUT-FILE
               OPEN OUTPUT HOLD-RELEASE-FILE
               CLOSE HOLD-RELEASE-FILE
               DISPLAY 'FUTURE-RELEASE LIMIT HOLDS   '
                   LIMIT-RELEASED-COUNT
               MOVE LIMIT-RELEASED-COUNT TO OLM-RELEASED
               MOVE 'I' TO OPS-SEVERITY
               MOVE 'HOLDREL ' TO OPS-EVENT-CODE
               MOVE OPS-LIMIT-RELEASE-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF.

       410-RELEASE-ONE-HOLD.
           MOVE HRL-DETAIL-DATA TO INPUT-DATA
           WRITE INPUT-RECORD
           IF INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FUTURE-RELEASE WRITE FAILED ON '
                   'INPUT.TXT, STATUS ' INPUT-FILE-STATUS
                   ' - HOLDREL.TXT LEFT UNTOUCHED'
               CLOSE HOLD-RELEASE-FILE
               CLOSE INPUT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO LIMIT-RELEASED-COUNT.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
