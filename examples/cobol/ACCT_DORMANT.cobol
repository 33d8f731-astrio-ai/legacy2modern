       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ACCT-DORMANT.

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
           SELECT TRANSACTION-FILE ASSIGN TO 'ACCTTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT MAINT-ENTRY-FILE ASSIGN TO 'MAINTENT.TXT'
               FILE STATUS IS MAINT-ENTRY-STATUS.
           SELECT MAINT-PENDING-FILE ASSIGN TO 'MAINTPND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPD-KEY
               FILE STATUS IS MAINT-PENDING-STATUS.
           SELECT DORMANCY-PARM-FILE ASSIGN TO 'DORMPARM.TXT'
               FILE STATUS IS DORMANCY-PARM-STATUS.
           SELECT DORMANCY-PRINT-FILE ASSIGN TO 'DORMRPT.TXT'.
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

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-ACCOUNT             PIC X(10).
           05  TRN-STATUS              PIC X(01).
           05  TRN-OPEN-DATE           PIC 9(08).
           05  TRN-CLOSE-DATE          PIC 9(08).
           05  TRN-SINGLE-LIMIT        PIC 9(09)V9(02).
           05  TRN-DAILY-LIMIT         PIC 9(11)V9(02).
           05  TRN-ACCT-TYPE           PIC X(02).
           05  TRN-MAKER-ID            PIC X(08).
           05  TRN-CHECKER-ID          PIC X(08).
           05  TRN-ENTRY-DATE          PIC 9(08).
           05  TRN-ENTRY-SEQUENCE      PIC 9(05).

       FD  MAINT-ENTRY-FILE.
           COPY MNTENTREC.

       FD  MAINT-PENDING-FILE.
           COPY MNTPNDREC.

       FD  DORMANCY-PARM-FILE.
       01  DORMANCY-PARM-RECORD.
           05  DPM-NOTICE-DAYS         PIC 9(05).
           05  DPM-FINAL-DAYS          PIC 9(05).

       FD  DORMANCY-PRINT-FILE.
       01  DORMANCY-PRINT-LINE         PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  POSITION-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  MAINT-ENTRY-STATUS          PIC X(02) VALUE '00'.
       01  MAINT-PENDING-STATUS        PIC X(02) VALUE '00'.
       01  DORMANCY-PARM-STATUS        PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  ACCOUNT-EOF-FLAG            PIC X VALUE 'N'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  ENTRY-EOF-FLAG              PIC X VALUE 'N'.
       01  PENDING-EOF-FLAG            PIC X VALUE 'N'.
       01  POSITION-MASTER-SWITCH      PIC X VALUE 'N'.
           88  POSITION-MASTER-OPEN        VALUE 'Y'.
       01  PENDING-FOUND-SWITCH        PIC X VALUE 'N'.
           88  FREEZE-PENDING              VALUE 'Y'.
       01  PENDING-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  PENDING-OVERFLOW            VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  NOTICE-DAYS                 PIC 9(05) VALUE 330.
       01  FINAL-DAYS                  PIC 9(05) VALUE 365.
       01  LAST-ACTIVITY-DATE          PIC 9(08) VALUE 0.
       01  DAYS-INACTIVE               PIC S9(07) VALUE 0.
       01  BUSINESS-DAY-NUMBER         PIC 9(07) VALUE 0.
       01  DORMANCY-STAGE              PIC X(10) VALUE SPACES.
       01  DORMANCY-ACTION             PIC X(30) VALUE SPACES.
       01  ACCOUNTS-REVIEWED-COUNT     PIC 9(07) VALUE 0.
       01  NOTICE-COUNT                PIC 9(07) VALUE 0.
       01  FINAL-COUNT                 PIC 9(07) VALUE 0.
       01  FREEZE-QUEUED-COUNT         PIC 9(07) VALUE 0.
       01  PENDING-COUNT               PIC 9(04) VALUE 0.
       01  PENDING-INDEX               PIC 9(04) VALUE 0.
       01  PENDING-FREEZE-TABLE.
           05  PENDING-ACCOUNT         PIC X(10) OCCURS 2000 TIMES.
       01  FREEZE-IMAGE.
           05  FRZ-ACTION              PIC X(01).
           05  FRZ-ACCOUNT             PIC X(10).
           05  FRZ-STATUS              PIC X(01).
           05  FRZ-OPEN-DATE           PIC 9(08).
           05  FRZ-CLOSE-DATE          PIC 9(08).
           05  FRZ-SINGLE-LIMIT        PIC 9(09)V9(02).
           05  FRZ-DAILY-LIMIT         PIC 9(11)V9(02).
           05  FRZ-ACCT-TYPE           PIC X(02).
           05  FILLER                  PIC X(06).
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
       01  OPS-DORMANCY-MESSAGE.
           05  ODM-NOTICE              PIC 9(07).
           05  FILLER                  PIC X(13)
                   VALUE ' PRE-NOTICE, '.
           05  ODM-FINAL               PIC 9(07).
           05  FILLER                  PIC X(09) VALUE ' FINAL, '.
           05  ODM-QUEUED              PIC 9(07).
           05  FILLER                  PIC X(15)
                   VALUE ' FREEZES QUEUED'.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  DORMANCY-HEADING-1.
           05  FILLER                  PIC X(43)
                   VALUE 'DORMANT ACCOUNT CANDIDATES - BUSINESS DATE '.
           05  D-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  NOTICE '.
           05  D-H-NOTICE-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE '  FINAL '.
           05  D-H-FINAL-DAYS          PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  DORMANCY-HEADING-2.
           05  FILLER                  PIC X(40)
                   VALUE 'ACCOUNT    TY LAST ACTV    DAYS STAGE   '.
           05  FILLER                  PIC X(60)
                   VALUE '   ACTION'.

       01  DORMANCY-DETAIL.
           05  D-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-TYPE                  PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-LAST-ACTIVITY         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-DAYS                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  D-STAGE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  D-ACTION                PIC X(30).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  DORMANCY-TOTAL-LINE.
           05  FILLER                  PIC X(18)
                   VALUE 'ACCOUNTS REVIEWED '.
           05  T-REVIEWED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  PRE-NOTICE '.
           05  T-NOTICE                PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE '  FINAL '.
           05  T-FINAL                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '  FREEZES QUEUED '.
           05  T-QUEUED                PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           PERFORM 160-READ-DORMANCY-PARMS
           DISPLAY 'ACCT-DORMANT BUSINESS DATE ' BUSINESS-DATE
               ' NOTICE ' NOTICE-DAYS ' FINAL ' FINAL-DAYS
           MOVE BUSINESS-DATE TO CONVERT-DATE-FIELD
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER TO BUSINESS-DAY-NUMBER

           PERFORM 170-LOAD-PENDING-FREEZES

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCT-DORMANT CANNOT OPEN ACCTMST.DAT, '
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
                   ' - OPEN DATES USED'
           END-IF

           OPEN EXTEND MAINT-ENTRY-FILE
           IF MAINT-ENTRY-STATUS = '35'
               OPEN OUTPUT MAINT-ENTRY-FILE
           END-IF
           IF MAINT-ENTRY-STATUS NOT = '00'
               DISPLAY 'ACCT-DORMANT CANNOT OPEN MAINTENT.TXT, '
                   'STATUS ' MAINT-ENTRY-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               IF POSITION-MASTER-OPEN
                   CLOSE POSITION-MASTER-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DORMANCY-PRINT-FILE
           MOVE BUSINESS-DATE TO D-H-BUSINESS-DATE
           MOVE NOTICE-DAYS TO D-H-NOTICE-DAYS
           MOVE FINAL-DAYS TO D-H-FINAL-DAYS
           WRITE DORMANCY-PRINT-LINE FROM DORMANCY-HEADING-1
           WRITE DORMANCY-PRINT-LINE FROM DORMANCY-HEADING-2

           PERFORM UNTIL ACCOUNT-EOF-FLAG = 'Y'
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ACCOUNT-EOF-FLAG
                   NOT AT END
                       IF ACCT-STATUS = 'O'
                           PERFORM 200-REVIEW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           MOVE ACCOUNTS-REVIEWED-COUNT TO T-REVIEWED
           MOVE NOTICE-COUNT TO T-NOTICE
           MOVE FINAL-COUNT TO T-FINAL
           MOVE FREEZE-QUEUED-COUNT TO T-QUEUED
           WRITE DORMANCY-PRINT-LINE FROM DORMANCY-TOTAL-LINE
           CLOSE DORMANCY-PRINT-FILE

           CLOSE MAINT-ENTRY-FILE
           CLOSE ACCOUNT-MASTER-FILE
           IF POSITION-MASTER-OPEN
               CLOSE POSITION-MASTER-FILE
           END-IF

           DISPLAY 'ACCT-DORMANT ACCOUNTS REVIEWED '
               ACCOUNTS-REVIEWED-COUNT
           DISPLAY 'ACCT-DORMANT PRE-NOTICE        ' NOTICE-COUNT
           DISPLAY 'ACCT-DORMANT FINAL STAGE       ' FINAL-COUNT
           DISPLAY 'ACCT-DORMANT FREEZES QUEUED    ' FREEZE-QUEUED-COUNT

           IF NOTICE-COUNT > 0 OR FINAL-COUNT > 0
               MOVE NOTICE-COUNT TO ODM-NOTICE
               MOVE FINAL-COUNT TO ODM-FINAL
               MOVE FREEZE-QUEUED-COUNT TO ODM-QUEUED
               MOVE 'I' TO OPS-SEVERITY
               MOVE 'DORMANT ' TO OPS-EVENT-CODE
               MOVE OPS-DORMANCY-MESSAGE TO OPS-EVENT-TEXT
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

       160-READ-DORMANCY-PARMS.
           OPEN INPUT DORMANCY-PARM-FILE
           IF DORMANCY-PARM-STATUS = '00'
               READ DORMANCY-PARM-FILE
                   NOT AT END
                       IF DPM-NOTICE-DAYS IS NUMERIC
                               AND DPM-NOTICE-DAYS > 0
                           MOVE DPM-NOTICE-DAYS TO NOTICE-DAYS
                       END-IF
                       IF DPM-FINAL-DAYS IS NUMERIC
                               AND DPM-FINAL-DAYS > 0
                           MOVE DPM-FINAL-DAYS TO FINAL-DAYS
                       END-IF
               END-READ
               CLOSE DORMANCY-PARM-FILE
           END-IF
           IF NOTICE-DAYS > FINAL-DAYS
               MOVE FINAL-DAYS TO NOTICE-DAYS
           END-IF.

       170-LOAD-PENDING-FREEZES.
           MOVE 0 TO PENDING-COUNT
           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS = '00'
               PERFORM UNTIL TRANSACTION-EOF-FLAG = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO TRANSACTION-EOF-FLAG
                       NOT AT END
                           IF TRN-ACTION = 'C' AND TRN-STATUS = 'F'
                               PERFORM 175-NOTE-PENDING-FREEZE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           OPEN INPUT MAINT-ENTRY-FILE
           IF MAINT-ENTRY-STATUS = '00'
               PERFORM UNTIL ENTRY-EOF-FLAG = 'Y'
                   READ MAINT-ENTRY-FILE
                       AT END
                           MOVE 'Y' TO ENTRY-EOF-FLAG
                       NOT AT END
                           IF MEN-TARGET = 'ACCT'
                               MOVE MEN-TRAN-IMAGE TO FREEZE-IMAGE
                               PERFORM 172-CHECK-FREEZE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-ENTRY-FILE
           END-IF
           OPEN INPUT MAINT-PENDING-FILE
           IF MAINT-PENDING-STATUS = '00'
               PERFORM UNTIL PENDING-EOF-FLAG = 'Y'
                   READ MAINT-PENDING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO PENDING-EOF-FLAG
                       NOT AT END
                           IF MPD-TARGET = 'ACCT' AND MPD-STATUS = 'P'
                               MOVE MPD-TRAN-IMAGE TO FREEZE-IMAGE
                               PERFORM 172-CHECK-FREEZE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-PENDING-FILE
           END-IF
           IF PENDING-OVERFLOW
               DISPLAY 'WARNING - MORE THAN 2000 FREEZES AWAIT '
                   'APPROVAL OR APPLY, LATER ONES MAY BE ENTERED TWICE'
           END-IF.

       172-CHECK-FREEZE-IMAGE.
           IF FRZ-ACTION = 'C' AND FRZ-STATUS = 'F'
               MOVE FRZ-ACCOUNT TO TRN-ACCOUNT
               PERFORM 175-NOTE-PENDING-FREEZE
           END-IF.

       175-NOTE-PENDING-FREEZE.
           IF PENDING-COUNT < 2000
               ADD 1 TO PENDING-COUNT
               MOVE TRN-ACCOUNT TO PENDING-ACCOUNT(PENDING-COUNT)
           ELSE
               MOVE 'Y' TO PENDING-OVERFLOW-SWITCH
           END-IF.

       200-REVIEW-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-REVIEWED-COUNT
           MOVE ACCT-OPEN-DATE TO LAST-ACTIVITY-DATE
           IF POSITION-MASTER-OPEN
               MOVE ACCT-NUMBER TO POS-ACCOUNT-NUMBER
               READ POSITION-MASTER-FILE
                   NOT INVALID KEY
                       IF POS-CUST-ACTIVITY-DATE IS NUMERIC
                           IF POS-CUST-ACTIVITY-DATE
                                   > LAST-ACTIVITY-DATE
                               MOVE POS-CUST-ACTIVITY-DATE
                                   TO LAST-ACTIVITY-DATE
                           END-IF
                       ELSE
                           IF POS-LAST-ACTIVITY-DATE IS NUMERIC
                                   AND POS-LAST-ACTIVITY-DATE
                                       > LAST-ACTIVITY-DATE
                               MOVE POS-LAST-ACTIVITY-DATE
                                   TO LAST-ACTIVITY-DATE
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF LAST-ACTIVITY-DATE IS NUMERIC
                   AND LAST-ACTIVITY-DATE > 0
               MOVE LAST-ACTIVITY-DATE TO CONVERT-DATE-FIELD
               PERFORM 800-DATE-TO-DAY-NUMBER
               COMPUTE DAYS-INACTIVE =
                   BUSINESS-DAY-NUMBER - CONVERT-DAY-NUMBER
               EVALUATE TRUE
                   WHEN DAYS-INACTIVE >= FINAL-DAYS
                       PERFORM 220-FINAL-STAGE
                   WHEN DAYS-INACTIVE >= NOTICE-DAYS
                       ADD 1 TO NOTICE-COUNT
                       MOVE 'PRE-NOTICE' TO DORMANCY-STAGE
                       MOVE 'CUSTOMER NOTICE DUE' TO DORMANCY-ACTION
                       PERFORM 290-LIST-CANDIDATE
               END-EVALUATE
           END-IF.

       220-FINAL-STAGE.
           ADD 1 TO FINAL-COUNT
           MOVE 'FINAL' TO DORMANCY-STAGE
           PERFORM 230-CHECK-PENDING-FREEZE
           IF FREEZE-PENDING
               MOVE 'FREEZE ALREADY QUEUED' TO DORMANCY-ACTION
           ELSE
               MOVE SPACES TO FREEZE-IMAGE
               MOVE 'C' TO FRZ-ACTION
               MOVE ACCT-NUMBER TO FRZ-ACCOUNT
               MOVE 'F' TO FRZ-STATUS
               MOVE ACCT-OPEN-DATE TO FRZ-OPEN-DATE
               MOVE BUSINESS-DATE TO FRZ-CLOSE-DATE
               MOVE ACCT-SINGLE-LIMIT TO FRZ-SINGLE-LIMIT
               MOVE ACCT-DAILY-LIMIT TO FRZ-DAILY-LIMIT
               MOVE ACCT-TYPE TO FRZ-ACCT-TYPE
               MOVE 'ACCT' TO MEN-TARGET
               MOVE 'ACCTDORM' TO MEN-MAKER-ID
               MOVE FREEZE-IMAGE TO MEN-TRAN-IMAGE
               WRITE MAINT-ENTRY-RECORD
               IF MAINT-ENTRY-STATUS = '00'
                   ADD 1 TO FREEZE-QUEUED-COUNT
                   MOVE 'FREEZE ENTERED FOR APPROVAL'
                       TO DORMANCY-ACTION
               ELSE
                   MOVE 'FREEZE WRITE FAILED'
                       TO DORMANCY-ACTION
               END-IF
           END-IF
           PERFORM 290-LIST-CANDIDATE.

       230-CHECK-PENDING-FREEZE.
           MOVE 'N' TO PENDING-FOUND-SWITCH
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
                   UNTIL PENDING-INDEX > PENDING-COUNT
               IF PENDING-ACCOUNT(PENDING-INDEX) = ACCT-NUMBER
                   MOVE 'Y' TO PENDING-FOUND-SWITCH
               END-IF
           END-PERFORM.

       290-LIST-CANDIDATE.
           MOVE ACCT-NUMBER TO D-ACCOUNT
           MOVE ACCT-TYPE TO D-TYPE
           MOVE LAST-ACTIVITY-DATE TO D-LAST-ACTIVITY
           MOVE DAYS-INACTIVE TO D-DAYS
           MOVE DORMANCY-STAGE TO D-STAGE
           MOVE DORMANCY-ACTION TO D-ACTION
           WRITE DORMANCY-PRINT-LINE FROM DORMANCY-DETAIL.

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
               MOVE 'ACCT-DORMANT' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
