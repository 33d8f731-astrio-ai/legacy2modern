               FILE STATUS IS CONTROL-TOTAL-STATUS.
           SELECT VALID-CODES-FILE ASSIGN TO 'VALIDCD.TXT'
               FILE STATUS IS VALID-CODES-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.TXT'
               FILE STATUS IS FX-RATE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OVERFLOW-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO 'ACCTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ACCOUNT-NUMBER
               FILE STATUS IS POSITION-MASTER-STATUS.
           SELECT LIMIT-HOLD-FILE ASSIGN TO 'LIMHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS LIMIT-HOLD-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERCTL.TXT'
               FILE STATUS IS PERIOD-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  INPUT-TRAN-AMOUNT       PIC X(11).
           05  INPUT-TRAN-DATE         PIC X(08).
           05  INPUT-DEBIT-CREDIT      PIC X(01).
           05  FILLER                  PIC X(02).
           05  INPUT-CURRENCY-CODE     PIC X(03).
           05  FILLER                  PIC X(41).
       01  INPUT-HEADER-FIELDS REDEFINES INPUT-RECORD.
           05  HDR-RECORD-TYPE         PIC X(03).
           05  HDR-SOURCE-ID           PIC X(08).
               10  MNT-TRAN-AMOUNT     PIC X(11).
               10  MNT-TRAN-DATE       PIC X(08).
               10  MNT-DEBIT-CREDIT    PIC X(01).
               10  FILLER              PIC X(02).
               10  MNT-CURRENCY-CODE   PIC X(03).
               10  FILLER              PIC X(33).
       01  INPUT-RELEASE-FIELDS REDEFINES INPUT-RECORD.
           05  FILLER                  PIC X(35).
           05  INPUT-RELEASE-FLAG      PIC X(01).
           05  FILLER                  PIC X(03).
           05  INPUT-HOLD-DATE         PIC 9(08).
           05  INPUT-HOLD-SEQUENCE     PIC 9(07).
           05  INPUT-HOLD-SOURCE-ID    PIC X(08).
           05  FILLER                  PIC X(18).

       FD  OUTPUT-FILE.
           COPY TRANXREC.
       FD  VALID-CODES-FILE.
           COPY VALIDCDREC.

       FD  FX-RATE-FILE.
           COPY FXRATEREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).

       FD  POSITION-MASTER-FILE.
           COPY ACCTPOSREC.

       FD  LIMIT-HOLD-FILE.
           COPY LIMHOLDREC.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PCL-LAST-CLOSED-PERIOD  PIC 9(06).
           05  PCL-CLOSE-DATE          PIC 9(08).

       WORKING-STORAGE SECTION.
       01  VALID-CODES-STATUS          PIC X(02) VALUE '00'.
       01  VALID-CODES-EOF-FLAG        PIC X VALUE 'N'.
       01  VALID-CODE-TABLE-INDEX      PIC 9(03) VALUE 0.
       01  CODE-FOUND-SWITCH           PIC X VALUE 'N'.
           88  CODE-FOUND                  VALUE 'Y'.
       01  FX-RATE-STATUS              PIC X(02) VALUE '00'.
       01  FX-RATE-EOF-FLAG            PIC X VALUE 'N'.
       01  FX-RATE-COUNT               PIC 9(03) VALUE 0.
       01  FX-RATE-INDEX               PIC 9(03) VALUE 0.
       01  FX-CURRENCY-FOUND-SWITCH    PIC X VALUE 'N'.
           88  FX-CURRENCY-FOUND           VALUE 'Y'.
       01  FX-RATE-FOUND-SWITCH        PIC X VALUE 'N'.
           88  FX-RATE-FOUND               VALUE 'Y'.
       01  FX-OVERFLOW-SWITCH          PIC X VALUE 'N'.
           88  FX-OVERFLOW                 VALUE 'Y'.
       01  FX-LOOKUP-CODE              PIC X(03) VALUE SPACES.
       01  FX-ORIG-AMOUNT              PIC 9(09)V9(02) VALUE 0.
       01  FX-BASE-AMOUNT              PIC 9(09)V9(02) VALUE 0.
       01  FX-RATE-TABLE.
           05  FX-RATE-ENTRY OCCURS 200 TIMES.
               10  FX-ENTRY-CODE       PIC X(03).
               10  FX-ENTRY-RATE       PIC 9(05)V9(06).
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  ACCOUNT-MASTER-OPEN-SWITCH  PIC X VALUE 'N'.
           88  ACCOUNT-MASTER-OPEN         VALUE 'Y'.
       01  EDIT-AMOUNT-NUM REDEFINES EDIT-AMOUNT-FIELD
                                       PIC 9(09)V9(02).
       01  EDIT-DEBIT-CREDIT           PIC X(01) VALUE SPACES.
       01  EDIT-CURRENCY-CODE          PIC X(03) VALUE SPACES.
       01  EDIT-DATE-FIELD             PIC X(08) VALUE SPACES.
       01  EDIT-DATE-DETAIL REDEFINES EDIT-DATE-FIELD.
           05  EDIT-YEAR               PIC 9(04).
       01  BF-REASON-TEXT              PIC X(30) VALUE SPACES.
       01  DATE-VALID-SWITCH           PIC X VALUE 'N'.
           88  DATE-VALID                  VALUE 'Y'.
       01  PERIOD-CONTROL-STATUS       PIC X(02) VALUE '00'.
       01  LAST-CLOSED-PERIOD          PIC 9(06) VALUE 0.
       01  EDIT-TRAN-PERIOD            PIC 9(06) VALUE 0.
       01  RUN-MODE-STATUS             PIC X(02) VALUE '00'.
       01  AUDIT-STATUS                PIC X(02) VALUE '00'.
       01  REJECT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  BATCH-OVERFLOW-COUNT        PIC 9(07) VALUE 0.
       01  WORK-DETAIL-DATA            PIC X(80) VALUE SPACES.
       01  WORK-DETAIL-FIELDS REDEFINES WORK-DETAIL-DATA.
           05  FILLER                  PIC X(04).
           05  WORK-ACCOUNT-NUMBER     PIC X(10).
           05  WORK-TRAN-AMOUNT        PIC 9(09)V9(02).
           05  WORK-TRAN-DATE          PIC 9(08).
           05  WORK-DEBIT-CREDIT       PIC X(01).
           05  FILLER                  PIC X(01).
           05  WORK-RELEASE-FLAG       PIC X(01).
           05  WORK-CURRENCY-CODE      PIC X(03).
           05  FILLER                  PIC X(11).
           05  WORK-TRAN-ID            PIC X(23).
           05  FILLER                  PIC X(07).
       01  WORK-CHOICE-CODE            PIC 9(01) VALUE 0.
       01  WORK-BASE-AMOUNT            PIC 9(09)V9(02) VALUE 0.
       01  WAREHOUSE-STATUS            PIC X(02) VALUE '00'.
       01  WAREHOUSE-OPEN-SWITCH       PIC X VALUE 'N'.
           88  WAREHOUSE-OPEN              VALUE 'Y'.
                   VALUE 'WAREHOUSED FUTURE DATED     '.
           05  OWM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  POSITION-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  POSITION-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88  POSITION-MASTER-OPEN        VALUE 'Y'.
       01  LIMIT-HOLD-STATUS           PIC X(02) VALUE '00'.
       01  LIMIT-HOLD-EOF-FLAG         PIC X VALUE 'N'.
       01  LIMIT-HOLD-OPEN-SWITCH      PIC X VALUE 'N'.
           88  LIMIT-HOLD-OPEN             VALUE 'Y'.
       01  HOLD-SEQUENCE               PIC 9(07) VALUE 0.
       01  HELD-COUNT                  PIC 9(07) VALUE 0.
       01  PURGED-HOLD-COUNT           PIC 9(07) VALUE 0.
       01  RESET-RELEASE-COUNT         PIC 9(07) VALUE 0.
       01  RELEASE-VERIFIED-SWITCH     PIC X VALUE 'N'.
           88  RELEASE-VERIFIED            VALUE 'Y'.
       01  RELEASE-HOLD-DATE           PIC 9(08) VALUE 0.
       01  RELEASE-HOLD-SEQUENCE       PIC 9(07) VALUE 0.
       01  LIMIT-BREACH-SWITCH         PIC X VALUE 'N'.
           88  LIMIT-BREACH                VALUE 'Y'.
       01  LIMIT-REASON-CODE           PIC X(04) VALUE SPACES.
       01  LIMIT-REASON-TEXT           PIC X(30) VALUE SPACES.
       01  LIMIT-BREACHED-AMOUNT       PIC 9(11)V9(02) VALUE 0.
       01  LIMIT-ITEM-AMOUNT           PIC S9(13)V9(02) VALUE 0.
       01  LIMIT-CURRENT-NET           PIC S9(13)V9(02) VALUE 0.
       01  LIMIT-PROJECTED-NET         PIC S9(13)V9(02) VALUE 0.
       01  LIMIT-CURRENT-ABS           PIC S9(13)V9(02) VALUE 0.
       01  LIMIT-PROJECTED-ABS         PIC S9(13)V9(02) VALUE 0.
       01  REBUILD-EOF-FLAG            PIC X VALUE 'N'.
       01  RUNNING-NET-ACCOUNT         PIC X(10) VALUE SPACES.
       01  RUNNING-NET-COUNT           PIC 9(04) VALUE 0.
       01  RUNNING-NET-INDEX           PIC 9(04) VALUE 0.
       01  RUNNING-NET-SEARCH          PIC 9(04) VALUE 0.
       01  RUNNING-NET-FOUND-SWITCH    PIC X VALUE 'N'.
           88  RUNNING-NET-FOUND           VALUE 'Y'.
       01  RUNNING-NET-FULL-SWITCH     PIC X VALUE 'N'.
           88  RUNNING-NET-FULL            VALUE 'Y'.
       01  RUNNING-NET-TABLE.
           05  RUNNING-NET-ENTRY OCCURS 3000 TIMES.
               10  RN-ACCOUNT          PIC X(10).
               10  RN-NET              PIC S9(13)V9(02).
       01  OPS-HOLD-MESSAGE.
           05  FILLER                  PIC X(28)
                   VALUE 'HELD OVER ACCOUNT LIMIT     '.
           05  OHM-COUNT               PIC 9(07).
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  CURRENT-SOURCE-INDEX        PIC 9(02) VALUE 0.
       01  SOURCE-COUNT                PIC 9(02) VALUE 0.
       01  SOURCE-INDEX                PIC 9(02) VALUE 0.
               10  SRC-REJECTED        PIC 9(07).
               10  SRC-BATCH-COUNT     PIC 9(03).
               10  SRC-OOB-COUNT       PIC 9(03).
               10  SRC-HELD            PIC 9(07).

       01  SOURCE-REPORT-HEADING.
           05  FILLER                  PIC X(36)
           05  SRC-D-REJECTED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE ' OUT-OF-BAL '.
           05  SRC-D-OOB-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE ' HELD '.
           05  SRC-D-HELD              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  EXPECTED-COUNT              PIC 9(07) VALUE 0.
       01  EXPECTED-AMOUNT             PIC S9(13)V9(02) VALUE 0.
       01  ACCEPTED-AMOUNT-TOTAL       PIC S9(13)V9(02) VALUE 0.
               PERFORM 050-CHECK-RESTART
           END-IF
           PERFORM 080-LOAD-VALID-CODES
           PERFORM 083-LOAD-EXCHANGE-RATES
           PERFORM 082-READ-CLOSED-PERIOD
           PERFORM 085-OPEN-ACCOUNT-MASTER

           OPEN INPUT INPUT-FILE
           IF LOAD-MODE
               PERFORM 090-OPEN-LOAD-HISTORY
               PERFORM 086-OPEN-WAREHOUSE
               PERFORM 087-OPEN-POSITION-MASTER
               PERFORM 088-OPEN-LIMIT-HOLD
               IF RESTART-COUNT > 0
                   PERFORM 096-REBUILD-RUNNING-NET
               END-IF
           END-IF

           PERFORM UNTIL EOF-FLAG = 'Y'
               IF WAREHOUSE-OPEN
                   CLOSE WAREHOUSE-FILE
               END-IF
               IF POSITION-MASTER-OPEN
                   CLOSE POSITION-MASTER-FILE
               END-IF
               IF LIMIT-HOLD-OPEN
                   CLOSE LIMIT-HOLD-FILE
               END-IF
               PERFORM 800-CLEAR-CHECKPOINT
               PERFORM 700-RECONCILE-CONTROL-TOTAL
           END-IF
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           IF HELD-COUNT > 0
               DISPLAY 'FILE-IO-TEST HELD OVER ACCOUNT LIMIT '
                   HELD-COUNT
               MOVE HELD-COUNT TO OHM-COUNT
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'LIMHOLD ' TO OPS-EVENT-CODE
               MOVE OPS-HOLD-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           IF MAINT-MODE
               DISPLAY 'FILE-IO-TEST ADDS APPLIED    '
                   ADD-APPLIED-COUNT
               CLOSE VALID-CODES-FILE
           END-IF.

       083-LOAD-EXCHANGE-RATES.
           MOVE 0 TO FX-RATE-COUNT
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-STATUS = '00'
               PERFORM UNTIL FX-RATE-EOF-FLAG = 'Y'
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO FX-RATE-EOF-FLAG
                       NOT AT END
                           IF FXR-CURRENCY-CODE NOT = SPACES
                               PERFORM 084-LOAD-ONE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           ELSE
               DISPLAY 'FXRATE.TXT NOT ON FILE, '
                   'FOREIGN CURRENCY DETAILS WILL BE REJECTED'
           END-IF.

       084-LOAD-ONE-RATE.
           MOVE FXR-CURRENCY-CODE TO FX-LOOKUP-CODE
           PERFORM 896-FIND-CURRENCY
           IF NOT FX-CURRENCY-FOUND AND FX-RATE-COUNT < 200
               ADD 1 TO FX-RATE-COUNT
               MOVE FX-RATE-COUNT TO FX-RATE-INDEX
               MOVE FXR-CURRENCY-CODE TO FX-ENTRY-CODE(FX-RATE-INDEX)
               MOVE 0 TO FX-ENTRY-RATE(FX-RATE-INDEX)
               MOVE 'Y' TO FX-CURRENCY-FOUND-SWITCH
           END-IF
           IF FX-CURRENCY-FOUND
                   AND FXR-RATE-DATE IS NUMERIC
                   AND FXR-RATE-DATE = BUSINESS-DATE
                   AND FXR-BASE-RATE IS NUMERIC
                   AND FXR-BASE-RATE > 0
               MOVE FXR-BASE-RATE TO FX-ENTRY-RATE(FX-RATE-INDEX)
           END-IF.

       082-READ-CLOSED-PERIOD.
           MOVE 0 TO LAST-CLOSED-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PERIOD-CONTROL-STATUS = '00'
               READ PERIOD-CONTROL-FILE
                   NOT AT END
                       IF PCL-LAST-CLOSED-PERIOD IS NUMERIC
                           MOVE PCL-LAST-CLOSED-PERIOD
                               TO LAST-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       085-OPEN-ACCOUNT-MASTER.
           MOVE 'N' TO ACCOUNT-MASTER-OPEN-SWITCH
           OPEN INPUT ACCOUNT-MASTER-FILE
               PERFORM 9900-ABEND-ROUTINE
           END-IF.

       087-OPEN-POSITION-MASTER.
           MOVE 'N' TO POSITION-MASTER-OPEN-SWITCH
           OPEN INPUT POSITION-MASTER-FILE
           IF POSITION-MASTER-STATUS = '00'
               MOVE 'Y' TO POSITION-MASTER-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - ACCTPOS.DAT NOT AVAILABLE, '
                   'STATUS ' POSITION-MASTER-STATUS
                   ' - NO POSITION BROUGHT FORWARD FOR LIMITS'
           END-IF.

       088-OPEN-LIMIT-HOLD.
           MOVE 'N' TO LIMIT-HOLD-OPEN-SWITCH
           OPEN I-O LIMIT-HOLD-FILE
           IF LIMIT-HOLD-STATUS = '35'
               OPEN OUTPUT LIMIT-HOLD-FILE
               CLOSE LIMIT-HOLD-FILE
               OPEN I-O LIMIT-HOLD-FILE
           END-IF
           IF LIMIT-HOLD-STATUS NOT = '00'
               MOVE LIMIT-HOLD-STATUS TO ABEND-FILE-STATUS
               MOVE 'LIMHOLD     ' TO ABEND-FILE-NAME
               PERFORM 9900-ABEND-ROUTINE
           END-IF
           MOVE 'Y' TO LIMIT-HOLD-OPEN-SWITCH
           IF RESTART-COUNT = 0
               PERFORM 092-RESET-TODAYS-RELEASES
           END-IF
           PERFORM 089-SET-HOLD-SEQUENCE.

       092-RESET-TODAYS-RELEASES.
           MOVE 0 TO RESET-RELEASE-COUNT
           MOVE 'N' TO LIMIT-HOLD-EOF-FLAG
           MOVE 0 TO HLD-BUSINESS-DATE
           MOVE 0 TO HLD-SEQUENCE
           START LIMIT-HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO LIMIT-HOLD-EOF-FLAG
           END-START
           PERFORM UNTIL LIMIT-HOLD-EOF-FLAG = 'Y'
               READ LIMIT-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LIMIT-HOLD-EOF-FLAG
                   NOT AT END
                       IF HLD-STATUS = 'P'
                               AND HLD-POSTED-DATE = BUSINESS-DATE
                           MOVE 'R' TO HLD-STATUS
                           MOVE 0 TO HLD-POSTED-DATE
                           MOVE 0 TO HLD-POSTED-SEQUENCE
                           REWRITE LIMIT-HOLD-RECORD
                           IF LIMIT-HOLD-STATUS NOT = '00'
                               MOVE LIMIT-HOLD-STATUS
                                   TO ABEND-FILE-STATUS
                               MOVE 'LIMHOLD     ' TO ABEND-FILE-NAME
                               PERFORM 9900-ABEND-ROUTINE
                           END-IF
                           ADD 1 TO RESET-RELEASE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF RESET-RELEASE-COUNT > 0
               DISPLAY 'RELOAD OF ' BUSINESS-DATE ' - RESET '
                   RESET-RELEASE-COUNT ' POSTED LIMIT RELEASES'
           END-IF.

       089-SET-HOLD-SEQUENCE.
           MOVE 0 TO HOLD-SEQUENCE
           MOVE 0 TO PURGED-HOLD-COUNT
           MOVE 'N' TO LIMIT-HOLD-EOF-FLAG
           MOVE BUSINESS-DATE TO HLD-BUSINESS-DATE
           MOVE 0 TO HLD-SEQUENCE
           START LIMIT-HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO LIMIT-HOLD-EOF-FLAG
           END-START
           PERFORM UNTIL LIMIT-HOLD-EOF-FLAG = 'Y'
               READ LIMIT-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LIMIT-HOLD-EOF-FLAG
                   NOT AT END
                       IF HLD-BUSINESS-DATE NOT = BUSINESS-DATE
                           MOVE 'Y' TO LIMIT-HOLD-EOF-FLAG
                       ELSE
                           IF RESTART-COUNT = 0 AND HLD-STATUS = 'H'
                               DELETE LIMIT-HOLD-FILE
                               ADD 1 TO PURGED-HOLD-COUNT
                           ELSE
                               MOVE HLD-SEQUENCE TO HOLD-SEQUENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PURGED-HOLD-COUNT > 0
               DISPLAY 'RELOAD OF ' BUSINESS-DATE ' - PURGED '
                   PURGED-HOLD-COUNT ' UNDECIDED LIMIT HOLDS'
           END-IF.

       096-REBUILD-RUNNING-NET.
           MOVE 'N' TO REBUILD-EOF-FLAG
           MOVE 0 TO OUTPUT-KEY
           START OUTPUT-FILE KEY NOT < OUTPUT-KEY
               INVALID KEY
                   MOVE 'Y' TO REBUILD-EOF-FLAG
           END-START
           PERFORM UNTIL REBUILD-EOF-FLAG = 'Y'
               READ OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO REBUILD-EOF-FLAG
                   NOT AT END
                       PERFORM 278-POST-TO-RUNNING-NET
               END-READ
           END-PERFORM.

       400-CHECKPOINT-IF-DUE.
           ADD 1 TO CHECKPOINT-TALLY
           IF CHECKPOINT-TALLY >= CHECKPOINT-INTERVAL
               MOVE 'E016' TO REJECT-REASON-CODE
               MOVE 'REVERSAL INSIDE BATCH' TO REJECT-REASON-TEXT
               MOVE RUN-DATE TO REJECT-DATE
               MOVE SOURCE-LOOKUP-ID TO REJECT-SOURCE-ID
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
               ADD 1 TO REVERSAL-REJECT-COUNT
                   MOVE 'E007' TO REJECT-REASON-CODE
                   MOVE 'KEY NOT ON FILE' TO REJECT-REASON-TEXT
                   MOVE RUN-DATE TO REJECT-DATE
                   MOVE SOURCE-LOOKUP-ID TO REJECT-SOURCE-ID
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECT-COUNT
                   ADD 1 TO REVERSAL-REJECT-COUNT
                       MOVE 'C' TO OUT-DEBIT-CREDIT
                   END-IF
                   MOVE 'R' TO OUT-REVERSAL-FLAG
                   PERFORM 234-ASSIGN-TRAN-ID
                   IF OUT-TRAN-AMOUNT IS NUMERIC
                       IF OUT-DEBIT-CREDIT = 'C'
                           SUBTRACT OUT-TRAN-AMOUNT
                       PERFORM 9900-ABEND-ROUTINE
                   END-IF
                   PERFORM 300-WRITE-AUDIT-RECORD
                   PERFORM 278-POST-TO-RUNNING-NET
                   ADD 1 TO REVERSAL-APPLIED-COUNT
                   IF CURRENT-SOURCE-INDEX > 0
                       ADD 1 TO SRC-ACCEPTED(CURRENT-SOURCE-INDEX)
               MOVE BATCH-REJECT-REASON-CODE TO REJECT-REASON-CODE
               MOVE BATCH-REJECT-REASON-TEXT TO REJECT-REASON-TEXT
               MOVE RUN-DATE TO REJECT-DATE
               MOVE BATCH-SOURCE-ID TO REJECT-SOURCE-ID
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
               IF CURRENT-SOURCE-INDEX > 0
                       MOVE BATCH-REJECT-REASON-TEXT
                           TO REJECT-REASON-TEXT
                       MOVE RUN-DATE TO REJECT-DATE
                       MOVE BATCH-SOURCE-ID TO REJECT-SOURCE-ID
                       WRITE REJECT-RECORD
                       ADD 1 TO REJECT-COUNT
                       IF CURRENT-SOURCE-INDEX > 0
           MOVE 0 TO BATCH-OVERFLOW-COUNT.

       230-EDIT-DETAIL.
           MOVE 'N' TO RELEASE-VERIFIED-SWITCH
           IF NOT IN-BATCH
               PERFORM 245-SET-UNBATCHED-SOURCE
               IF INPUT-RELEASE-FLAG = 'L'
                   PERFORM 231-VERIFY-RELEASED-HOLD
               END-IF
           ELSE
               ADD 1 TO BATCH-DETAIL-COUNT
               MOVE INPUT-TRAN-AMOUNT TO EDIT-AMOUNT-FIELD
               IF EDIT-AMOUNT-FIELD IS NUMERIC
                   MOVE INPUT-CURRENCY-CODE TO FX-LOOKUP-CODE
                   MOVE EDIT-AMOUNT-NUM TO FX-ORIG-AMOUNT
                   PERFORM 895-CONVERT-TO-BASE
                   ADD FX-BASE-AMOUNT TO BATCH-AMOUNT-TOTAL
               END-IF
           END-IF
           IF INPUT-DATA = SPACES
               MOVE 'E001' TO REJECT-REASON-CODE
               MOVE 'BLANK INPUT RECORD' TO REJECT-REASON-TEXT
               MOVE RUN-DATE TO REJECT-DATE
               MOVE SOURCE-LOOKUP-ID TO REJECT-SOURCE-ID
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
               IF CURRENT-SOURCE-INDEX > 0
                   MOVE 'E002' TO REJECT-REASON-CODE
                   MOVE 'INVALID REFERENCE CODE' TO REJECT-REASON-TEXT
                   MOVE RUN-DATE TO REJECT-DATE
                   MOVE SOURCE-LOOKUP-ID TO REJECT-SOURCE-ID
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECT-COUNT
                   IF CURRENT-SOURCE-INDEX > 0
                   MOVE INPUT-TRAN-AMOUNT TO EDIT-AMOUNT-FIELD
                   MOVE INPUT-TRAN-DATE TO EDIT-DATE-FIELD
                   MOVE INPUT-DEBIT-CREDIT TO EDIT-DEBIT-CREDIT
                   MOVE INPUT-CURRENCY-CODE TO EDIT-CURRENCY-CODE
                   PERFORM 255-EDIT-BUSINESS-FIELDS
                   IF NOT BUSINESS-FIELDS-OK
                       MOVE INPUT-DATA TO REJECT-DATA
                       MOVE BF-REASON-CODE TO REJECT-REASON-CODE
                       MOVE BF-REASON-TEXT TO REJECT-REASON-TEXT
                       MOVE RUN-DATE TO REJECT-DATE
                       MOVE SOURCE-LOOKUP-ID TO REJECT-SOURCE-ID
                       WRITE REJECT-RECORD
                       ADD 1 TO REJECT-COUNT
                       IF CURRENT-SOURCE-INDEX > 0
               END-IF
           END-IF.

       231-VERIFY-RELEASED-HOLD.
           IF LIMIT-HOLD-OPEN
                   AND INPUT-HOLD-DATE IS NUMERIC
                   AND INPUT-HOLD-SEQUENCE IS NUMERIC
               MOVE INPUT-HOLD-DATE TO HLD-BUSINESS-DATE
               MOVE INPUT-HOLD-SEQUENCE TO HLD-SEQUENCE
               READ LIMIT-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-DETAIL-DATA(1:35) = INPUT-DATA(1:35)
                               AND HLD-CURRENCY-CODE
                                   = INPUT-CURRENCY-CODE
                               AND HLD-SOURCE-ID = INPUT-HOLD-SOURCE-ID
                           IF HLD-STATUS = 'R'
                               MOVE 'Y' TO RELEASE-VERIFIED-SWITCH
                           END-IF
                           IF HLD-STATUS = 'P'
                                   AND RESTART-COUNT > 0
                                   AND HLD-POSTED-DATE = BUSINESS-DATE
                                   AND HLD-POSTED-SEQUENCE
                                       > RESTART-LINE-COUNT
                               MOVE 'Y' TO RELEASE-VERIFIED-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF RELEASE-VERIFIED
               MOVE INPUT-HOLD-DATE TO RELEASE-HOLD-DATE
               MOVE INPUT-HOLD-SEQUENCE TO RELEASE-HOLD-SEQUENCE
               MOVE HLD-SOURCE-ID TO SOURCE-LOOKUP-ID
               PERFORM 240-FIND-SOURCE
           ELSE
               DISPLAY 'WARNING - RELEASED ITEM FOR '
                   INPUT-ACCOUNT-NUMBER
                   ' NOT OPEN ON LIMHOLD.DAT - LIMITS APPLY'
           END-IF.

       255-EDIT-BUSINESS-FIELDS.
           MOVE 'Y' TO BUSINESS-FIELDS-OK-SWITCH
           MOVE SPACES TO BF-REASON-CODE
                   MOVE 'E009' TO BF-REASON-CODE
                   MOVE 'INVALID TRANSACTION DATE' TO BF-REASON-TEXT
               ELSE
                   IF NOT RELEASE-VERIFIED
                       PERFORM 855-CHECK-CLOSED-PERIOD
                   END-IF
                   IF BUSINESS-FIELDS-OK
                       PERFORM 870-EDIT-ACCOUNT
                   END-IF
                   IF BUSINESS-FIELDS-OK
                       PERFORM 880-EDIT-DEBIT-CREDIT
                   END-IF
                   IF BUSINESS-FIELDS-OK
                       PERFORM 890-EDIT-CURRENCY
                   END-IF
               END-IF
           END-IF.

               MOVE 'INVALID DEBIT CREDIT CODE' TO BF-REASON-TEXT
           END-IF.

       890-EDIT-CURRENCY.
           MOVE EDIT-CURRENCY-CODE TO FX-LOOKUP-CODE
           MOVE EDIT-AMOUNT-NUM TO FX-ORIG-AMOUNT
           PERFORM 895-CONVERT-TO-BASE
           EVALUATE TRUE
               WHEN NOT FX-CURRENCY-FOUND
                   MOVE 'N' TO BUSINESS-FIELDS-OK-SWITCH
                   MOVE 'E018' TO BF-REASON-CODE
                   MOVE 'UNKNOWN CURRENCY CODE' TO BF-REASON-TEXT
               WHEN NOT FX-RATE-FOUND
                   MOVE 'N' TO BUSINESS-FIELDS-OK-SWITCH
                   MOVE 'E019' TO BF-REASON-CODE
                   MOVE 'NO EXCHANGE RATE FOR DATE' TO BF-REASON-TEXT
               WHEN FX-OVERFLOW
                   MOVE 'N' TO BUSINESS-FIELDS-OK-SWITCH
                   MOVE 'E020' TO BF-REASON-CODE
                   MOVE 'BASE AMOUNT TOO LARGE' TO BF-REASON-TEXT
           END-EVALUATE.

       895-CONVERT-TO-BASE.
           MOVE 'N' TO FX-RATE-FOUND-SWITCH
           MOVE 'N' TO FX-OVERFLOW-SWITCH
           MOVE FX-ORIG-AMOUNT TO FX-BASE-AMOUNT
           IF FX-LOOKUP-CODE = SPACES
               MOVE 'Y' TO FX-CURRENCY-FOUND-SWITCH
               MOVE 'Y' TO FX-RATE-FOUND-SWITCH
           ELSE
               PERFORM 896-FIND-CURRENCY
               IF FX-CURRENCY-FOUND
                       AND FX-ENTRY-RATE(FX-RATE-INDEX) > 0
                   MOVE 'Y' TO FX-RATE-FOUND-SWITCH
                   COMPUTE FX-BASE-AMOUNT ROUNDED =
                       FX-ORIG-AMOUNT * FX-ENTRY-RATE(FX-RATE-INDEX)
                       ON SIZE ERROR
                           MOVE 'Y' TO FX-OVERFLOW-SWITCH
                           MOVE FX-ORIG-AMOUNT TO FX-BASE-AMOUNT
                   END-COMPUTE
               END-IF
           END-IF.

       896-FIND-CURRENCY.
           MOVE 'N' TO FX-CURRENCY-FOUND-SWITCH
           MOVE 0 TO FX-RATE-INDEX
           PERFORM VARYING FX-RATE-INDEX FROM 1 BY 1
                   UNTIL FX-RATE-INDEX > FX-RATE-COUNT
                       OR FX-CURRENCY-FOUND
               IF FX-ENTRY-CODE(FX-RATE-INDEX) = FX-LOOKUP-CODE
                   MOVE 'Y' TO FX-CURRENCY-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF FX-CURRENCY-FOUND
               SUBTRACT 1 FROM FX-RATE-INDEX
           END-IF.

       870-EDIT-ACCOUNT.
           IF ACCOUNT-MASTER-OPEN
               MOVE EDIT-ACCOUNT-FIELD TO ACCT-NUMBER
               END-IF
           END-IF.

       855-CHECK-CLOSED-PERIOD.
           COMPUTE EDIT-TRAN-PERIOD = EDIT-YEAR * 100 + EDIT-MONTH
           IF EDIT-TRAN-PERIOD <= LAST-CLOSED-PERIOD
               MOVE 'N' TO BUSINESS-FIELDS-OK-SWITCH
               MOVE 'E017' TO BF-REASON-CODE
               MOVE 'DATE IN CLOSED PERIOD' TO BF-REASON-TEXT
           END-IF.

       860-CHECK-LEAP-YEAR.
           DIVIDE EDIT-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           END-IF
           ADD 1 TO BATCH-OVERFLOW-COUNT.

       234-ASSIGN-TRAN-ID.
           MOVE BUSINESS-DATE TO OUT-ID-DATE
           MOVE SOURCE-LOOKUP-ID TO OUT-ID-SOURCE
           MOVE LINE-COUNT TO OUT-ID-SEQUENCE.

       235-WRITE-ACCEPTED-RECORD.
           PERFORM 260-CHECK-DUPLICATE
           IF DUP-FOUND
               MOVE 'E003' TO REJECT-REASON-CODE
               MOVE 'DUPLICATE OF PRIOR LOAD' TO REJECT-REASON-TEXT
               MOVE RUN-DATE TO REJECT-DATE
               MOVE SOURCE-LOOKUP-ID TO REJECT-SOURCE-ID
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
               ADD 1 TO DUPLICATE-COUNT
                       AND WORK-TRAN-DATE > BUSINESS-DATE
                   PERFORM 237-WAREHOUSE-FUTURE-DETAIL
               ELSE
                   PERFORM 275-CHECK-POSTING-LIMITS
                   IF LIMIT-BREACH
                       PERFORM 239-HOLD-OVER-LIMIT
                   ELSE
                       PERFORM 238-POST-ACCEPTED-RECORD
                       IF RELEASE-VERIFIED
                           PERFORM 274-MARK-HOLD-POSTED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       236-SET-BASE-AMOUNT.
           IF OUT-TRAN-AMOUNT IS NUMERIC
               MOVE OUT-TRAN-AMOUNT TO OUT-ORIG-AMOUNT
               MOVE OUT-CURRENCY-CODE TO FX-LOOKUP-CODE
               MOVE OUT-TRAN-AMOUNT TO FX-ORIG-AMOUNT
               PERFORM 895-CONVERT-TO-BASE
               MOVE FX-BASE-AMOUNT TO OUT-TRAN-AMOUNT
           END-IF.

       237-WAREHOUSE-FUTURE-DETAIL.
           MOVE BUSINESS-DATE TO FW-WAREHOUSE-DATE
           MOVE WORK-DETAIL-DATA TO FW-DETAIL-DATA
           ADD 1 TO LINE-COUNT
           MOVE LINE-COUNT TO OUTPUT-KEY
           MOVE WORK-DETAIL-DATA TO OUTPUT-DATA
           IF NOT RELEASE-VERIFIED
               MOVE SPACE TO OUT-RELEASE-FLAG
           END-IF
           MOVE WORK-CHOICE-CODE TO OUTPUT-CHOICE-CODE
           PERFORM 236-SET-BASE-AMOUNT
           PERFORM 234-ASSIGN-TRAN-ID
           IF OUT-TRAN-AMOUNT IS NUMERIC
               IF OUT-DEBIT-CREDIT = 'C'
                   SUBTRACT OUT-TRAN-AMOUNT
           END-IF
           PERFORM 300-WRITE-AUDIT-RECORD
           PERFORM 270-RECORD-LOAD-HISTORY
           PERFORM 278-POST-TO-RUNNING-NET
           IF CURRENT-SOURCE-INDEX > 0
               ADD 1 TO SRC-ACCEPTED(CURRENT-SOURCE-INDEX)
           END-IF.

       239-HOLD-OVER-LIMIT.
           ADD 1 TO HOLD-SEQUENCE
           MOVE BUSINESS-DATE TO HLD-BUSINESS-DATE
           MOVE HOLD-SEQUENCE TO HLD-SEQUENCE
           MOVE WORK-DETAIL-DATA TO HLD-DETAIL-DATA
           MOVE WORK-CHOICE-CODE TO HLD-CHOICE-CODE
           MOVE SOURCE-LOOKUP-ID TO HLD-SOURCE-ID
           MOVE LIMIT-REASON-CODE TO HLD-REASON-CODE
           MOVE LIMIT-REASON-TEXT TO HLD-REASON-TEXT
           MOVE LIMIT-BREACHED-AMOUNT TO HLD-LIMIT-AMOUNT
           MOVE 'H' TO HLD-STATUS
           MOVE 0 TO HLD-ACTION-DATE
           MOVE SPACES TO HLD-ACTION-BY
           MOVE 0 TO HLD-POSTED-DATE
           MOVE 0 TO HLD-POSTED-SEQUENCE
           WRITE LIMIT-HOLD-RECORD
           IF LIMIT-HOLD-STATUS NOT = '00'
               MOVE LIMIT-HOLD-STATUS TO ABEND-FILE-STATUS
               MOVE 'LIMHOLD     ' TO ABEND-FILE-NAME
               PERFORM 9900-ABEND-ROUTINE
           END-IF
           PERFORM 270-RECORD-LOAD-HISTORY
           ADD 1 TO HELD-COUNT
           IF CURRENT-SOURCE-INDEX > 0
               ADD 1 TO SRC-HELD(CURRENT-SOURCE-INDEX)
           END-IF.

       274-MARK-HOLD-POSTED.
           MOVE RELEASE-HOLD-DATE TO HLD-BUSINESS-DATE
           MOVE RELEASE-HOLD-SEQUENCE TO HLD-SEQUENCE
           READ LIMIT-HOLD-FILE
               INVALID KEY
                   MOVE LIMIT-HOLD-STATUS TO ABEND-FILE-STATUS
                   MOVE 'LIMHOLD     ' TO ABEND-FILE-NAME
                   PERFORM 9900-ABEND-ROUTINE
           END-READ
           MOVE 'P' TO HLD-STATUS
           MOVE BUSINESS-DATE TO HLD-POSTED-DATE
           MOVE LINE-COUNT TO HLD-POSTED-SEQUENCE
           REWRITE LIMIT-HOLD-RECORD
           IF LIMIT-HOLD-STATUS NOT = '00'
               MOVE LIMIT-HOLD-STATUS TO ABEND-FILE-STATUS
               MOVE 'LIMHOLD     ' TO ABEND-FILE-NAME
               PERFORM 9900-ABEND-ROUTINE
           END-IF.

       275-CHECK-POSTING-LIMITS.
           MOVE 'N' TO LIMIT-BREACH-SWITCH
           IF ACCOUNT-MASTER-OPEN AND LIMIT-HOLD-OPEN
               IF RELEASE-VERIFIED AND NOT IN-BATCH
                   CONTINUE
               ELSE
                   MOVE WORK-ACCOUNT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 276-TEST-ACCOUNT-LIMITS
                   END-READ
               END-IF
           END-IF.

       276-TEST-ACCOUNT-LIMITS.
           MOVE WORK-CURRENCY-CODE TO FX-LOOKUP-CODE
           MOVE WORK-TRAN-AMOUNT TO FX-ORIG-AMOUNT
           PERFORM 895-CONVERT-TO-BASE
           MOVE FX-BASE-AMOUNT TO WORK-BASE-AMOUNT
           MOVE WORK-BASE-AMOUNT TO LIMIT-ITEM-AMOUNT
           IF WORK-DEBIT-CREDIT = 'C'
               COMPUTE LIMIT-ITEM-AMOUNT = 0 - WORK-BASE-AMOUNT
           END-IF
           IF ACCT-SINGLE-LIMIT IS NUMERIC
                   AND ACCT-SINGLE-LIMIT > 0
                   AND WORK-BASE-AMOUNT > ACCT-SINGLE-LIMIT
               MOVE 'Y' TO LIMIT-BREACH-SWITCH
               MOVE 'L001' TO LIMIT-REASON-CODE
               MOVE 'SINGLE ITEM LIMIT EXCEEDED' TO LIMIT-REASON-TEXT
               MOVE ACCT-SINGLE-LIMIT TO LIMIT-BREACHED-AMOUNT
           ELSE
               IF ACCT-DAILY-LIMIT IS NUMERIC
                       AND ACCT-DAILY-LIMIT > 0
                   MOVE WORK-ACCOUNT-NUMBER TO RUNNING-NET-ACCOUNT
                   PERFORM 277-FIND-RUNNING-NET
                   COMPUTE LIMIT-PROJECTED-NET =
                       LIMIT-CURRENT-NET + LIMIT-ITEM-AMOUNT
                   MOVE LIMIT-CURRENT-NET TO LIMIT-CURRENT-ABS
                   IF LIMIT-CURRENT-NET < 0
                       COMPUTE LIMIT-CURRENT-ABS =
                           0 - LIMIT-CURRENT-NET
                   END-IF
                   MOVE LIMIT-PROJECTED-NET TO LIMIT-PROJECTED-ABS
                   IF LIMIT-PROJECTED-NET < 0
                       COMPUTE LIMIT-PROJECTED-ABS =
                           0 - LIMIT-PROJECTED-NET
                   END-IF
                   IF LIMIT-PROJECTED-ABS > ACCT-DAILY-LIMIT
                           AND LIMIT-PROJECTED-ABS > LIMIT-CURRENT-ABS
                       MOVE 'Y' TO LIMIT-BREACH-SWITCH
                       MOVE 'L002' TO LIMIT-REASON-CODE
                       MOVE 'DAILY LIMIT EXCEEDED'
                           TO LIMIT-REASON-TEXT
                       MOVE ACCT-DAILY-LIMIT TO LIMIT-BREACHED-AMOUNT
                   END-IF
               END-IF
           END-IF.

       277-FIND-RUNNING-NET.
           MOVE 'N' TO RUNNING-NET-FOUND-SWITCH
           MOVE 0 TO RUNNING-NET-INDEX
           PERFORM VARYING RUNNING-NET-SEARCH FROM 1 BY 1
                   UNTIL RUNNING-NET-SEARCH > RUNNING-NET-COUNT
                       OR RUNNING-NET-FOUND
               IF RN-ACCOUNT(RUNNING-NET-SEARCH) = RUNNING-NET-ACCOUNT
                   MOVE 'Y' TO RUNNING-NET-FOUND-SWITCH
                   MOVE RUNNING-NET-SEARCH TO RUNNING-NET-INDEX
               END-IF
           END-PERFORM
           IF RUNNING-NET-FOUND
               MOVE RN-NET(RUNNING-NET-INDEX) TO LIMIT-CURRENT-NET
           ELSE
               PERFORM 279-READ-POSITION-FORWARD
               IF RUNNING-NET-COUNT < 3000
                   ADD 1 TO RUNNING-NET-COUNT
                   MOVE RUNNING-NET-ACCOUNT
                       TO RN-ACCOUNT(RUNNING-NET-COUNT)
                   MOVE LIMIT-CURRENT-NET TO RN-NET(RUNNING-NET-COUNT)
                   MOVE RUNNING-NET-COUNT TO RUNNING-NET-INDEX
               ELSE
                   IF NOT RUNNING-NET-FULL
                       MOVE 'Y' TO RUNNING-NET-FULL-SWITCH
                       DISPLAY 'WARNING - RUNNING NET TABLE FULL, '
                           'DAILY LIMITS USE POSITION BROUGHT '
                           'FORWARD ONLY'
                   END-IF
               END-IF
           END-IF.

       278-POST-TO-RUNNING-NET.
           IF OUT-TRAN-AMOUNT IS NUMERIC
               MOVE OUT-ACCOUNT-NUMBER TO RUNNING-NET-ACCOUNT
               PERFORM 277-FIND-RUNNING-NET
               IF RUNNING-NET-INDEX > 0
                   IF OUT-DEBIT-CREDIT = 'C'
                       SUBTRACT OUT-TRAN-AMOUNT
                           FROM RN-NET(RUNNING-NET-INDEX)
                   ELSE
                       ADD OUT-TRAN-AMOUNT
                           TO RN-NET(RUNNING-NET-INDEX)
                   END-IF
               END-IF
           END-IF.

       279-READ-POSITION-FORWARD.
           MOVE 0 TO LIMIT-CURRENT-NET
           IF POSITION-MASTER-OPEN
               MOVE RUNNING-NET-ACCOUNT TO POS-ACCOUNT-NUMBER
               READ POSITION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POS-TOTAL-AMOUNT IS NUMERIC
                           MOVE POS-TOTAL-AMOUNT TO LIMIT-CURRENT-NET
                       END-IF
               END-READ
           END-IF.

       204-ASSIGN-MAINT-TRAN-ID.
           MOVE BUSINESS-DATE TO OUT-ID-DATE
           MOVE 'MAINT   ' TO OUT-ID-SOURCE
           MOVE MNT-KEY TO OUT-ID-SEQUENCE.

       205-APPLY-MAINTENANCE.
           EVALUATE TRUE
               WHEN MNT-ACTION-CODE NOT = 'A'
                   MOVE 'E005' TO REJECT-REASON-CODE
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON-TEXT
                   MOVE RUN-DATE TO REJECT-DATE
                   MOVE 'MAINT   ' TO REJECT-SOURCE-ID
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECT-COUNT
               WHEN MNT-KEY IS NOT NUMERIC
                   MOVE 'NON-NUMERIC MAINTENANCE KEY'
                       TO REJECT-REASON-TEXT
                   MOVE RUN-DATE TO REJECT-DATE
                   MOVE 'MAINT   ' TO REJECT-SOURCE-ID
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECT-COUNT
               WHEN MNT-ACTION-CODE = 'A'
               MOVE MNT-KEY TO OUTPUT-KEY
               MOVE MNT-DETAIL TO OUTPUT-DATA
               MOVE MNT-CHOICE-CODE TO OUTPUT-CHOICE-CODE
               PERFORM 236-SET-BASE-AMOUNT
               PERFORM 204-ASSIGN-MAINT-TRAN-ID
               WRITE OUTPUT-RECORD
                   INVALID KEY
                       MOVE INPUT-DATA TO REJECT-DATA
                       MOVE 'ADD KEY ALREADY ON FILE'
                           TO REJECT-REASON-TEXT
                       MOVE RUN-DATE TO REJECT-DATE
                       MOVE 'MAINT   ' TO REJECT-SOURCE-ID
                       WRITE REJECT-RECORD
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       MOVE 'E007' TO REJECT-REASON-CODE
                       MOVE 'KEY NOT ON FILE' TO REJECT-REASON-TEXT
                       MOVE RUN-DATE TO REJECT-DATE
                       MOVE 'MAINT   ' TO REJECT-SOURCE-ID
                       WRITE REJECT-RECORD
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       MOVE OUTPUT-DATA TO WORK-DETAIL-DATA
                       MOVE MNT-DETAIL TO OUTPUT-DATA
                       MOVE MNT-CHOICE-CODE TO OUTPUT-CHOICE-CODE
                       PERFORM 236-SET-BASE-AMOUNT
                       IF WORK-TRAN-ID = SPACES
                           PERFORM 204-ASSIGN-MAINT-TRAN-ID
                       ELSE
                           MOVE WORK-TRAN-ID TO OUT-TRAN-ID
                       END-IF
                       REWRITE OUTPUT-RECORD
                       ADD 1 TO CHANGE-APPLIED-COUNT
                       PERFORM 305-WRITE-MAINT-AUDIT
                   MOVE 'E007' TO REJECT-REASON-CODE
                   MOVE 'KEY NOT ON FILE' TO REJECT-REASON-TEXT
                   MOVE RUN-DATE TO REJECT-DATE
                   MOVE 'MAINT   ' TO REJECT-SOURCE-ID
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
               MOVE 'E001' TO REJECT-REASON-CODE
               MOVE 'BLANK INPUT RECORD' TO REJECT-REASON-TEXT
               MOVE RUN-DATE TO REJECT-DATE
               MOVE 'MAINT   ' TO REJECT-SOURCE-ID
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
           ELSE
                   MOVE 'E002' TO REJECT-REASON-CODE
                   MOVE 'INVALID REFERENCE CODE' TO REJECT-REASON-TEXT
                   MOVE RUN-DATE TO REJECT-DATE
                   MOVE 'MAINT   ' TO REJECT-SOURCE-ID
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECT-COUNT
               ELSE
                   MOVE MNT-TRAN-AMOUNT TO EDIT-AMOUNT-FIELD
                   MOVE MNT-TRAN-DATE TO EDIT-DATE-FIELD
                   MOVE MNT-DEBIT-CREDIT TO EDIT-DEBIT-CREDIT
                   MOVE MNT-CURRENCY-CODE TO EDIT-CURRENCY-CODE
                   PERFORM 255-EDIT-BUSINESS-FIELDS
                   IF NOT BUSINESS-FIELDS-OK
                       MOVE 'N' TO CODE-FOUND-SWITCH
                       MOVE BF-REASON-CODE TO REJECT-REASON-CODE
                       MOVE BF-REASON-TEXT TO REJECT-REASON-TEXT
                       MOVE RUN-DATE TO REJECT-DATE
                       MOVE 'MAINT   ' TO REJECT-SOURCE-ID
                       WRITE REJECT-RECORD
                       ADD 1 TO REJECT-COUNT
                   END-IF
           MOVE WORK-DETAIL-DATA(1:20) TO AUDIT-BEFORE-SNIPPET
           MOVE OUTPUT-DATA(1:20) TO AUDIT-AFTER-SNIPPET
           MOVE RUN-DATE TO AUDIT-DATE
           IF OUTPUT-DATA = SPACES
               MOVE WORK-TRAN-ID TO AUDIT-TRAN-ID
           ELSE
               MOVE OUT-TRAN-ID TO AUDIT-TRAN-ID
           END-IF
           WRITE AUDIT-RECORD.

       240-FIND-SOURCE.
                   MOVE 0 TO SRC-REJECTED(SOURCE-COUNT)
                   MOVE 0 TO SRC-BATCH-COUNT(SOURCE-COUNT)
                   MOVE 0 TO SRC-OOB-COUNT(SOURCE-COUNT)
                   MOVE 0 TO SRC-HELD(SOURCE-COUNT)
                   MOVE SOURCE-COUNT TO CURRENT-SOURCE-INDEX
               ELSE
                   DISPLAY 'WARNING - SOURCE TABLE FULL FOR '
               MOVE SRC-ACCEPTED(SOURCE-INDEX) TO SRC-D-ACCEPTED
               MOVE SRC-REJECTED(SOURCE-INDEX) TO SRC-D-REJECTED
               MOVE SRC-OOB-COUNT(SOURCE-INDEX) TO SRC-D-OOB-COUNT
               MOVE SRC-HELD(SOURCE-INDEX) TO SRC-D-HELD
               WRITE SOURCE-REPORT-LINE FROM SOURCE-REPORT-DETAIL
           END-PERFORM
           CLOSE SOURCE-REPORT-FILE.
           MOVE WORK-DETAIL-DATA(1:20) TO AUDIT-BEFORE-SNIPPET
           MOVE OUTPUT-DATA(1:20) TO AUDIT-AFTER-SNIPPET
           MOVE RUN-DATE TO AUDIT-DATE
           MOVE OUT-TRAN-ID TO AUDIT-TRAN-ID
           WRITE AUDIT-RECORD.

       800-CLEAR-CHECKPOINT.
           IF ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF POSITION-MASTER-OPEN
               CLOSE POSITION-MASTER-FILE
           END-IF
           IF LIMIT-HOLD-OPEN
               CLOSE LIMIT-HOLD-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.
