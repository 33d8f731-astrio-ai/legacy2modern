       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DISP-MAINT.

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
           SELECT OUTPUT-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-KEY
               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'OUTARCH.TXT'
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'DISPTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'DISPCHG.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  OUTPUT-FILE.
           COPY TRANXREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-ARCHIVE-DATE        PIC 9(08).
           05  ARC-OUTPUT-KEY          PIC 9(07).
           05  ARC-OUTPUT-DATA         PIC X(80).
           05  ARC-CHOICE-CODE         PIC 9(01).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-TRAN-ID.
               10  TRN-ID-DATE         PIC 9(08).
               10  TRN-ID-SOURCE       PIC X(08).
               10  TRN-ID-SEQUENCE     PIC 9(07).
           05  TRN-ACCOUNT             PIC X(10).
           05  TRN-REF-CODE            PIC X(03).
           05  TRN-TRAN-AMOUNT         PIC 9(09)V9(02).
           05  TRN-DEBIT-CREDIT        PIC X(01).
           05  TRN-TRAN-DATE           PIC 9(08).
           05  TRN-REASON-CODE         PIC X(04).
           05  TRN-REASON-TEXT         PIC X(30).
           05  TRN-DUE-DATE            PIC 9(08).
           05  TRN-DUE-DATE-TEXT REDEFINES TRN-DUE-DATE
                                       PIC X(08).
           05  TRN-PROV-AMOUNT         PIC 9(09)V9(02).
           05  TRN-PROV-AMOUNT-TEXT REDEFINES TRN-PROV-AMOUNT
                                       PIC X(11).
           05  TRN-RESOLUTION          PIC X(01).
           05  TRN-NOTE                PIC X(30).

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       WORKING-STORAGE SECTION.
       01  DISPUTE-CASE-STATUS         PIC X(02) VALUE '00'.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  OUTPUT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  ARCHIVE-STATUS              PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  CASE-SCAN-EOF-FLAG          PIC X VALUE 'N'.
       01  POSTING-SCAN-EOF-FLAG       PIC X VALUE 'N'.
       01  OUTPUT-OPEN-SWITCH          PIC X VALUE 'N'.
           88  OUTPUT-OPEN                 VALUE 'Y'.
       01  POSTING-FOUND-SWITCH        PIC X VALUE 'N'.
           88  POSTING-FOUND               VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  EDIT-ERROR-TEXT             PIC X(30) VALUE SPACES.
       01  TRANSACTION-COUNT           PIC 9(05) VALUE 0.
       01  APPLIED-COUNT               PIC 9(05) VALUE 0.
       01  REJECTED-COUNT              PIC 9(05) VALUE 0.
       01  UPDATE-FAILED-COUNT         PIC 9(05) VALUE 0.
       01  HIGH-CASE-SEQUENCE          PIC 9(02) VALUE 0.
       01  OPEN-CASE-SEQUENCE          PIC 9(02) VALUE 0.
       01  PROVISIONAL-AMOUNT          PIC 9(09)V9(02) VALUE 0.
       01  DEFAULT-DUE-DAYS            PIC 9(03) VALUE 45.
       01  CHECK-DATE                  PIC 9(08) VALUE 0.
       01  CHECK-DATE-DETAIL REDEFINES CHECK-DATE.
           05  CHK-YEAR                PIC 9(04).
           05  CHK-MONTH               PIC 9(02).
           05  CHK-DAY                 PIC 9(02).
       01  MONTH-LENGTH                PIC 9(02) VALUE 0.
       01  LEAP-CHECK-YEAR             PIC 9(04) VALUE 0.
       01  LEAP-REMAINDER              PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT               PIC 9(04) VALUE 0.
       01  LEAP-YEAR-SWITCH            PIC X VALUE 'N'.
           88  LEAP-YEAR                   VALUE 'Y'.
       01  MONTH-DAY-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.

       01  CHANGE-LIST-HEADING-1.
           05  FILLER                  PIC X(40)
                   VALUE 'DISPUTE CASE MAINTENANCE - BUSINESS DATE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  CHANGE-LIST-HEADING-2.
           05  FILLER                  PIC X(38)
                   VALUE 'A TRANSACTION ID          SQ BEFORE   '.
           05  FILLER                  PIC X(62)
                   VALUE '        AFTER            STATUS'.

       01  CHANGE-LIST-DETAIL.
           05  C-ACTION                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-TRAN-ID               PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-CASE-SEQUENCE         PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-BEFORE-IMAGE          PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-AFTER-IMAGE           PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS-TEXT           PIC X(28).

       01  CASE-IMAGE.
           05  P-STATUS                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  P-DUE-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  P-PROV-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  P-REVERSAL-STATUS       PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  CHANGE-LIST-TERMS-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
           05  T-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' REF '.
           05  T-REF-CODE              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  T-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  T-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(12) VALUE '  TRAN DATE '.
           05  T-TRAN-DATE             PIC 9(08).
           05  FILLER                  PIC X(10) VALUE '  REASON '.
           05  T-REASON-CODE           PIC X(04).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  CHANGE-LIST-DATES-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'OPENED '.
           05  T-OPENED-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE '  DUE '.
           05  T-DUE-DATE              PIC 9(08).
           05  FILLER                  PIC X(14)
                   VALUE '  PROVISIONAL '.
           05  T-PROV-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE '  NOTE '.
           05  T-NOTE                  PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  CHANGE-LIST-TOTAL.
           05  FILLER                  PIC X(13) VALUE 'TRANSACTIONS '.
           05  T-TRANSACTION-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  APPLIED '.
           05  T-APPLIED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED '.
           05  T-REJECTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-READ-BUSINESS-DATE

           OPEN I-O DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS = '35'
               OPEN OUTPUT DISPUTE-CASE-FILE
               CLOSE DISPUTE-CASE-FILE
               OPEN I-O DISPUTE-CASE-FILE
           END-IF
           IF DISPUTE-CASE-STATUS NOT = '00'
               DISPLAY 'DISP-MAINT CANNOT OPEN DISPCASE.DAT, STATUS '
                   DISPUTE-CASE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'DISP-MAINT CANNOT OPEN ACCTMST.DAT, STATUS '
                   ACCOUNT-MASTER-STATUS
               CLOSE DISPUTE-CASE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OUTPUT-FILE
           IF OUTPUT-FILE-STATUS = '00'
               MOVE 'Y' TO OUTPUT-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - OUTPUT.DAT NOT AVAILABLE, STATUS '
                   OUTPUT-FILE-STATUS ' - ARCHIVE ONLY'
           END-IF

           OPEN OUTPUT CHANGE-LIST-FILE
           MOVE BUSINESS-DATE TO C-H-BUSINESS-DATE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-1
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-2

           PERFORM 300-APPLY-TRANSACTIONS

           MOVE TRANSACTION-COUNT TO T-TRANSACTION-COUNT
           MOVE APPLIED-COUNT TO T-APPLIED-COUNT
           MOVE REJECTED-COUNT TO T-REJECTED-COUNT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TOTAL
           CLOSE CHANGE-LIST-FILE

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE DISPUTE-CASE-FILE
           IF OUTPUT-OPEN
               CLOSE OUTPUT-FILE
           END-IF

           DISPLAY 'DISP-MAINT TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'DISP-MAINT APPLIED      ' APPLIED-COUNT
           DISPLAY 'DISP-MAINT REJECTED     ' REJECTED-COUNT

           EVALUATE TRUE
               WHEN UPDATE-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

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

       300-APPLY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS = '00'
               PERFORM UNTIL TRANSACTION-EOF-FLAG = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO TRANSACTION-EOF-FLAG
                       NOT AT END
                           ADD 1 TO TRANSACTION-COUNT
                           PERFORM 310-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY 'WARNING - DISPTRN.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS
           END-IF.

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           MOVE 0 TO OPEN-CASE-SEQUENCE
           PERFORM 330-EDIT-TRANSACTION
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 320-FIND-CASES
               EVALUATE TRN-ACTION
                   WHEN 'O'
                       PERFORM 340-APPLY-OPEN
                   WHEN 'U'
                       PERFORM 350-APPLY-UPDATE
                   WHEN 'C'
                       PERFORM 360-APPLY-CLOSE
               END-EVALUATE
           ELSE
               PERFORM 380-LIST-REJECTED
           END-IF.

       320-FIND-CASES.
           MOVE 0 TO HIGH-CASE-SEQUENCE
           MOVE 0 TO OPEN-CASE-SEQUENCE
           MOVE 'N' TO CASE-SCAN-EOF-FLAG
           MOVE TRN-TRAN-ID TO DSP-TRAN-ID
           MOVE 0 TO DSP-CASE-SEQUENCE
           START DISPUTE-CASE-FILE KEY NOT < DSP-KEY
               INVALID KEY
                   MOVE 'Y' TO CASE-SCAN-EOF-FLAG
           END-START
           PERFORM UNTIL CASE-SCAN-EOF-FLAG = 'Y'
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO CASE-SCAN-EOF-FLAG
                   NOT AT END
                       IF DSP-TRAN-ID NOT = TRN-TRAN-ID
                           MOVE 'Y' TO CASE-SCAN-EOF-FLAG
                       ELSE
                           MOVE DSP-CASE-SEQUENCE TO HIGH-CASE-SEQUENCE
                           IF DSP-STATUS = 'O'
                               MOVE DSP-CASE-SEQUENCE
                                   TO OPEN-CASE-SEQUENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       330-EDIT-TRANSACTION.
           MOVE 0 TO CHECK-DATE
           IF TRN-DUE-DATE IS NUMERIC
               MOVE TRN-DUE-DATE TO CHECK-DATE
           END-IF
           MOVE 0 TO PROVISIONAL-AMOUNT
           IF TRN-PROV-AMOUNT IS NUMERIC
               MOVE TRN-PROV-AMOUNT TO PROVISIONAL-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = 'O' AND TRN-ACTION NOT = 'U'
                       AND TRN-ACTION NOT = 'C'
                   MOVE 'INVALID ACTION CODE'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-ID-DATE NOT NUMERIC OR TRN-ID-DATE = 0
                       OR TRN-ID-SOURCE = SPACES
                       OR TRN-ID-SEQUENCE NOT NUMERIC
                   MOVE 'INVALID TRANSACTION ID' TO EDIT-ERROR-TEXT
               WHEN TRN-DUE-DATE-TEXT NOT = SPACES
                       AND TRN-DUE-DATE NOT NUMERIC
                   MOVE 'INVALID DUE DATE' TO EDIT-ERROR-TEXT
               WHEN CHECK-DATE > 0
                       AND (CHK-MONTH < 1 OR CHK-MONTH > 12
                       OR CHK-DAY < 1 OR CHK-DAY > 31)
                   MOVE 'INVALID DUE DATE' TO EDIT-ERROR-TEXT
               WHEN CHECK-DATE > 0 AND CHECK-DATE < BUSINESS-DATE
                   MOVE 'DUE DATE IN THE PAST' TO EDIT-ERROR-TEXT
               WHEN TRN-PROV-AMOUNT-TEXT NOT = SPACES
                       AND TRN-PROV-AMOUNT NOT NUMERIC
                   MOVE 'INVALID PROVISIONAL AMOUNT'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-ACTION = 'O'
                   PERFORM 335-EDIT-OPEN-FIELDS
               WHEN TRN-ACTION = 'U'
                   PERFORM 336-EDIT-UPDATE-FIELDS
               WHEN TRN-ACTION = 'C'
                   PERFORM 338-EDIT-CLOSE-FIELDS
           END-EVALUATE.

       331-FIND-POSTING.
           MOVE 'N' TO POSTING-FOUND-SWITCH
           IF OUTPUT-OPEN
               PERFORM 332-SCAN-CURRENT-OUTPUT
           END-IF
           IF NOT POSTING-FOUND
               PERFORM 333-SCAN-ARCHIVE
           END-IF
           IF POSTING-FOUND
               MOVE OUT-ACCOUNT-NUMBER TO TRN-ACCOUNT
               MOVE OUT-REF-CODE TO TRN-REF-CODE
               MOVE OUT-TRAN-AMOUNT TO TRN-TRAN-AMOUNT
               IF OUT-DEBIT-CREDIT = 'C'
                   MOVE 'C' TO TRN-DEBIT-CREDIT
               ELSE
                   MOVE 'D' TO TRN-DEBIT-CREDIT
               END-IF
               MOVE OUT-TRAN-DATE TO TRN-TRAN-DATE
           END-IF.

       332-SCAN-CURRENT-OUTPUT.
           MOVE 'N' TO POSTING-SCAN-EOF-FLAG
           MOVE 0 TO OUTPUT-KEY
           START OUTPUT-FILE KEY NOT < OUTPUT-KEY
               INVALID KEY
                   MOVE 'Y' TO POSTING-SCAN-EOF-FLAG
           END-START
           PERFORM UNTIL POSTING-SCAN-EOF-FLAG = 'Y'
               READ OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO POSTING-SCAN-EOF-FLAG
                   NOT AT END
                       IF OUT-TRAN-ID = TRN-TRAN-ID
                           MOVE 'Y' TO POSTING-FOUND-SWITCH
                           MOVE 'Y' TO POSTING-SCAN-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       333-SCAN-ARCHIVE.
           MOVE 'N' TO POSTING-SCAN-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = '00'
               PERFORM UNTIL POSTING-SCAN-EOF-FLAG = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO POSTING-SCAN-EOF-FLAG
                       NOT AT END
                           IF ARC-OUTPUT-DATA(51:23) = TRN-TRAN-ID
                               MOVE ARC-OUTPUT-DATA TO OUTPUT-DATA
                               MOVE 'Y' TO POSTING-FOUND-SWITCH
                               MOVE 'Y' TO POSTING-SCAN-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       335-EDIT-OPEN-FIELDS.
           PERFORM 331-FIND-POSTING
           EVALUATE TRUE
               WHEN NOT POSTING-FOUND
                   MOVE 'TRANSACTION ID NOT POSTED' TO EDIT-ERROR-TEXT
               WHEN OUT-REVERSAL-FLAG = 'R'
                   MOVE 'REVERSALS CANNOT BE DISPUTED'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-ACCOUNT = SPACES
                   MOVE 'BLANK ACCOUNT NUMBER' TO EDIT-ERROR-TEXT
               WHEN TRN-REF-CODE = SPACES
                   MOVE 'BLANK REFERENCE CODE' TO EDIT-ERROR-TEXT
               WHEN TRN-TRAN-AMOUNT NOT NUMERIC
                       OR TRN-TRAN-AMOUNT = 0
                   MOVE 'INVALID AMOUNT' TO EDIT-ERROR-TEXT
               WHEN TRN-DEBIT-CREDIT NOT = 'D'
                       AND TRN-DEBIT-CREDIT NOT = 'C'
                   MOVE 'INVALID DEBIT/CREDIT' TO EDIT-ERROR-TEXT
               WHEN TRN-TRAN-DATE NOT NUMERIC OR TRN-TRAN-DATE = 0
                   MOVE 'INVALID TRANSACTION DATE' TO EDIT-ERROR-TEXT
               WHEN TRN-TRAN-DATE > BUSINESS-DATE
                   MOVE 'TRANSACTION DATE IN FUTURE'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-REASON-CODE = SPACES
                   MOVE 'BLANK REASON CODE' TO EDIT-ERROR-TEXT
               WHEN PROVISIONAL-AMOUNT > TRN-TRAN-AMOUNT
                   MOVE 'PROVISIONAL OVER AMOUNT' TO EDIT-ERROR-TEXT
               WHEN OTHER
                   PERFORM 337-EDIT-ACCOUNT
           END-EVALUATE.

       336-EDIT-UPDATE-FIELDS.
           IF TRN-REASON-CODE = SPACES AND CHECK-DATE = 0
                   AND PROVISIONAL-AMOUNT = 0 AND TRN-NOTE = SPACES
               MOVE 'NOTHING TO UPDATE' TO EDIT-ERROR-TEXT
           END-IF.

       337-EDIT-ACCOUNT.
           MOVE TRN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON ACCTMST' TO EDIT-ERROR-TEXT
               NOT INVALID KEY
                   IF PROVISIONAL-AMOUNT > 0 AND ACCT-STATUS NOT = 'O'
                       MOVE 'ACCOUNT NOT OPEN FOR CREDIT'
                           TO EDIT-ERROR-TEXT
                   END-IF
           END-READ.

       338-EDIT-CLOSE-FIELDS.
           IF TRN-RESOLUTION NOT = 'C' AND TRN-RESOLUTION NOT = 'R'
                   AND TRN-RESOLUTION NOT = 'W'
               MOVE 'INVALID RESOLUTION CODE' TO EDIT-ERROR-TEXT
           END-IF.

       340-APPLY-OPEN.
           EVALUATE TRUE
               WHEN OPEN-CASE-SEQUENCE > 0
                   MOVE 'OPEN CASE ALREADY ON FILE'
                       TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               WHEN HIGH-CASE-SEQUENCE = 99
                   MOVE 'CASE SEQUENCE EXHAUSTED' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               WHEN OTHER
                   PERFORM 345-WRITE-NEW-CASE
           END-EVALUATE.

       345-WRITE-NEW-CASE.
           MOVE TRN-TRAN-ID TO DSP-TRAN-ID
           COMPUTE DSP-CASE-SEQUENCE = HIGH-CASE-SEQUENCE + 1
           MOVE TRN-ACCOUNT TO DSP-ACCOUNT-NUMBER
           MOVE TRN-REF-CODE TO DSP-REF-CODE
           MOVE TRN-TRAN-AMOUNT TO DSP-TRAN-AMOUNT
           MOVE TRN-DEBIT-CREDIT TO DSP-DEBIT-CREDIT
           MOVE TRN-TRAN-DATE TO DSP-TRAN-DATE
           MOVE TRN-REASON-CODE TO DSP-REASON-CODE
           MOVE TRN-REASON-TEXT TO DSP-REASON-TEXT
           MOVE 'O' TO DSP-STATUS
           MOVE BUSINESS-DATE TO DSP-OPENED-DATE
           IF CHECK-DATE = 0
               MOVE BUSINESS-DATE TO CHECK-DATE
               PERFORM 820-ADD-ONE-DAY DEFAULT-DUE-DAYS TIMES
           END-IF
           MOVE CHECK-DATE TO DSP-DUE-DATE
           MOVE 0 TO DSP-CLOSED-DATE
           MOVE PROVISIONAL-AMOUNT TO DSP-PROV-AMOUNT
           IF PROVISIONAL-AMOUNT > 0
               MOVE 'P' TO DSP-PROV-STATUS
           ELSE
               MOVE SPACES TO DSP-PROV-STATUS
           END-IF
           MOVE 0 TO DSP-PROV-DATE
           MOVE 0 TO DSP-BACKOUT-DATE
           MOVE SPACES TO DSP-REVERSAL-STATUS
           MOVE 0 TO DSP-REVERSAL-DATE
           MOVE BUSINESS-DATE TO DSP-UPDATED-DATE
           MOVE TRN-NOTE TO DSP-NOTE
           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   MOVE 'CASE ALREADY ON FILE' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   MOVE 'NEW' TO C-BEFORE-IMAGE
                   PERFORM 395-FORMAT-CASE-IMAGE
                   MOVE CASE-IMAGE TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   PERFORM 397-LIST-TERMS
           END-WRITE.

       350-APPLY-UPDATE.
           PERFORM 370-READ-OPEN-CASE
           IF EDIT-ERROR-TEXT = SPACES
               EVALUATE TRUE
                   WHEN PROVISIONAL-AMOUNT > 0
                           AND DSP-PROV-STATUS NOT = SPACES
                           AND DSP-PROV-STATUS NOT = 'N'
                       MOVE 'PROVISIONAL ALREADY GIVEN'
                           TO EDIT-ERROR-TEXT
                   WHEN PROVISIONAL-AMOUNT > DSP-TRAN-AMOUNT
                       MOVE 'PROVISIONAL OVER AMOUNT'
                           TO EDIT-ERROR-TEXT
               END-EVALUATE
           END-IF
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 395-FORMAT-CASE-IMAGE
               MOVE CASE-IMAGE TO C-BEFORE-IMAGE
               PERFORM 355-MOVE-UPDATE-FIELDS
               REWRITE DISPUTE-CASE-RECORD
               IF DISPUTE-CASE-STATUS NOT = '00'
                   DISPLAY 'DISP-MAINT REWRITE FAILED ON DISPCASE.DAT, '
                       'STATUS ' DISPUTE-CASE-STATUS ' CASE ' DSP-KEY
                   ADD 1 TO UPDATE-FAILED-COUNT
                   MOVE 'CASE REWRITE FAILED' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               ELSE
                   PERFORM 395-FORMAT-CASE-IMAGE
                   MOVE CASE-IMAGE TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   PERFORM 397-LIST-TERMS
               END-IF
           ELSE
               PERFORM 380-LIST-REJECTED
           END-IF.

       355-MOVE-UPDATE-FIELDS.
           IF TRN-REASON-CODE NOT = SPACES
               MOVE TRN-REASON-CODE TO DSP-REASON-CODE
               MOVE TRN-REASON-TEXT TO DSP-REASON-TEXT
           END-IF
           IF CHECK-DATE > 0
               MOVE CHECK-DATE TO DSP-DUE-DATE
           END-IF
           IF PROVISIONAL-AMOUNT > 0
               MOVE PROVISIONAL-AMOUNT TO DSP-PROV-AMOUNT
               MOVE 'P' TO DSP-PROV-STATUS
           END-IF
           IF TRN-NOTE NOT = SPACES
               MOVE TRN-NOTE TO DSP-NOTE
           END-IF
           MOVE BUSINESS-DATE TO DSP-UPDATED-DATE.

       360-APPLY-CLOSE.
           PERFORM 370-READ-OPEN-CASE
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 395-FORMAT-CASE-IMAGE
               MOVE CASE-IMAGE TO C-BEFORE-IMAGE
               PERFORM 365-MOVE-CLOSE-FIELDS
               REWRITE DISPUTE-CASE-RECORD
               IF DISPUTE-CASE-STATUS NOT = '00'
                   DISPLAY 'DISP-MAINT REWRITE FAILED ON DISPCASE.DAT, '
                       'STATUS ' DISPUTE-CASE-STATUS ' CASE ' DSP-KEY
                   ADD 1 TO UPDATE-FAILED-COUNT
                   MOVE 'CASE REWRITE FAILED' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               ELSE
                   PERFORM 395-FORMAT-CASE-IMAGE
                   MOVE CASE-IMAGE TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   PERFORM 397-LIST-TERMS
               END-IF
           ELSE
               PERFORM 380-LIST-REJECTED
           END-IF.

       365-MOVE-CLOSE-FIELDS.
           MOVE TRN-RESOLUTION TO DSP-STATUS
           MOVE BUSINESS-DATE TO DSP-CLOSED-DATE
           EVALUATE DSP-PROV-STATUS
               WHEN 'P'
                   MOVE 'N' TO DSP-PROV-STATUS
               WHEN 'Y'
                   MOVE 'B' TO DSP-PROV-STATUS
           END-EVALUATE
           IF TRN-RESOLUTION = 'C'
               MOVE 'P' TO DSP-REVERSAL-STATUS
           END-IF
           IF TRN-NOTE NOT = SPACES
               MOVE TRN-NOTE TO DSP-NOTE
           END-IF
           MOVE BUSINESS-DATE TO DSP-UPDATED-DATE.

       370-READ-OPEN-CASE.
           IF OPEN-CASE-SEQUENCE = 0
               MOVE 'NO OPEN CASE FOR TRANSACTION'
                   TO EDIT-ERROR-TEXT
           ELSE
               MOVE TRN-TRAN-ID TO DSP-TRAN-ID
               MOVE OPEN-CASE-SEQUENCE TO DSP-CASE-SEQUENCE
               READ DISPUTE-CASE-FILE
                   INVALID KEY
                       MOVE 'CASE NOT ON FILE' TO EDIT-ERROR-TEXT
               END-READ
           END-IF.

       380-LIST-REJECTED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-TRAN-ID TO C-TRAN-ID
           IF OPEN-CASE-SEQUENCE > 0
               MOVE OPEN-CASE-SEQUENCE TO C-CASE-SEQUENCE
           ELSE
               MOVE 0 TO C-CASE-SEQUENCE
           END-IF
           MOVE SPACES TO C-BEFORE-IMAGE
           MOVE SPACES TO C-AFTER-IMAGE
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-APPLIED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE DSP-TRAN-ID TO C-TRAN-ID
           MOVE DSP-CASE-SEQUENCE TO C-CASE-SEQUENCE
           MOVE 'APPLIED ' TO C-STATUS
           MOVE SPACES TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO APPLIED-COUNT.

       395-FORMAT-CASE-IMAGE.
           MOVE DSP-STATUS TO P-STATUS
           MOVE DSP-DUE-DATE TO P-DUE-DATE
           MOVE DSP-PROV-STATUS TO P-PROV-STATUS
           MOVE DSP-REVERSAL-STATUS TO P-REVERSAL-STATUS.

       397-LIST-TERMS.
           MOVE DSP-ACCOUNT-NUMBER TO T-ACCOUNT
           MOVE DSP-REF-CODE TO T-REF-CODE
           MOVE DSP-TRAN-AMOUNT TO T-AMOUNT
           MOVE DSP-DEBIT-CREDIT TO T-DEBIT-CREDIT
           MOVE DSP-TRAN-DATE TO T-TRAN-DATE
           MOVE DSP-REASON-CODE TO T-REASON-CODE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TERMS-LINE
           MOVE DSP-OPENED-DATE TO T-OPENED-DATE
           MOVE DSP-DUE-DATE TO T-DUE-DATE
           MOVE DSP-PROV-AMOUNT TO T-PROV-AMOUNT
           MOVE DSP-NOTE TO T-NOTE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DATES-LINE.

       810-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-YEAR-SWITCH
           DIVIDE LEAP-CHECK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO LEAP-YEAR-SWITCH
               DIVIDE LEAP-CHECK-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE LEAP-CHECK-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

       815-SET-MONTH-LENGTH.
           MOVE MONTH-DAYS(CHK-MONTH) TO MONTH-LENGTH
           IF CHK-MONTH = 2
               MOVE CHK-YEAR TO LEAP-CHECK-YEAR
               PERFORM 810-CHECK-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF.

       820-ADD-ONE-DAY.
           PERFORM 815-SET-MONTH-LENGTH
           IF CHK-DAY < MONTH-LENGTH
               ADD 1 TO CHK-DAY
           ELSE
               MOVE 1 TO CHK-DAY
               IF CHK-MONTH < 12
                   ADD 1 TO CHK-MONTH
               ELSE
                   MOVE 1 TO CHK-MONTH
                   ADD 1 TO CHK-YEAR
               END-IF
           END-IF.
