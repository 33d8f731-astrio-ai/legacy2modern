       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           STORD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STORDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS STANDING-ORDER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'STORDTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'STORDCHG.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-ACCOUNT             PIC X(10).
           05  TRN-ORDER-NUMBER        PIC 9(03).
           05  TRN-REF-CODE            PIC X(03).
           05  TRN-TRAN-AMOUNT         PIC 9(09)V9(02).
           05  TRN-DEBIT-CREDIT        PIC X(01).
           05  TRN-FREQUENCY           PIC X(01).
           05  TRN-NEXT-DUE-DATE       PIC 9(08).
           05  TRN-END-DATE            PIC 9(08).

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  STANDING-ORDER-STATUS       PIC X(02) VALUE '00'.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  EDIT-ERROR-TEXT             PIC X(30) VALUE SPACES.
       01  TRANSACTION-COUNT           PIC 9(05) VALUE 0.
       01  APPLIED-COUNT               PIC 9(05) VALUE 0.
       01  REJECTED-COUNT              PIC 9(05) VALUE 0.
       01  UPDATE-FAILED-COUNT         PIC 9(05) VALUE 0.
       01  CHECK-DATE                  PIC 9(08) VALUE 0.
       01  CHECK-DATE-DETAIL REDEFINES CHECK-DATE.
           05  CHK-YEAR                PIC 9(04).
           05  CHK-MONTH               PIC 9(02).
           05  CHK-DAY                 PIC 9(02).

       01  CHANGE-LIST-HEADING-1.
           05  FILLER                  PIC X(38)
                   VALUE 'STANDING ORDER MAINTENANCE - RUN DATE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  CHANGE-LIST-HEADING-2.
           05  FILLER                  PIC X(38)
                   VALUE 'ACT ACCOUNT    NO  BEFORE             '.
           05  FILLER                  PIC X(62)
                   VALUE 'AFTER              STATUS'.

       01  CHANGE-LIST-DETAIL.
           05  C-ACTION                PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  C-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-ORDER-NUMBER          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-BEFORE-IMAGE          PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-AFTER-IMAGE           PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-STATUS-TEXT           PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  SCHEDULE-IMAGE.
           05  P-FREQUENCY             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  P-NEXT-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  P-STATUS                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  P-REF-CODE              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  CHANGE-LIST-TERMS-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'TO '.
           05  T-REF-CODE              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  T-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  T-DEBIT-CREDIT          PIC X(01).
           05  FILLER                  PIC X(07) VALUE '  FREQ '.
           05  T-FREQUENCY             PIC X(01).
           05  FILLER                  PIC X(11) VALUE '  NEXT DUE '.
           05  T-NEXT-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(06) VALUE '  END '.
           05  T-END-DATE              PIC 9(08).
           05  FILLER                  PIC X(32) VALUE SPACES.

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

           OPEN I-O STANDING-ORDER-FILE
           IF STANDING-ORDER-STATUS = '35'
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           IF STANDING-ORDER-STATUS NOT = '00'
               DISPLAY 'STORD-MAINT CANNOT OPEN STORDMST.DAT, STATUS '
                   STANDING-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'STORD-MAINT CANNOT OPEN ACCTMST.DAT, STATUS '
                   ACCOUNT-MASTER-STATUS
               CLOSE STANDING-ORDER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHANGE-LIST-FILE
           MOVE RUN-DATE TO C-H-RUN-DATE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-1
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-2

           PERFORM 300-APPLY-TRANSACTIONS

           MOVE TRANSACTION-COUNT TO T-TRANSACTION-COUNT
           MOVE APPLIED-COUNT TO T-APPLIED-COUNT
           MOVE REJECTED-COUNT TO T-REJECTED-COUNT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TOTAL
           CLOSE CHANGE-LIST-FILE

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE STANDING-ORDER-FILE

           DISPLAY 'STORD-MAINT TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'STORD-MAINT APPLIED      ' APPLIED-COUNT
           DISPLAY 'STORD-MAINT REJECTED     ' REJECTED-COUNT

           EVALUATE TRUE
               WHEN UPDATE-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

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
           ELSE
               DISPLAY 'WARNING - STORDTRN.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS
           END-IF.

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM 330-EDIT-TRANSACTION
           IF EDIT-ERROR-TEXT = SPACES
               EVALUATE TRN-ACTION
                   WHEN 'A'
                       PERFORM 340-APPLY-ADD
                   WHEN 'C'
                       PERFORM 350-APPLY-CHANGE
                   WHEN 'D'
                       PERFORM 360-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 380-LIST-REJECTED
           END-IF.

       330-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
                       AND TRN-ACTION NOT = 'D'
                   MOVE 'INVALID ACTION CODE'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-ACCOUNT = SPACES
                   MOVE 'BLANK ACCOUNT NUMBER' TO EDIT-ERROR-TEXT
               WHEN TRN-ORDER-NUMBER NOT NUMERIC
                   MOVE 'INVALID ORDER NUMBER' TO EDIT-ERROR-TEXT
               WHEN TRN-ACTION NOT = 'D'
                   PERFORM 335-EDIT-TRANSACTION-FIELDS
           END-EVALUATE.

       335-EDIT-TRANSACTION-FIELDS.
           MOVE 0 TO CHECK-DATE
           IF TRN-NEXT-DUE-DATE IS NUMERIC
               MOVE TRN-NEXT-DUE-DATE TO CHECK-DATE
           END-IF
           EVALUATE TRUE
               WHEN TRN-REF-CODE = SPACES
                   MOVE 'BLANK REFERENCE CODE' TO EDIT-ERROR-TEXT
               WHEN TRN-REF-CODE = 'REV'
                   MOVE 'REVERSALS CANNOT BE STANDING'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-TRAN-AMOUNT NOT NUMERIC
                       OR TRN-TRAN-AMOUNT = 0
                   MOVE 'INVALID AMOUNT' TO EDIT-ERROR-TEXT
               WHEN TRN-DEBIT-CREDIT NOT = 'D'
                       AND TRN-DEBIT-CREDIT NOT = 'C'
                   MOVE 'INVALID DEBIT/CREDIT' TO EDIT-ERROR-TEXT
               WHEN TRN-FREQUENCY NOT = 'W'
                       AND TRN-FREQUENCY NOT = 'F'
                       AND TRN-FREQUENCY NOT = 'M'
                       AND TRN-FREQUENCY NOT = 'Q'
                       AND TRN-FREQUENCY NOT = 'A'
                   MOVE 'INVALID FREQUENCY' TO EDIT-ERROR-TEXT
               WHEN CHK-MONTH < 1 OR CHK-MONTH > 12
                       OR CHK-DAY < 1 OR CHK-DAY > 31
                   MOVE 'INVALID NEXT DUE DATE' TO EDIT-ERROR-TEXT
               WHEN TRN-NEXT-DUE-DATE < RUN-DATE
                   MOVE 'NEXT DUE DATE IN THE PAST'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-END-DATE NOT NUMERIC
                   MOVE 'INVALID END DATE' TO EDIT-ERROR-TEXT
               WHEN TRN-END-DATE > 0
                       AND TRN-END-DATE < TRN-NEXT-DUE-DATE
                   MOVE 'END DATE BEFORE NEXT DUE DATE'
                       TO EDIT-ERROR-TEXT
               WHEN OTHER
                   PERFORM 337-EDIT-ACCOUNT
           END-EVALUATE.

       337-EDIT-ACCOUNT.
           MOVE TRN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON ACCTMST' TO EDIT-ERROR-TEXT
               NOT INVALID KEY
                   IF TRN-ACTION = 'A' AND ACCT-STATUS NOT = 'O'
                       MOVE 'ACCOUNT NOT OPEN' TO EDIT-ERROR-TEXT
                   END-IF
           END-READ.

       340-APPLY-ADD.
           MOVE TRN-ACCOUNT TO SO-ACCOUNT-NUMBER
           MOVE TRN-ORDER-NUMBER TO SO-ORDER-NUMBER
           PERFORM 345-MOVE-TRN-FIELDS
           MOVE 0 TO SO-LAST-PAID-DATE
           MOVE 0 TO SO-PAID-COUNT
           MOVE 0 TO SO-LAST-SKIP-DATE
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE 'ORDER ALREADY ON MASTER'
                       TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   MOVE 'NEW' TO C-BEFORE-IMAGE
                   PERFORM 395-FORMAT-ORDER-IMAGE
                   MOVE SCHEDULE-IMAGE TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   PERFORM 397-LIST-TERMS
           END-WRITE.

       345-MOVE-TRN-FIELDS.
           MOVE TRN-REF-CODE TO SO-REF-CODE
           MOVE TRN-TRAN-AMOUNT TO SO-TRAN-AMOUNT
           MOVE TRN-DEBIT-CREDIT TO SO-DEBIT-CREDIT
           MOVE TRN-FREQUENCY TO SO-FREQUENCY
           MOVE TRN-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
           MOVE CHK-DAY TO SO-DUE-DAY
           MOVE TRN-END-DATE TO SO-END-DATE
           MOVE 'A' TO SO-STATUS.

       350-APPLY-CHANGE.
           MOVE TRN-ACCOUNT TO SO-ACCOUNT-NUMBER
           MOVE TRN-ORDER-NUMBER TO SO-ORDER-NUMBER
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'ORDER NOT ON MASTER' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   PERFORM 395-FORMAT-ORDER-IMAGE
                   MOVE SCHEDULE-IMAGE TO C-BEFORE-IMAGE
                   PERFORM 345-MOVE-TRN-FIELDS
                   REWRITE STANDING-ORDER-RECORD
                   IF STANDING-ORDER-STATUS NOT = '00'
                       DISPLAY 'STORD-MAINT REWRITE FAILED ON '
                           'STORDMST.DAT, STATUS ' STANDING-ORDER-STATUS
                       ADD 1 TO UPDATE-FAILED-COUNT
                       MOVE 'MASTER REWRITE FAILED' TO EDIT-ERROR-TEXT
                       PERFORM 380-LIST-REJECTED
                   ELSE
                       PERFORM 395-FORMAT-ORDER-IMAGE
                       MOVE SCHEDULE-IMAGE TO C-AFTER-IMAGE
                       PERFORM 390-LIST-APPLIED
                       PERFORM 397-LIST-TERMS
                   END-IF
           END-READ.

       360-APPLY-DELETE.
           MOVE TRN-ACCOUNT TO SO-ACCOUNT-NUMBER
           MOVE TRN-ORDER-NUMBER TO SO-ORDER-NUMBER
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'ORDER NOT ON MASTER' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   PERFORM 395-FORMAT-ORDER-IMAGE
                   MOVE SCHEDULE-IMAGE TO C-BEFORE-IMAGE
                   DELETE STANDING-ORDER-FILE
                   IF STANDING-ORDER-STATUS NOT = '00'
                       DISPLAY 'STORD-MAINT DELETE FAILED ON '
                           'STORDMST.DAT, STATUS ' STANDING-ORDER-STATUS
                       ADD 1 TO UPDATE-FAILED-COUNT
                       MOVE 'MASTER DELETE FAILED' TO EDIT-ERROR-TEXT
                       PERFORM 380-LIST-REJECTED
                   ELSE
                       MOVE 'DELETED' TO C-AFTER-IMAGE
                       PERFORM 390-LIST-APPLIED
                   END-IF
           END-READ.

       380-LIST-REJECTED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-ACCOUNT TO C-ACCOUNT
           IF TRN-ORDER-NUMBER IS NUMERIC
               MOVE TRN-ORDER-NUMBER TO C-ORDER-NUMBER
           ELSE
               MOVE 0 TO C-ORDER-NUMBER
           END-IF
           MOVE SPACES TO C-BEFORE-IMAGE
           MOVE SPACES TO C-AFTER-IMAGE
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-APPLIED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-ACCOUNT TO C-ACCOUNT
           MOVE TRN-ORDER-NUMBER TO C-ORDER-NUMBER
           MOVE 'APPLIED ' TO C-STATUS
           MOVE SPACES TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO APPLIED-COUNT.

       395-FORMAT-ORDER-IMAGE.
           MOVE SO-FREQUENCY TO P-FREQUENCY
           MOVE SO-NEXT-DUE-DATE TO P-NEXT-DUE-DATE
           MOVE SO-STATUS TO P-STATUS
           MOVE SO-REF-CODE TO P-REF-CODE.

       397-LIST-TERMS.
           MOVE SO-REF-CODE TO T-REF-CODE
           MOVE SO-TRAN-AMOUNT TO T-AMOUNT
           MOVE SO-DEBIT-CREDIT TO T-DEBIT-CREDIT
           MOVE SO-FREQUENCY TO T-FREQUENCY
           MOVE SO-NEXT-DUE-DATE TO T-NEXT-DUE-DATE
           MOVE SO-END-DATE TO T-END-DATE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TERMS-LINE.
