       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CUST-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'CUSTTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'CUSTCHG.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-ACCOUNT             PIC X(10).
           05  TRN-NAME                PIC X(30).
           05  TRN-ADDRESS-LINE-1      PIC X(30).
           05  TRN-ADDRESS-LINE-2      PIC X(30).
           05  TRN-ADDRESS-LINE-3      PIC X(30).
           05  TRN-POSTAL-CODE         PIC X(10).
           05  TRN-STMT-FREQUENCY      PIC X(01).
           05  TRN-DELIVERY-METHOD     PIC X(01).
           05  TRN-EMAIL-ADDRESS       PIC X(40).

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  EDIT-ERROR-TEXT             PIC X(30) VALUE SPACES.
       01  TRANSACTION-COUNT           PIC 9(05) VALUE 0.
       01  APPLIED-COUNT               PIC 9(05) VALUE 0.
       01  REJECTED-COUNT              PIC 9(05) VALUE 0.
       01  UPDATE-FAILED-COUNT         PIC 9(05) VALUE 0.

       01  CHANGE-LIST-HEADING-1.
           05  FILLER                  PIC X(38)
                   VALUE 'CUSTOMER MASTER MAINTENANCE - RUN DATE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  CHANGE-LIST-HEADING-2.
           05  FILLER                  PIC X(36)
                   VALUE 'ACT ACCOUNT    BEFORE             '.
           05  FILLER                  PIC X(64)
                   VALUE 'AFTER              STATUS'.

       01  CHANGE-LIST-DETAIL.
           05  C-ACTION                PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  C-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-BEFORE-IMAGE          PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-AFTER-IMAGE           PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-STATUS-TEXT           PIC X(30).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  DELIVERY-NAME-IMAGE.
           05  P-FREQUENCY             PIC X(01).
           05  P-DELIVERY              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  P-NAME                  PIC X(15).

       01  CHANGE-LIST-ADDRESS-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'TO '.
           05  A-NAME                  PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-ADDRESS-LINE-1        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-POSTAL-CODE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  A-DELIVERY-TEXT         PIC X(20).

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

           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS = '35'
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF
           IF CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'CUST-MAINT CANNOT OPEN CUSTMST.DAT, STATUS '
                   CUSTOMER-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'CUST-MAINT CANNOT OPEN ACCTMST.DAT, STATUS '
                   ACCOUNT-MASTER-STATUS
               CLOSE CUSTOMER-MASTER-FILE
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
           CLOSE CUSTOMER-MASTER-FILE

           DISPLAY 'CUST-MAINT TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'CUST-MAINT APPLIED      ' APPLIED-COUNT
           DISPLAY 'CUST-MAINT REJECTED     ' REJECTED-COUNT

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
               DISPLAY 'WARNING - CUSTTRN.TXT NOT AVAILABLE, '
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
               WHEN TRN-ACTION NOT = 'D'
                   PERFORM 335-EDIT-TRANSACTION-FIELDS
           END-EVALUATE.

       335-EDIT-TRANSACTION-FIELDS.
           EVALUATE TRUE
               WHEN TRN-NAME = SPACES
                   MOVE 'BLANK CUSTOMER NAME' TO EDIT-ERROR-TEXT
               WHEN TRN-ADDRESS-LINE-1 = SPACES
                   MOVE 'BLANK ADDRESS' TO EDIT-ERROR-TEXT
               WHEN TRN-STMT-FREQUENCY NOT = 'M'
                       AND TRN-STMT-FREQUENCY NOT = 'Q'
                       AND TRN-STMT-FREQUENCY NOT = 'A'
                   MOVE 'INVALID STATEMENT FREQUENCY'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-DELIVERY-METHOD NOT = 'P'
                       AND TRN-DELIVERY-METHOD NOT = 'E'
                   MOVE 'INVALID DELIVERY METHOD' TO EDIT-ERROR-TEXT
               WHEN TRN-DELIVERY-METHOD = 'E'
                       AND TRN-EMAIL-ADDRESS = SPACES
                   MOVE 'NO ADDRESS FOR ELECTRONIC'
                       TO EDIT-ERROR-TEXT
               WHEN OTHER
                   PERFORM 337-EDIT-ACCOUNT
           END-EVALUATE.

       337-EDIT-ACCOUNT.
           MOVE TRN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON ACCTMST' TO EDIT-ERROR-TEXT
           END-READ.

       340-APPLY-ADD.
           MOVE TRN-ACCOUNT TO CUST-ACCOUNT-NUMBER
           PERFORM 345-MOVE-TRN-FIELDS
           MOVE 0 TO CUST-LAST-STMT-DATE
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'CUSTOMER ALREADY ON MASTER'
                       TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   MOVE 'NEW' TO C-BEFORE-IMAGE
                   PERFORM 395-FORMAT-TRN-IMAGE
                   MOVE DELIVERY-NAME-IMAGE TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   PERFORM 397-LIST-ADDRESS
           END-WRITE.

       345-MOVE-TRN-FIELDS.
           MOVE TRN-NAME TO CUST-NAME
           MOVE TRN-ADDRESS-LINE-1 TO CUST-ADDRESS-LINE-1
           MOVE TRN-ADDRESS-LINE-2 TO CUST-ADDRESS-LINE-2
           MOVE TRN-ADDRESS-LINE-3 TO CUST-ADDRESS-LINE-3
           MOVE TRN-POSTAL-CODE TO CUST-POSTAL-CODE
           MOVE TRN-STMT-FREQUENCY TO CUST-STMT-FREQUENCY
           MOVE TRN-DELIVERY-METHOD TO CUST-DELIVERY-METHOD
           MOVE TRN-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS.

       350-APPLY-CHANGE.
           MOVE TRN-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   PERFORM 396-FORMAT-BEFORE-IMAGE
                   MOVE DELIVERY-NAME-IMAGE TO C-BEFORE-IMAGE
                   PERFORM 345-MOVE-TRN-FIELDS
                   REWRITE CUSTOMER-RECORD
                   IF CUSTOMER-MASTER-STATUS NOT = '00'
                       DISPLAY 'CUST-MAINT REWRITE FAILED ON '
                           'CUSTMST.DAT, STATUS ' CUSTOMER-MASTER-STATUS
                       ADD 1 TO UPDATE-FAILED-COUNT
                       MOVE 'MASTER REWRITE FAILED' TO EDIT-ERROR-TEXT
                       PERFORM 380-LIST-REJECTED
                   ELSE
                       PERFORM 395-FORMAT-TRN-IMAGE
                       MOVE DELIVERY-NAME-IMAGE TO C-AFTER-IMAGE
                       PERFORM 390-LIST-APPLIED
                       PERFORM 397-LIST-ADDRESS
                   END-IF
           END-READ.

       360-APPLY-DELETE.
           MOVE TRN-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   PERFORM 396-FORMAT-BEFORE-IMAGE
                   MOVE DELIVERY-NAME-IMAGE TO C-BEFORE-IMAGE
                   DELETE CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-STATUS NOT = '00'
                       DISPLAY 'CUST-MAINT DELETE FAILED ON '
                           'CUSTMST.DAT, STATUS ' CUSTOMER-MASTER-STATUS
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
           MOVE SPACES TO C-BEFORE-IMAGE
           MOVE SPACES TO C-AFTER-IMAGE
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-APPLIED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-ACCOUNT TO C-ACCOUNT
           MOVE 'APPLIED ' TO C-STATUS
           MOVE SPACES TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO APPLIED-COUNT.

       395-FORMAT-TRN-IMAGE.
           MOVE TRN-STMT-FREQUENCY TO P-FREQUENCY
           MOVE TRN-DELIVERY-METHOD TO P-DELIVERY
           MOVE TRN-NAME TO P-NAME.

       396-FORMAT-BEFORE-IMAGE.
           MOVE CUST-STMT-FREQUENCY TO P-FREQUENCY
           MOVE CUST-DELIVERY-METHOD TO P-DELIVERY
           MOVE CUST-NAME TO P-NAME.

       397-LIST-ADDRESS.
           MOVE TRN-NAME TO A-NAME
           MOVE TRN-ADDRESS-LINE-1 TO A-ADDRESS-LINE-1
           MOVE TRN-POSTAL-CODE TO A-POSTAL-CODE
           IF TRN-DELIVERY-METHOD = 'E'
               MOVE TRN-EMAIL-ADDRESS TO A-DELIVERY-TEXT
           ELSE
               MOVE 'PRINT AND MAIL' TO A-DELIVERY-TEXT
           END-IF
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-ADDRESS-LINE.
