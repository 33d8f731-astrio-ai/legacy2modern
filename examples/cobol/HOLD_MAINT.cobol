       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           HOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-HOLD-FILE ASSIGN TO 'LIMHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS LIMIT-HOLD-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO 'HOLDREL.TXT'
               FILE STATUS IS HOLD-RELEASE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'HOLDTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'HOLDCHG.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-HOLD-FILE.
           COPY LIMHOLDREC.

       FD  HOLD-RELEASE-FILE.
       01  HOLD-RELEASE-RECORD.
           05  HRL-BUSINESS-DATE       PIC 9(08).
           05  HRL-SEQUENCE            PIC 9(07).
           05  HRL-DETAIL-DATA         PIC X(80).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-BUSINESS-DATE       PIC 9(08).
           05  TRN-SEQUENCE            PIC 9(07).
           05  TRN-SUPERVISOR          PIC X(08).

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  LIMIT-HOLD-STATUS           PIC X(02) VALUE '00'.
       01  HOLD-RELEASE-STATUS         PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  EDIT-ERROR-TEXT             PIC X(30) VALUE SPACES.
       01  TRANSACTION-COUNT           PIC 9(05) VALUE 0.
       01  APPLIED-COUNT               PIC 9(05) VALUE 0.
       01  REJECTED-COUNT              PIC 9(05) VALUE 0.
       01  RELEASED-COUNT              PIC 9(05) VALUE 0.
       01  DECLINED-COUNT              PIC 9(05) VALUE 0.
       01  REWRITE-FAILED-COUNT        PIC 9(05) VALUE 0.
       01  RELEASE-DETAIL-DATA         PIC X(80) VALUE SPACES.
       01  RELEASE-DETAIL-FIELDS REDEFINES RELEASE-DETAIL-DATA.
           05  FILLER                  PIC X(35).
           05  RELEASE-FLAG            PIC X(01).
           05  FILLER                  PIC X(03).
           05  RELEASE-HOLD-DATE       PIC 9(08).
           05  RELEASE-HOLD-SEQUENCE   PIC 9(07).
           05  RELEASE-SOURCE-ID       PIC X(08).
           05  FILLER                  PIC X(18).

       01  CHANGE-LIST-HEADING-1.
           05  FILLER                  PIC X(39)
                   VALUE 'LIMIT HOLD DECISIONS - RUN DATE'.
           05  C-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  CHANGE-LIST-HEADING-2.
           05  FILLER                  PIC X(40)
                   VALUE 'ACT HELD     SEQ     ACCOUNT    AFTER   '.
           05  FILLER                  PIC X(60)
                   VALUE ' BY       STATUS'.

       01  CHANGE-LIST-DETAIL.
           05  C-ACTION                PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  C-BUSINESS-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-SEQUENCE              PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-AFTER-IMAGE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-SUPERVISOR            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-STATUS-TEXT           PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  CHANGE-LIST-TOTAL.
           05  FILLER                  PIC X(13) VALUE 'TRANSACTIONS '.
           05  T-TRANSACTION-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  APPLIED '.
           05  T-APPLIED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED '.
           05  T-REJECTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  RELEASED '.
           05  T-RELEASED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  DECLINED '.
           05  T-DECLINED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O LIMIT-HOLD-FILE
           IF LIMIT-HOLD-STATUS NOT = '00'
               DISPLAY 'HOLD-MAINT CANNOT OPEN LIMHOLD.DAT, STATUS '
                   LIMIT-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND HOLD-RELEASE-FILE
           IF HOLD-RELEASE-STATUS = '35'
               OPEN OUTPUT HOLD-RELEASE-FILE
           END-IF
           IF HOLD-RELEASE-STATUS NOT = '00'
               DISPLAY 'HOLD-MAINT CANNOT OPEN HOLDREL.TXT, STATUS '
                   HOLD-RELEASE-STATUS
               CLOSE LIMIT-HOLD-FILE
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
           MOVE RELEASED-COUNT TO T-RELEASED-COUNT
           MOVE DECLINED-COUNT TO T-DECLINED-COUNT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TOTAL
           CLOSE CHANGE-LIST-FILE

           CLOSE HOLD-RELEASE-FILE
           CLOSE LIMIT-HOLD-FILE

           DISPLAY 'HOLD-MAINT TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'HOLD-MAINT RELEASED     ' RELEASED-COUNT
           DISPLAY 'HOLD-MAINT DECLINED     ' DECLINED-COUNT
           DISPLAY 'HOLD-MAINT REJECTED     ' REJECTED-COUNT

           EVALUATE TRUE
               WHEN REWRITE-FAILED-COUNT > 0
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
               DISPLAY 'WARNING - HOLDTRN.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS
           END-IF.

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           MOVE SPACES TO C-ACCOUNT
           PERFORM 330-EDIT-TRANSACTION
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 340-APPLY-DECISION
           ELSE
               PERFORM 380-LIST-REJECTED
           END-IF.

       330-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = 'R' AND TRN-ACTION NOT = 'D'
                   MOVE 'INVALID ACTION CODE'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-BUSINESS-DATE IS NOT NUMERIC
                   MOVE 'HOLD DATE NOT NUMERIC' TO EDIT-ERROR-TEXT
               WHEN TRN-SEQUENCE IS NOT NUMERIC
                   MOVE 'HOLD SEQUENCE NOT NUMERIC'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-SUPERVISOR = SPACES
                   MOVE 'SUPERVISOR ID MISSING' TO EDIT-ERROR-TEXT
           END-EVALUATE.

       340-APPLY-DECISION.
           MOVE TRN-BUSINESS-DATE TO HLD-BUSINESS-DATE
           MOVE TRN-SEQUENCE TO HLD-SEQUENCE
           READ LIMIT-HOLD-FILE
               INVALID KEY
                   MOVE 'KEY NOT ON HOLD FILE' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   MOVE HLD-ACCOUNT-NUMBER TO C-ACCOUNT
                   EVALUATE TRUE
                       WHEN HLD-STATUS = 'R' OR 'P'
                           MOVE 'ITEM ALREADY RELEASED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 380-LIST-REJECTED
                       WHEN HLD-STATUS = 'D'
                           MOVE 'ITEM ALREADY DECLINED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 380-LIST-REJECTED
                       WHEN TRN-ACTION = 'R'
                           PERFORM 350-RELEASE-HELD-ITEM
                       WHEN OTHER
                           PERFORM 360-DECLINE-HELD-ITEM
                   END-EVALUATE
           END-READ.

       350-RELEASE-HELD-ITEM.
           MOVE HLD-DETAIL-DATA TO RELEASE-DETAIL-DATA
           MOVE 'L' TO RELEASE-FLAG
           MOVE HLD-BUSINESS-DATE TO RELEASE-HOLD-DATE
           MOVE HLD-SEQUENCE TO RELEASE-HOLD-SEQUENCE
           MOVE HLD-SOURCE-ID TO RELEASE-SOURCE-ID
           MOVE HLD-BUSINESS-DATE TO HRL-BUSINESS-DATE
           MOVE HLD-SEQUENCE TO HRL-SEQUENCE
           MOVE RELEASE-DETAIL-DATA TO HRL-DETAIL-DATA
           WRITE HOLD-RELEASE-RECORD
           IF HOLD-RELEASE-STATUS NOT = '00'
               MOVE 'RELEASE QUEUE WRITE FAILED'
                   TO EDIT-ERROR-TEXT
               PERFORM 380-LIST-REJECTED
           ELSE
               MOVE 'R' TO HLD-STATUS
               MOVE RUN-DATE TO HLD-ACTION-DATE
               MOVE TRN-SUPERVISOR TO HLD-ACTION-BY
               REWRITE LIMIT-HOLD-RECORD
               IF LIMIT-HOLD-STATUS NOT = '00'
                   DISPLAY 'HOLD-MAINT REWRITE FAILED ON LIMHOLD.DAT, '
                       'STATUS ' LIMIT-HOLD-STATUS ' HOLD ' HLD-KEY
                       ' - ALREADY QUEUED ON HOLDREL.TXT'
                   ADD 1 TO REWRITE-FAILED-COUNT
                   MOVE 'HOLD REWRITE FAILED - QUEUED'
                       TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               ELSE
                   MOVE 'RELEASED' TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   ADD 1 TO RELEASED-COUNT
               END-IF
           END-IF.

       360-DECLINE-HELD-ITEM.
           MOVE 'D' TO HLD-STATUS
           MOVE RUN-DATE TO HLD-ACTION-DATE
           MOVE TRN-SUPERVISOR TO HLD-ACTION-BY
           REWRITE LIMIT-HOLD-RECORD
           IF LIMIT-HOLD-STATUS NOT = '00'
               DISPLAY 'HOLD-MAINT REWRITE FAILED ON LIMHOLD.DAT, '
                   'STATUS ' LIMIT-HOLD-STATUS ' HOLD ' HLD-KEY
               ADD 1 TO REWRITE-FAILED-COUNT
               MOVE 'HOLD REWRITE FAILED' TO EDIT-ERROR-TEXT
               PERFORM 380-LIST-REJECTED
           ELSE
               MOVE 'DECLINED' TO C-AFTER-IMAGE
               PERFORM 390-LIST-APPLIED
               ADD 1 TO DECLINED-COUNT
           END-IF.

       380-LIST-REJECTED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-BUSINESS-DATE TO C-BUSINESS-DATE
           MOVE TRN-SEQUENCE TO C-SEQUENCE
           MOVE SPACES TO C-AFTER-IMAGE
           MOVE TRN-SUPERVISOR TO C-SUPERVISOR
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-APPLIED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-BUSINESS-DATE TO C-BUSINESS-DATE
           MOVE TRN-SEQUENCE TO C-SEQUENCE
           MOVE TRN-SUPERVISOR TO C-SUPERVISOR
           MOVE 'APPLIED ' TO C-STATUS
           MOVE SPACES TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO APPLIED-COUNT.
