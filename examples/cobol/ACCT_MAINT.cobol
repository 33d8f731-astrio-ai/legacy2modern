               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'ACCTTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT MAINT-PENDING-FILE ASSIGN TO 'MAINTPND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPD-KEY
               FILE STATUS IS MAINT-PENDING-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'ACCTCHG.TXT'.

       DATA DIVISION.
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

       FD  MAINT-PENDING-FILE.
           COPY MNTPNDREC.

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS       PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  MAINT-PENDING-STATUS        PIC X(02) VALUE '00'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  DATE-VALID-SWITCH           PIC X VALUE 'N'.
           05  P-OPEN-DATE             PIC 9(08).
           05  FILLER                  PIC X(08).

       01  CHANGE-LIST-LIMIT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'ITEM LIMIT '.
           05  L-BEFORE-SINGLE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' -> '.
           05  L-AFTER-SINGLE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' DAILY '.
           05  L-BEFORE-DAILY          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' -> '.
           05  L-AFTER-DAILY           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' TYPE '.
           05  L-AFTER-TYPE            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  CHANGE-LIST-APPROVAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'MAKER '.
           05  A-MAKER-ID              PIC X(08).
           05  FILLER                  PIC X(10) VALUE '  CHECKER '.
           05  A-CHECKER-ID            PIC X(08).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CHANGE-LIST-TOTAL.
           05  FILLER                  PIC X(13) VALUE 'TRANSACTIONS '.
           05  T-TRANSACTION-COUNT     PIC ZZZZ9.
               GOBACK
           END-IF

           OPEN I-O MAINT-PENDING-FILE
           IF MAINT-PENDING-STATUS NOT = '00'
               DISPLAY 'ACCT-MAINT CANNOT OPEN MAINTPND.DAT, STATUS '
                   MAINT-PENDING-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHANGE-LIST-FILE
           MOVE RUN-DATE TO C-H-RUN-DATE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-1
           CLOSE CHANGE-LIST-FILE

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-PENDING-FILE

           DISPLAY 'ACCT-MAINT TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'ACCT-MAINT APPLIED      ' APPLIED-COUNT
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY 'WARNING - ACCTTRN.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM 322-CHECK-APPROVAL
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 330-EDIT-TRANSACTION
           END-IF
           IF EDIT-ERROR-TEXT = SPACES
               EVALUATE TRN-ACTION
                   WHEN 'A'
               PERFORM 380-LIST-REJECTED
           END-IF.

       322-CHECK-APPROVAL.
           EVALUATE TRUE
               WHEN TRN-MAKER-ID = SPACES OR TRN-CHECKER-ID = SPACES
                   MOVE 'NOT RELEASED BY A CHECKER'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-MAKER-ID = TRN-CHECKER-ID
                   MOVE 'CHECKER SAME AS MAKER' TO EDIT-ERROR-TEXT
               WHEN TRN-ENTRY-DATE IS NOT NUMERIC
                       OR TRN-ENTRY-SEQUENCE IS NOT NUMERIC
                   MOVE 'NO PENDING ENTRY KEY' TO EDIT-ERROR-TEXT
               WHEN OTHER
                   PERFORM 325-TAKE-UP-PENDING-ENTRY
           END-EVALUATE.

       325-TAKE-UP-PENDING-ENTRY.
           MOVE TRN-ENTRY-DATE TO MPD-ENTRY-DATE
           MOVE TRN-ENTRY-SEQUENCE TO MPD-SEQUENCE
           READ MAINT-PENDING-FILE
               INVALID KEY
                   MOVE 'PENDING ENTRY NOT ON FILE'
                       TO EDIT-ERROR-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MPD-STATUS NOT = 'A'
                           MOVE 'PENDING ENTRY NOT APPROVED'
                               TO EDIT-ERROR-TEXT
                       WHEN MPD-APPLIED-DATE IS NUMERIC
                               AND MPD-APPLIED-DATE > 0
                           MOVE 'ENTRY ALREADY APPLIED'
                               TO EDIT-ERROR-TEXT
                       WHEN MPD-TARGET NOT = 'ACCT'
                               OR MPD-MAKER-ID NOT = TRN-MAKER-ID
                               OR MPD-CHECKER-ID NOT = TRN-CHECKER-ID
                               OR MPD-TRAN-IMAGE(1:54)
                                   NOT = TRANSACTION-RECORD(1:54)
                           MOVE 'DOES NOT MATCH APPROVED ENTRY'
                               TO EDIT-ERROR-TEXT
                       WHEN OTHER
                           MOVE RUN-DATE TO MPD-APPLIED-DATE
                           REWRITE MAINT-PENDING-RECORD
                               INVALID KEY
                                   MOVE 'PENDING FILE REWRITE FAILED'
                                       TO EDIT-ERROR-TEXT
                           END-REWRITE
                   END-EVALUATE
           END-READ.

       330-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
                   MOVE 'INVALID OPEN DATE' TO EDIT-ERROR-TEXT
               ELSE
                   PERFORM 336-EDIT-CLOSE-DATE
                   IF EDIT-ERROR-TEXT = SPACES
                       PERFORM 337-EDIT-LIMITS
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       337-EDIT-LIMITS.
           EVALUATE TRUE
               WHEN TRN-SINGLE-LIMIT IS NOT NUMERIC
                   MOVE 'INVALID SINGLE ITEM LIMIT' TO EDIT-ERROR-TEXT
               WHEN TRN-DAILY-LIMIT IS NOT NUMERIC
                   MOVE 'INVALID DAILY LIMIT' TO EDIT-ERROR-TEXT
               WHEN TRN-DAILY-LIMIT > 0
                       AND TRN-SINGLE-LIMIT > TRN-DAILY-LIMIT
                   MOVE 'ITEM LIMIT OVER DAILY LIMIT'
                       TO EDIT-ERROR-TEXT
           END-EVALUATE.

       340-APPLY-ADD.
           MOVE TRN-ACCOUNT TO ACCT-NUMBER
           MOVE TRN-STATUS TO ACCT-STATUS
           MOVE TRN-OPEN-DATE TO ACCT-OPEN-DATE
           MOVE TRN-CLOSE-DATE TO ACCT-CLOSE-DATE
           MOVE TRN-SINGLE-LIMIT TO ACCT-SINGLE-LIMIT
           MOVE TRN-DAILY-LIMIT TO ACCT-DAILY-LIMIT
           MOVE TRN-ACCT-TYPE TO ACCT-TYPE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT ALREADY ON MASTER'
                   PERFORM 395-FORMAT-TRN-IMAGE
                   MOVE STATUS-DATE-IMAGE TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   MOVE 0 TO L-BEFORE-SINGLE
                   MOVE 0 TO L-BEFORE-DAILY
                   PERFORM 397-LIST-LIMITS
           END-WRITE.

       350-APPLY-CHANGE.
               NOT INVALID KEY
                   PERFORM 396-FORMAT-BEFORE-IMAGE
                   MOVE STATUS-DATE-IMAGE TO C-BEFORE-IMAGE
                   MOVE ACCT-SINGLE-LIMIT TO L-BEFORE-SINGLE
                   MOVE ACCT-DAILY-LIMIT TO L-BEFORE-DAILY
                   MOVE TRN-STATUS TO ACCT-STATUS
                   MOVE TRN-OPEN-DATE TO ACCT-OPEN-DATE
                   MOVE TRN-CLOSE-DATE TO ACCT-CLOSE-DATE
                   MOVE TRN-SINGLE-LIMIT TO ACCT-SINGLE-LIMIT
                   MOVE TRN-DAILY-LIMIT TO ACCT-DAILY-LIMIT
                   MOVE TRN-ACCT-TYPE TO ACCT-TYPE
                   REWRITE ACCOUNT-RECORD
                   PERFORM 395-FORMAT-TRN-IMAGE
                   MOVE STATUS-DATE-IMAGE TO C-AFTER-IMAGE
                   PERFORM 390-LIST-APPLIED
                   PERFORM 397-LIST-LIMITS
           END-READ.

       360-APPLY-DELETE.
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           PERFORM 398-LIST-APPROVAL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-APPLIED.
           MOVE 'APPLIED ' TO C-STATUS
           MOVE SPACES TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           PERFORM 398-LIST-APPROVAL
           ADD 1 TO APPLIED-COUNT.

       395-FORMAT-TRN-IMAGE.
           MOVE ACCT-STATUS TO P-STATUS
           MOVE ACCT-OPEN-DATE TO P-OPEN-DATE.

       397-LIST-LIMITS.
           MOVE TRN-SINGLE-LIMIT TO L-AFTER-SINGLE
           MOVE TRN-DAILY-LIMIT TO L-AFTER-DAILY
           MOVE TRN-ACCT-TYPE TO L-AFTER-TYPE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-LIMIT-LINE.

       398-LIST-APPROVAL.
           MOVE TRN-MAKER-ID TO A-MAKER-ID
           MOVE TRN-CHECKER-ID TO A-CHECKER-ID
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-APPROVAL-LINE.

       800-EDIT-DATE.
           MOVE 'N' TO DATE-VALID-SWITCH
           IF EDIT-DATE-FIELD IS NUMERIC
