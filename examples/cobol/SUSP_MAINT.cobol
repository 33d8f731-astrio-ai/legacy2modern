               FILE STATUS IS RELEASE-QUEUE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'SUSPTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT MAINT-PENDING-FILE ASSIGN TO 'MAINTPND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPD-KEY
               FILE STATUS IS MAINT-PENDING-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'SUSPCHG.TXT'.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.TXT'
               FILE STATUS IS AUDIT-STATUS.
           05  SRL-BUSINESS-DATE       PIC 9(08).
           05  SRL-RECORD-KEY          PIC 9(07).
           05  SRL-CHOICE-CODE         PIC 9(01).
           05  SRL-TRAN-ID             PIC X(23).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-BUSINESS-DATE       PIC 9(08).
           05  TRN-KEY                 PIC 9(07).
           05  TRN-CHOICE              PIC 9(01).
           05  TRN-MAKER-ID            PIC X(08).
           05  TRN-CHECKER-ID          PIC X(08).
           05  TRN-ENTRY-DATE          PIC 9(08).
           05  TRN-ENTRY-SEQUENCE      PIC 9(05).

       FD  MAINT-PENDING-FILE.
           COPY MNTPNDREC.

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).
       01  SUSPENSE-STATUS             PIC X(02) VALUE '00'.
       01  RELEASE-QUEUE-STATUS        PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  MAINT-PENDING-STATUS        PIC X(02) VALUE '00'.
       01  AUDIT-STATUS                PIC X(02) VALUE '00'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
           05  ARI-CHOICE              PIC 9(01).
           05  FILLER                  PIC X(03) VALUE SPACES.

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
               DISPLAY 'SUSP-MAINT CANNOT OPEN MAINTPND.DAT, STATUS '
                   MAINT-PENDING-STATUS
               CLOSE RELEASE-QUEUE-FILE
               CLOSE SUSPENSE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           CLOSE AUDIT-FILE
           CLOSE RELEASE-QUEUE-FILE
           CLOSE SUSPENSE-FILE
           CLOSE MAINT-PENDING-FILE

           DISPLAY 'SUSP-MAINT TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'SUSP-MAINT APPLIED      ' APPLIED-COUNT
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY 'WARNING - SUSPTRN.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM 322-CHECK-APPROVAL
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 330-EDIT-TRANSACTION
           END-IF
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 340-APPLY-RELEASE
           ELSE
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
                       WHEN MPD-TARGET NOT = 'SUSP'
                               OR MPD-MAKER-ID NOT = TRN-MAKER-ID
                               OR MPD-CHECKER-ID NOT = TRN-CHECKER-ID
                               OR MPD-TRAN-IMAGE(1:17)
                                   NOT = TRANSACTION-RECORD(1:17)
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
               WHEN TRN-ACTION NOT = 'R'
           MOVE SUS-BUSINESS-DATE TO SRL-BUSINESS-DATE
           MOVE SUS-RECORD-KEY TO SRL-RECORD-KEY
           MOVE TRN-CHOICE TO SRL-CHOICE-CODE
           MOVE SUS-TRAN-ID TO SRL-TRAN-ID
           WRITE RELEASE-QUEUE-RECORD
           IF RELEASE-QUEUE-STATUS NOT = '00'
               MOVE 'RELEASE QUEUE WRITE FAILED'
           MOVE 'RELEASED ' TO ARI-TEXT
           MOVE TRN-CHOICE TO ARI-CHOICE
           MOVE AUDIT-RELEASE-IMAGE TO AUDIT-AFTER-SNIPPET
           MOVE SUS-TRAN-ID TO AUDIT-TRAN-ID
           WRITE AUDIT-RECORD.

       380-LIST-REJECTED.
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

       398-LIST-APPROVAL.
           MOVE TRN-MAKER-ID TO A-MAKER-ID
           MOVE TRN-CHECKER-ID TO A-CHECKER-ID
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-APPROVAL-LINE.
