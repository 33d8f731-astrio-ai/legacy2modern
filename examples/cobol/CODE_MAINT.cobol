               FILE STATUS IS VALID-CODES-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'VALIDTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT MAINT-PENDING-FILE ASSIGN TO 'MAINTPND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPD-KEY
               FILE STATUS IS MAINT-PENDING-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'VALIDCHG.TXT'.

       DATA DIVISION.
           05  TRN-CODE                PIC X(03).
           05  TRN-EFF-DATE            PIC 9(08).
           05  TRN-EXP-DATE            PIC 9(08).
           05  TRN-MAKER-ID            PIC X(08).
           05  TRN-CHECKER-ID          PIC X(08).
           05  TRN-ENTRY-DATE          PIC 9(08).
           05  TRN-ENTRY-SEQUENCE      PIC 9(05).

       FD  MAINT-PENDING-FILE.
           COPY MNTPNDREC.

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).
       WORKING-STORAGE SECTION.
       01  VALID-CODES-STATUS          PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  MAINT-PENDING-STATUS        PIC X(02) VALUE '00'.
       01  MASTER-EOF-FLAG             PIC X VALUE 'N'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  P-EXP-DATE              PIC 9(08).

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
               DISPLAY 'CODE-MAINT CANNOT OPEN MAINTPND.DAT, STATUS '
                   MAINT-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHANGE-LIST-FILE
           MOVE RUN-DATE TO C-H-RUN-DATE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-1
           MOVE REJECTED-COUNT TO T-REJECTED-COUNT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TOTAL
           CLOSE CHANGE-LIST-FILE
           CLOSE MAINT-PENDING-FILE

           PERFORM 500-WRITE-NEW-MASTER

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM 320-FIND-CODE
           PERFORM 322-CHECK-APPROVAL
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 330-EDIT-TRANSACTION
           END-IF
           IF EDIT-ERROR-TEXT = SPACES
               EVALUATE TRN-ACTION
                   WHEN 'A'
               END-IF
           END-PERFORM.

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
                       WHEN MPD-TARGET NOT = 'CODE'
                               OR MPD-MAKER-ID NOT = TRN-MAKER-ID
                               OR MPD-CHECKER-ID NOT = TRN-CHECKER-ID
                               OR MPD-TRAN-IMAGE(1:20)
                                   NOT = TRANSACTION-RECORD(1:20)
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

       395-FORMAT-TRN-DATES.
           MOVE ENTRY-EFF-DATE(FOUND-INDEX) TO P-EFF-DATE
           MOVE ENTRY-EXP-DATE(FOUND-INDEX) TO P-EXP-DATE.

       398-LIST-APPROVAL.
           MOVE TRN-MAKER-ID TO A-MAKER-ID
           MOVE TRN-CHECKER-ID TO A-CHECKER-ID
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-APPROVAL-LINE.

       500-WRITE-NEW-MASTER.
           OPEN OUTPUT VALID-CODES-FILE
           IF VALID-CODES-STATUS NOT = '00'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE VALID-CODES-FILE
           OPEN OUTPUT TRANSACTION-FILE
           CLOSE TRANSACTION-FILE.

       800-EDIT-DATE.
           MOVE 'N' TO DATE-VALID-SWITCH
