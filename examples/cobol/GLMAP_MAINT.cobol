       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           GLMAP-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP.TXT'
               FILE STATUS IS GL-MAP-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'GLMAPTRN.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'GLMAPCHG.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-CODE                PIC X(03).
           05  TRN-SIDE                PIC X(01).
           05  TRN-EFF-DATE            PIC 9(08).
           05  TRN-EXP-DATE            PIC 9(08).
           05  TRN-DEBIT-GL            PIC X(10).
           05  TRN-CREDIT-GL           PIC X(10).
           05  TRN-COST-CENTRE         PIC X(06).

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  GL-MAP-STATUS               PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  MASTER-EOF-FLAG             PIC X VALUE 'N'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  MAP-COUNT                   PIC 9(03) VALUE 0.
       01  MAP-INDEX                   PIC 9(03) VALUE 0.
       01  FOUND-INDEX                 PIC 9(03) VALUE 0.
       01  MAP-FOUND-SWITCH            PIC X VALUE 'N'.
           88  MAP-FOUND                   VALUE 'Y'.
       01  MASTER-OVERFLOW-SWITCH      PIC X VALUE 'N'.
           88  MASTER-OVERFLOW             VALUE 'Y'.
       01  DATE-VALID-SWITCH           PIC X VALUE 'N'.
           88  DATE-VALID                  VALUE 'Y'.
       01  EDIT-ERROR-TEXT             PIC X(30) VALUE SPACES.
       01  EDIT-DATE-FIELD             PIC 9(08) VALUE 0.
       01  EDIT-DATE-DETAIL REDEFINES EDIT-DATE-FIELD.
           05  EDIT-YEAR               PIC 9(04).
           05  EDIT-MONTH              PIC 9(02).
           05  EDIT-DAY                PIC 9(02).
       01  MONTH-DAY-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  LEAP-REMAINDER              PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT               PIC 9(04) VALUE 0.
       01  TRANSACTION-COUNT           PIC 9(05) VALUE 0.
       01  APPLIED-COUNT               PIC 9(05) VALUE 0.
       01  REJECTED-COUNT              PIC 9(05) VALUE 0.

       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 500 TIMES.
               10  ENTRY-CODE          PIC X(03).
               10  ENTRY-SIDE          PIC X(01).
               10  ENTRY-EFF-DATE      PIC 9(08).
               10  ENTRY-EXP-DATE      PIC 9(08).
               10  ENTRY-DEBIT-GL      PIC X(10).
               10  ENTRY-CREDIT-GL     PIC X(10).
               10  ENTRY-COST-CENTRE   PIC X(06).
               10  ENTRY-DELETED-FLAG  PIC X(01).

       01  CHANGE-LIST-HEADING-1.
           05  FILLER                  PIC X(36)
                   VALUE 'GL MAPPING MAINTENANCE - RUN DATE '.
           05  C-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  CHANGE-LIST-HEADING-2.
           05  FILLER                  PIC X(32)
                   VALUE 'ACT CODE S  BEFORE            '.
           05  FILLER                  PIC X(68)
                   VALUE 'AFTER             STATUS'.

       01  CHANGE-LIST-DETAIL.
           05  C-ACTION                PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  C-CODE                  PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-SIDE                  PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-BEFORE-IMAGE          PIC X(17).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-AFTER-IMAGE           PIC X(17).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-STATUS-TEXT           PIC X(30).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  DATE-PAIR-IMAGE.
           05  P-EFF-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  P-EXP-DATE              PIC 9(08).

       01  CHANGE-LIST-ACCOUNT-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'DR '.
           05  M-BEFORE-DEBIT-GL       PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' CR '.
           05  M-BEFORE-CREDIT-GL      PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' CC '.
           05  M-BEFORE-COST-CENTRE    PIC X(06).
           05  FILLER                  PIC X(04) VALUE ' -> '.
           05  FILLER                  PIC X(03) VALUE 'DR '.
           05  M-AFTER-DEBIT-GL        PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' CR '.
           05  M-AFTER-CREDIT-GL       PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' CC '.
           05  M-AFTER-COST-CENTRE     PIC X(06).
           05  FILLER                  PIC X(13) VALUE SPACES.

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

           PERFORM 200-LOAD-MASTER
           IF MASTER-OVERFLOW
               DISPLAY 'GLMAP-MAINT HALTED - GLMAP.TXT EXCEEDS '
                   'THE 500 ENTRY TABLE, MASTER LEFT UNTOUCHED'
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

           PERFORM 500-WRITE-NEW-MASTER

           DISPLAY 'GLMAP-MAINT TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'GLMAP-MAINT APPLIED      ' APPLIED-COUNT
           DISPLAY 'GLMAP-MAINT REJECTED     ' REJECTED-COUNT

           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       200-LOAD-MASTER.
           MOVE 0 TO MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = '00'
               PERFORM UNTIL MASTER-EOF-FLAG = 'Y'
                   READ GL-MAP-FILE
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLAG
                       NOT AT END
                           IF MAP-COUNT < 500
                               ADD 1 TO MAP-COUNT
                               MOVE GLM-REF-CODE
                                   TO ENTRY-CODE(MAP-COUNT)
                               MOVE GLM-SIDE
                                   TO ENTRY-SIDE(MAP-COUNT)
                               MOVE GLM-EFF-DATE
                                   TO ENTRY-EFF-DATE(MAP-COUNT)
                               MOVE GLM-EXP-DATE
                                   TO ENTRY-EXP-DATE(MAP-COUNT)
                               MOVE GLM-DEBIT-GL
                                   TO ENTRY-DEBIT-GL(MAP-COUNT)
                               MOVE GLM-CREDIT-GL
                                   TO ENTRY-CREDIT-GL(MAP-COUNT)
                               MOVE GLM-COST-CENTRE
                                   TO ENTRY-COST-CENTRE(MAP-COUNT)
                               MOVE 'N'
                                   TO ENTRY-DELETED-FLAG(MAP-COUNT)
                           ELSE
                               MOVE 'Y' TO MASTER-OVERFLOW-SWITCH
                               MOVE 'Y' TO MASTER-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
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
           ELSE
               DISPLAY 'WARNING - GLMAPTRN.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS
           END-IF.

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM 320-FIND-MAPPING
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

       320-FIND-MAPPING.
           MOVE 'N' TO MAP-FOUND-SWITCH
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
                   UNTIL MAP-INDEX > MAP-COUNT
               IF ENTRY-CODE(MAP-INDEX) = TRN-CODE
                       AND ENTRY-SIDE(MAP-INDEX) = TRN-SIDE
                       AND ENTRY-DELETED-FLAG(MAP-INDEX) = 'N'
                   MOVE 'Y' TO MAP-FOUND-SWITCH
                   MOVE MAP-INDEX TO FOUND-INDEX
               END-IF
           END-PERFORM.

       330-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
                       AND TRN-ACTION NOT = 'D'
                   MOVE 'INVALID ACTION CODE'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-CODE = SPACES
                   MOVE 'BLANK CODE' TO EDIT-ERROR-TEXT
               WHEN TRN-SIDE NOT = 'D' AND TRN-SIDE NOT = 'C'
                   MOVE 'SIDE MUST BE D OR C' TO EDIT-ERROR-TEXT
               WHEN TRN-ACTION = 'A' AND MAP-FOUND
                   MOVE 'DUPLICATE MAPPING' TO EDIT-ERROR-TEXT
               WHEN TRN-ACTION = 'A' AND MAP-COUNT >= 500
                   MOVE 'MAPPING TABLE FULL' TO EDIT-ERROR-TEXT
               WHEN (TRN-ACTION = 'C' OR TRN-ACTION = 'D')
                       AND NOT MAP-FOUND
                   MOVE 'MAPPING NOT ON FILE' TO EDIT-ERROR-TEXT
               WHEN TRN-ACTION NOT = 'D'
                   PERFORM 335-EDIT-TRANSACTION-FIELDS
           END-EVALUATE.

       335-EDIT-TRANSACTION-FIELDS.
           MOVE TRN-EFF-DATE TO EDIT-DATE-FIELD
           PERFORM 800-EDIT-DATE
           IF NOT DATE-VALID
               MOVE 'INVALID EFFECTIVE DATE' TO EDIT-ERROR-TEXT
           ELSE
               MOVE TRN-EXP-DATE TO EDIT-DATE-FIELD
               PERFORM 800-EDIT-DATE
               IF NOT DATE-VALID
                   MOVE 'INVALID EXPIRY DATE' TO EDIT-ERROR-TEXT
               ELSE
                   IF TRN-EXP-DATE < TRN-EFF-DATE
                       MOVE 'EXPIRY BEFORE EFFECTIVE'
                           TO EDIT-ERROR-TEXT
                   END-IF
               END-IF
           END-IF
           IF EDIT-ERROR-TEXT = SPACES
               EVALUATE TRUE
                   WHEN TRN-DEBIT-GL = SPACES
                       MOVE 'BLANK DEBIT GL ACCOUNT'
                           TO EDIT-ERROR-TEXT
                   WHEN TRN-CREDIT-GL = SPACES
                       MOVE 'BLANK CREDIT GL ACCOUNT'
                           TO EDIT-ERROR-TEXT
                   WHEN TRN-DEBIT-GL = TRN-CREDIT-GL
                       MOVE 'DEBIT AND CREDIT GL THE SAME'
                           TO EDIT-ERROR-TEXT
                   WHEN TRN-COST-CENTRE = SPACES
                       MOVE 'BLANK COST CENTRE' TO EDIT-ERROR-TEXT
               END-EVALUATE
           END-IF.

       340-APPLY-ADD.
           ADD 1 TO MAP-COUNT
           MOVE TRN-CODE TO ENTRY-CODE(MAP-COUNT)
           MOVE TRN-SIDE TO ENTRY-SIDE(MAP-COUNT)
           MOVE TRN-EFF-DATE TO ENTRY-EFF-DATE(MAP-COUNT)
           MOVE TRN-EXP-DATE TO ENTRY-EXP-DATE(MAP-COUNT)
           MOVE TRN-DEBIT-GL TO ENTRY-DEBIT-GL(MAP-COUNT)
           MOVE TRN-CREDIT-GL TO ENTRY-CREDIT-GL(MAP-COUNT)
           MOVE TRN-COST-CENTRE TO ENTRY-COST-CENTRE(MAP-COUNT)
           MOVE 'N' TO ENTRY-DELETED-FLAG(MAP-COUNT)
           MOVE 'NEW' TO C-BEFORE-IMAGE
           PERFORM 395-FORMAT-TRN-DATES
           MOVE DATE-PAIR-IMAGE TO C-AFTER-IMAGE
           MOVE SPACES TO M-BEFORE-DEBIT-GL
           MOVE SPACES TO M-BEFORE-CREDIT-GL
           MOVE SPACES TO M-BEFORE-COST-CENTRE
           PERFORM 390-LIST-APPLIED
           PERFORM 397-LIST-ACCOUNTS.

       350-APPLY-CHANGE.
           PERFORM 396-FORMAT-BEFORE-DATES
           MOVE DATE-PAIR-IMAGE TO C-BEFORE-IMAGE
           MOVE ENTRY-DEBIT-GL(FOUND-INDEX) TO M-BEFORE-DEBIT-GL
           MOVE ENTRY-CREDIT-GL(FOUND-INDEX) TO M-BEFORE-CREDIT-GL
           MOVE ENTRY-COST-CENTRE(FOUND-INDEX)
               TO M-BEFORE-COST-CENTRE
           MOVE TRN-EFF-DATE TO ENTRY-EFF-DATE(FOUND-INDEX)
           MOVE TRN-EXP-DATE TO ENTRY-EXP-DATE(FOUND-INDEX)
           MOVE TRN-DEBIT-GL TO ENTRY-DEBIT-GL(FOUND-INDEX)
           MOVE TRN-CREDIT-GL TO ENTRY-CREDIT-GL(FOUND-INDEX)
           MOVE TRN-COST-CENTRE TO ENTRY-COST-CENTRE(FOUND-INDEX)
           PERFORM 395-FORMAT-TRN-DATES
           MOVE DATE-PAIR-IMAGE TO C-AFTER-IMAGE
           PERFORM 390-LIST-APPLIED
           PERFORM 397-LIST-ACCOUNTS.

       360-APPLY-DELETE.
           PERFORM 396-FORMAT-BEFORE-DATES
           MOVE DATE-PAIR-IMAGE TO C-BEFORE-IMAGE
           MOVE 'Y' TO ENTRY-DELETED-FLAG(FOUND-INDEX)
           MOVE 'DELETED' TO C-AFTER-IMAGE
           PERFORM 390-LIST-APPLIED.

       380-LIST-REJECTED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-CODE TO C-CODE
           MOVE TRN-SIDE TO C-SIDE
           MOVE SPACES TO C-BEFORE-IMAGE
           MOVE SPACES TO C-AFTER-IMAGE
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-APPLIED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-CODE TO C-CODE
           MOVE TRN-SIDE TO C-SIDE
           MOVE 'APPLIED ' TO C-STATUS
           MOVE SPACES TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO APPLIED-COUNT.

       395-FORMAT-TRN-DATES.
           MOVE TRN-EFF-DATE TO P-EFF-DATE
           MOVE TRN-EXP-DATE TO P-EXP-DATE.

       396-FORMAT-BEFORE-DATES.
           MOVE ENTRY-EFF-DATE(FOUND-INDEX) TO P-EFF-DATE
           MOVE ENTRY-EXP-DATE(FOUND-INDEX) TO P-EXP-DATE.

       397-LIST-ACCOUNTS.
           MOVE TRN-DEBIT-GL TO M-AFTER-DEBIT-GL
           MOVE TRN-CREDIT-GL TO M-AFTER-CREDIT-GL
           MOVE TRN-COST-CENTRE TO M-AFTER-COST-CENTRE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-ACCOUNT-LINE.

       500-WRITE-NEW-MASTER.
           OPEN OUTPUT GL-MAP-FILE
           IF GL-MAP-STATUS NOT = '00'
               DISPLAY 'GLMAP-MAINT CANNOT REWRITE GLMAP.TXT, '
                   'STATUS ' GL-MAP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
                   UNTIL MAP-INDEX > MAP-COUNT
               IF ENTRY-DELETED-FLAG(MAP-INDEX) = 'N'
                   MOVE ENTRY-CODE(MAP-INDEX) TO GLM-REF-CODE
                   MOVE ENTRY-SIDE(MAP-INDEX) TO GLM-SIDE
                   MOVE ENTRY-EFF-DATE(MAP-INDEX) TO GLM-EFF-DATE
                   MOVE ENTRY-EXP-DATE(MAP-INDEX) TO GLM-EXP-DATE
                   MOVE ENTRY-DEBIT-GL(MAP-INDEX) TO GLM-DEBIT-GL
                   MOVE ENTRY-CREDIT-GL(MAP-INDEX) TO GLM-CREDIT-GL
                   MOVE ENTRY-COST-CENTRE(MAP-INDEX)
                       TO GLM-COST-CENTRE
                   WRITE GL-MAP-RECORD
                   IF GL-MAP-STATUS NOT = '00'
                       DISPLAY 'GLMAP-MAINT WRITE FAILED ON '
                           'GLMAP.TXT, STATUS ' GL-MAP-STATUS
                       CLOSE GL-MAP-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GL-MAP-FILE.

       800-EDIT-DATE.
           MOVE 'N' TO DATE-VALID-SWITCH
           IF EDIT-DATE-FIELD IS NUMERIC
                   AND EDIT-YEAR > 0
                   AND EDIT-MONTH >= 1 AND EDIT-MONTH <= 12
                   AND EDIT-DAY >= 1
               IF EDIT-DAY <= MONTH-DAYS(EDIT-MONTH)
                   MOVE 'Y' TO DATE-VALID-SWITCH
               ELSE
                   IF EDIT-MONTH = 2 AND EDIT-DAY = 29
                       PERFORM 810-CHECK-LEAP-YEAR
                   END-IF
               END-IF
           END-IF.

       810-CHECK-LEAP-YEAR.
           DIVIDE EDIT-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO DATE-VALID-SWITCH
               DIVIDE EDIT-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE EDIT-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO DATE-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.
