       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SCRN-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO 'SCRNREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS SCREEN-REVIEW-STATUS.
           SELECT REVIEW-HISTORY-FILE ASSIGN TO 'SCRNHIST.TXT'
               FILE STATUS IS REVIEW-HISTORY-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'SCRNDSP.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT SCREEN-PARM-FILE ASSIGN TO 'SCRNPARM.TXT'
               FILE STATUS IS SCREEN-PARM-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'SCRNCHG.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVREC.

       FD  REVIEW-HISTORY-FILE.
       01  REVIEW-HISTORY-RECORD.
           05  SHS-DECISION-DATE       PIC 9(08).
           05  SHS-BUSINESS-DATE       PIC 9(08).
           05  SHS-SEQUENCE            PIC 9(05).
           05  SHS-ACCOUNT-NUMBER      PIC X(10).
           05  SHS-RULE-CODE           PIC X(04).
           05  SHS-OLD-STATUS          PIC X(01).
           05  SHS-NEW-STATUS          PIC X(01).
           05  SHS-REVIEWER-ID         PIC X(08).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-BUSINESS-DATE       PIC 9(08).
           05  TRN-SEQUENCE            PIC 9(05).
           05  TRN-REVIEWER            PIC X(08).

       FD  SCREEN-PARM-FILE.
       01  SCREEN-PARM-RECORD.
           05  SPM-ROUND-UNIT          PIC 9(07)V9(02).
           05  SPM-UNDER-MARGIN        PIC 9(07)V9(02).
           05  SPM-UNDER-COUNT         PIC 9(05).
           05  SPM-VELOCITY-COUNT      PIC 9(05).
           05  SPM-LARGE-MULTIPLE      PIC 9(03)V9(02).
           05  SPM-MIN-HISTORY         PIC 9(05).
           05  SPM-REPEAT-COUNT        PIC 9(05).

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  SCREEN-REVIEW-STATUS        PIC X(02) VALUE '00'.
       01  REVIEW-HISTORY-STATUS       PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  SCREEN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  SCREEN-REVIEW-EOF-FLAG      PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  EDIT-ERROR-TEXT             PIC X(30) VALUE SPACES.
       01  OLD-STATUS                  PIC X(01) VALUE SPACES.
       01  REPEAT-COUNT-LIMIT          PIC 9(05) VALUE 2.
       01  TRANSACTION-COUNT           PIC 9(05) VALUE 0.
       01  APPLIED-COUNT               PIC 9(05) VALUE 0.
       01  REJECTED-COUNT              PIC 9(05) VALUE 0.
       01  CLEARED-COUNT               PIC 9(05) VALUE 0.
       01  CONFIRMED-COUNT             PIC 9(05) VALUE 0.
       01  ESCALATED-COUNT             PIC 9(05) VALUE 0.
       01  OFFENDER-COUNT              PIC 9(05) VALUE 0.
       01  OFFENDER-INDEX              PIC 9(05) VALUE 0.
       01  FOUND-OFFENDER-INDEX        PIC 9(05) VALUE 0.
       01  REPEAT-OFFENDER-COUNT       PIC 9(05) VALUE 0.
       01  HISTORY-WRITE-FAILED-COUNT  PIC 9(05) VALUE 0.
       01  OFFENDER-FOUND-SWITCH       PIC X VALUE 'N'.
           88  OFFENDER-FOUND              VALUE 'Y'.
       01  OFFENDER-OVERFLOW-SWITCH    PIC X VALUE 'N'.
           88  OFFENDER-OVERFLOW           VALUE 'Y'.

       01  OFFENDER-TABLE.
           05  OFFENDER-ENTRY OCCURS 5000 TIMES.
               10  OFD-ACCOUNT         PIC X(10).
               10  OFD-ALERT-COUNT     PIC 9(05).
               10  OFD-CONFIRMED-COUNT PIC 9(05).
               10  OFD-LAST-ALERT-DATE PIC 9(08).

       01  CHANGE-LIST-HEADING-1.
           05  FILLER                  PIC X(39)
                   VALUE 'SCREENING DISPOSITIONS - RUN DATE'.
           05  C-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  CHANGE-LIST-HEADING-2.
           05  FILLER                  PIC X(40)
                   VALUE 'ACT ALERT    SEQ   ACCOUNT    RULE AFTER'.
           05  FILLER                  PIC X(60)
                   VALUE '     REVIEWER STATUS'.

       01  CHANGE-LIST-DETAIL.
           05  C-ACTION                PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  C-BUSINESS-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-SEQUENCE              PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-RULE-CODE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-AFTER-IMAGE           PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-REVIEWER              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-STATUS-TEXT           PIC X(30).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  CHANGE-LIST-TOTAL.
           05  FILLER                  PIC X(13) VALUE 'TRANSACTIONS '.
           05  T-TRANSACTION-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  APPLIED '.
           05  T-APPLIED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED '.
           05  T-REJECTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  CLEARED '.
           05  T-CLEARED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  CONFIRMED '.
           05  T-CONFIRMED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  ESCALATED '.
           05  T-ESCALATED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  OFFENDER-HEADING.
           05  FILLER                  PIC X(26)
                   VALUE 'REPEAT OFFENDERS - ALERTS '.
           05  FILLER                  PIC X(38)
                   VALUE 'CONFIRMED OR ESCALATED AT OR ABOVE  '.
           05  O-H-LIMIT               PIC ZZZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  OFFENDER-DETAIL.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  O-ACCOUNT               PIC X(10).
           05  FILLER                  PIC X(09) VALUE '  ALERTS '.
           05  O-ALERT-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(22)
                   VALUE '  CONFIRMED/ESCALATED '.
           05  O-CONFIRMED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(13)
                   VALUE '  LAST ALERT '.
           05  O-LAST-ALERT-DATE       PIC 9(08).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  OFFENDER-TOTAL.
           05  FILLER                  PIC X(25)
                   VALUE 'REPEAT OFFENDER ACCOUNTS '.
           05  T-OFFENDER-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 160-READ-SCREEN-PARMS

           OPEN I-O SCREEN-REVIEW-FILE
           IF SCREEN-REVIEW-STATUS NOT = '00'
               DISPLAY 'SCRN-REVIEW CANNOT OPEN SCRNREV.DAT, STATUS '
                   SCREEN-REVIEW-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND REVIEW-HISTORY-FILE
           IF REVIEW-HISTORY-STATUS = '35'
               OPEN OUTPUT REVIEW-HISTORY-FILE
           END-IF
           IF REVIEW-HISTORY-STATUS NOT = '00'
               DISPLAY 'SCRN-REVIEW CANNOT OPEN SCRNHIST.TXT, STATUS '
                   REVIEW-HISTORY-STATUS
               CLOSE SCREEN-REVIEW-FILE
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
           MOVE CLEARED-COUNT TO T-CLEARED-COUNT
           MOVE CONFIRMED-COUNT TO T-CONFIRMED-COUNT
           MOVE ESCALATED-COUNT TO T-ESCALATED-COUNT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TOTAL

           PERFORM 500-LIST-REPEAT-OFFENDERS
           CLOSE CHANGE-LIST-FILE

           CLOSE REVIEW-HISTORY-FILE
           CLOSE SCREEN-REVIEW-FILE

           DISPLAY 'SCRN-REVIEW TRANSACTIONS ' TRANSACTION-COUNT
           DISPLAY 'SCRN-REVIEW CLEARED      ' CLEARED-COUNT
           DISPLAY 'SCRN-REVIEW CONFIRMED    ' CONFIRMED-COUNT
           DISPLAY 'SCRN-REVIEW ESCALATED    ' ESCALATED-COUNT
           DISPLAY 'SCRN-REVIEW REJECTED     ' REJECTED-COUNT
           DISPLAY 'SCRN-REVIEW REPEAT ACCTS ' REPEAT-OFFENDER-COUNT

           EVALUATE TRUE
               WHEN HISTORY-WRITE-FAILED-COUNT > 0
                   DISPLAY 'SCRN-REVIEW HISTORY WRITES FAILED '
                       HISTORY-WRITE-FAILED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       160-READ-SCREEN-PARMS.
           OPEN INPUT SCREEN-PARM-FILE
           IF SCREEN-PARM-STATUS = '00'
               READ SCREEN-PARM-FILE
                   NOT AT END
                       IF SPM-REPEAT-COUNT IS NUMERIC
                               AND SPM-REPEAT-COUNT > 0
                           MOVE SPM-REPEAT-COUNT TO REPEAT-COUNT-LIMIT
                       END-IF
               END-READ
               CLOSE SCREEN-PARM-FILE
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
               DISPLAY 'WARNING - SCRNDSP.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS
           END-IF.

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           MOVE SPACES TO C-ACCOUNT
           MOVE SPACES TO C-RULE-CODE
           PERFORM 330-EDIT-TRANSACTION
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 340-APPLY-DISPOSITION
           ELSE
               PERFORM 380-LIST-REJECTED
           END-IF.

       330-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = 'C' AND TRN-ACTION NOT = 'F'
                       AND TRN-ACTION NOT = 'E'
                   MOVE 'INVALID ACTION CODE'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-BUSINESS-DATE IS NOT NUMERIC
                   MOVE 'ALERT DATE NOT NUMERIC' TO EDIT-ERROR-TEXT
               WHEN TRN-SEQUENCE IS NOT NUMERIC
                   MOVE 'ALERT SEQUENCE NOT NUMERIC'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-REVIEWER = SPACES
                   MOVE 'REVIEWER ID MISSING' TO EDIT-ERROR-TEXT
           END-EVALUATE.

       340-APPLY-DISPOSITION.
           MOVE TRN-BUSINESS-DATE TO SRV-BUSINESS-DATE
           MOVE TRN-SEQUENCE TO SRV-SEQUENCE
           READ SCREEN-REVIEW-FILE
               INVALID KEY
                   MOVE 'KEY NOT ON REVIEW FILE' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   MOVE SRV-ACCOUNT-NUMBER TO C-ACCOUNT
                   MOVE SRV-RULE-CODE TO C-RULE-CODE
                   EVALUATE TRUE
                       WHEN SRV-STATUS = 'C'
                           MOVE 'ALERT ALREADY CLEARED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 380-LIST-REJECTED
                       WHEN SRV-STATUS = 'F'
                           MOVE 'ALERT ALREADY CONFIRMED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 380-LIST-REJECTED
                       WHEN SRV-STATUS = 'E' AND TRN-ACTION = 'E'
                           MOVE 'ALERT ALREADY ESCALATED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 380-LIST-REJECTED
                       WHEN OTHER
                           PERFORM 350-RECORD-DISPOSITION
                   END-EVALUATE
           END-READ.

       350-RECORD-DISPOSITION.
           MOVE SRV-STATUS TO OLD-STATUS
           MOVE TRN-ACTION TO SRV-STATUS
           MOVE TRN-REVIEWER TO SRV-REVIEWER-ID
           MOVE RUN-DATE TO SRV-REVIEW-DATE
           REWRITE SCREEN-REVIEW-RECORD
           IF SCREEN-REVIEW-STATUS NOT = '00'
               MOVE 'REVIEW FILE REWRITE FAILED' TO EDIT-ERROR-TEXT
               PERFORM 380-LIST-REJECTED
           ELSE
               MOVE RUN-DATE TO SHS-DECISION-DATE
               MOVE SRV-BUSINESS-DATE TO SHS-BUSINESS-DATE
               MOVE SRV-SEQUENCE TO SHS-SEQUENCE
               MOVE SRV-ACCOUNT-NUMBER TO SHS-ACCOUNT-NUMBER
               MOVE SRV-RULE-CODE TO SHS-RULE-CODE
               MOVE OLD-STATUS TO SHS-OLD-STATUS
               MOVE SRV-STATUS TO SHS-NEW-STATUS
               MOVE TRN-REVIEWER TO SHS-REVIEWER-ID
               WRITE REVIEW-HISTORY-RECORD
               IF REVIEW-HISTORY-STATUS NOT = '00'
                   DISPLAY 'SCRN-REVIEW WRITE FAILED ON SCRNHIST.TXT, '
                       'STATUS ' REVIEW-HISTORY-STATUS ' ALERT ' SRV-KEY
                   ADD 1 TO HISTORY-WRITE-FAILED-COUNT
               END-IF
               EVALUATE TRN-ACTION
                   WHEN 'C'
                       MOVE 'CLEARED' TO C-AFTER-IMAGE
                       ADD 1 TO CLEARED-COUNT
                   WHEN 'F'
                       MOVE 'CONFIRMED' TO C-AFTER-IMAGE
                       ADD 1 TO CONFIRMED-COUNT
                   WHEN OTHER
                       MOVE 'ESCALATED' TO C-AFTER-IMAGE
                       ADD 1 TO ESCALATED-COUNT
               END-EVALUATE
               PERFORM 390-LIST-APPLIED
           END-IF.

       380-LIST-REJECTED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-BUSINESS-DATE TO C-BUSINESS-DATE
           MOVE TRN-SEQUENCE TO C-SEQUENCE
           MOVE SPACES TO C-AFTER-IMAGE
           MOVE TRN-REVIEWER TO C-REVIEWER
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-APPLIED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-BUSINESS-DATE TO C-BUSINESS-DATE
           MOVE TRN-SEQUENCE TO C-SEQUENCE
           MOVE TRN-REVIEWER TO C-REVIEWER
           MOVE 'APPLIED ' TO C-STATUS
           MOVE SPACES TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO APPLIED-COUNT.

       500-LIST-REPEAT-OFFENDERS.
           MOVE 0 TO SRV-BUSINESS-DATE
           MOVE 0 TO SRV-SEQUENCE
           START SCREEN-REVIEW-FILE KEY NOT < SRV-KEY
               INVALID KEY
                   MOVE 'Y' TO SCREEN-REVIEW-EOF-FLAG
           END-START
           PERFORM UNTIL SCREEN-REVIEW-EOF-FLAG = 'Y'
               READ SCREEN-REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCREEN-REVIEW-EOF-FLAG
                   NOT AT END
                       PERFORM 510-TALLY-OFFENDER
               END-READ
           END-PERFORM
           IF OFFENDER-OVERFLOW
               DISPLAY 'WARNING - MORE THAN 5000 ALERTED ACCOUNTS, '
                   'REPEAT OFFENDER LIST PARTIAL'
           END-IF
           MOVE REPEAT-COUNT-LIMIT TO O-H-LIMIT
           WRITE CHANGE-LIST-LINE FROM OFFENDER-HEADING
           PERFORM VARYING OFFENDER-INDEX FROM 1 BY 1
                   UNTIL OFFENDER-INDEX > OFFENDER-COUNT
               IF OFD-CONFIRMED-COUNT(OFFENDER-INDEX)
                       NOT < REPEAT-COUNT-LIMIT
                   MOVE OFD-ACCOUNT(OFFENDER-INDEX) TO O-ACCOUNT
                   MOVE OFD-ALERT-COUNT(OFFENDER-INDEX)
                       TO O-ALERT-COUNT
                   MOVE OFD-CONFIRMED-COUNT(OFFENDER-INDEX)
                       TO O-CONFIRMED-COUNT
                   MOVE OFD-LAST-ALERT-DATE(OFFENDER-INDEX)
                       TO O-LAST-ALERT-DATE
                   WRITE CHANGE-LIST-LINE FROM OFFENDER-DETAIL
                   ADD 1 TO REPEAT-OFFENDER-COUNT
               END-IF
           END-PERFORM
           MOVE REPEAT-OFFENDER-COUNT TO T-OFFENDER-COUNT
           WRITE CHANGE-LIST-LINE FROM OFFENDER-TOTAL.

       510-TALLY-OFFENDER.
           MOVE 'N' TO OFFENDER-FOUND-SWITCH
           MOVE 0 TO FOUND-OFFENDER-INDEX
           PERFORM VARYING OFFENDER-INDEX FROM 1 BY 1
                   UNTIL OFFENDER-INDEX > OFFENDER-COUNT
                       OR OFFENDER-FOUND
               IF OFD-ACCOUNT(OFFENDER-INDEX) = SRV-ACCOUNT-NUMBER
                   MOVE 'Y' TO OFFENDER-FOUND-SWITCH
                   MOVE OFFENDER-INDEX TO FOUND-OFFENDER-INDEX
               END-IF
           END-PERFORM
           IF NOT OFFENDER-FOUND
               IF OFFENDER-COUNT < 5000
                   ADD 1 TO OFFENDER-COUNT
                   MOVE OFFENDER-COUNT TO FOUND-OFFENDER-INDEX
                   MOVE SRV-ACCOUNT-NUMBER
                       TO OFD-ACCOUNT(OFFENDER-COUNT)
                   MOVE 0 TO OFD-ALERT-COUNT(OFFENDER-COUNT)
                   MOVE 0 TO OFD-CONFIRMED-COUNT(OFFENDER-COUNT)
                   MOVE 0 TO OFD-LAST-ALERT-DATE(OFFENDER-COUNT)
                   MOVE 'Y' TO OFFENDER-FOUND-SWITCH
               ELSE
                   MOVE 'Y' TO OFFENDER-OVERFLOW-SWITCH
               END-IF
           END-IF
           IF OFFENDER-FOUND
               ADD 1 TO OFD-ALERT-COUNT(FOUND-OFFENDER-INDEX)
               IF SRV-STATUS = 'F' OR SRV-STATUS = 'E'
                   ADD 1 TO OFD-CONFIRMED-COUNT(FOUND-OFFENDER-INDEX)
               END-IF
               IF SRV-BUSINESS-DATE
                       > OFD-LAST-ALERT-DATE(FOUND-OFFENDER-INDEX)
                   MOVE SRV-BUSINESS-DATE
                       TO OFD-LAST-ALERT-DATE(FOUND-OFFENDER-INDEX)
               END-IF
           END-IF.
