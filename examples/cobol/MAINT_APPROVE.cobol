       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           MAINT-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-PENDING-FILE ASSIGN TO 'MAINTPND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPD-KEY
               FILE STATUS IS MAINT-PENDING-STATUS.
           SELECT MAINT-ENTRY-FILE ASSIGN TO 'MAINTENT.TXT'
               FILE STATUS IS MAINT-ENTRY-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'MAINTAPV.TXT'
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT APPROVAL-PARM-FILE ASSIGN TO 'MAINTPRM.TXT'
               FILE STATUS IS APPROVAL-PARM-STATUS.
           SELECT ACCT-RELEASE-FILE ASSIGN TO 'ACCTTRN.TXT'
               FILE STATUS IS ACCT-RELEASE-STATUS.
           SELECT CODE-RELEASE-FILE ASSIGN TO 'VALIDTRN.TXT'
               FILE STATUS IS CODE-RELEASE-STATUS.
           SELECT SUSP-RELEASE-FILE ASSIGN TO 'SUSPTRN.TXT'
               FILE STATUS IS SUSP-RELEASE-STATUS.
           SELECT CHANGE-LIST-FILE ASSIGN TO 'MAINTCHG.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-PENDING-FILE.
           COPY MNTPNDREC.

       FD  MAINT-ENTRY-FILE.
           COPY MNTENTREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION              PIC X(01).
           05  TRN-ENTRY-DATE          PIC 9(08).
           05  TRN-SEQUENCE            PIC 9(05).
           05  TRN-CHECKER             PIC X(08).

       FD  APPROVAL-PARM-FILE.
       01  APPROVAL-PARM-RECORD.
           05  MPM-EXPIRY-DAYS         PIC 9(05).

       FD  ACCT-RELEASE-FILE.
       01  ACCT-RELEASE-RECORD.
           05  ARL-TRAN-IMAGE          PIC X(54).
           05  ARL-MAKER-ID            PIC X(08).
           05  ARL-CHECKER-ID          PIC X(08).
           05  ARL-ENTRY-DATE          PIC 9(08).
           05  ARL-ENTRY-SEQUENCE      PIC 9(05).

       FD  CODE-RELEASE-FILE.
       01  CODE-RELEASE-RECORD.
           05  CRL-TRAN-IMAGE          PIC X(20).
           05  CRL-MAKER-ID            PIC X(08).
           05  CRL-CHECKER-ID          PIC X(08).
           05  CRL-ENTRY-DATE          PIC 9(08).
           05  CRL-ENTRY-SEQUENCE      PIC 9(05).

       FD  SUSP-RELEASE-FILE.
       01  SUSP-RELEASE-RECORD.
           05  SRL-TRAN-IMAGE          PIC X(17).
           05  SRL-MAKER-ID            PIC X(08).
           05  SRL-CHECKER-ID          PIC X(08).
           05  SRL-ENTRY-DATE          PIC 9(08).
           05  SRL-ENTRY-SEQUENCE      PIC 9(05).

       FD  CHANGE-LIST-FILE.
       01  CHANGE-LIST-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  MAINT-PENDING-STATUS        PIC X(02) VALUE '00'.
       01  MAINT-ENTRY-STATUS          PIC X(02) VALUE '00'.
       01  TRANSACTION-STATUS          PIC X(02) VALUE '00'.
       01  APPROVAL-PARM-STATUS        PIC X(02) VALUE '00'.
       01  ACCT-RELEASE-STATUS         PIC X(02) VALUE '00'.
       01  CODE-RELEASE-STATUS         PIC X(02) VALUE '00'.
       01  SUSP-RELEASE-STATUS         PIC X(02) VALUE '00'.
       01  RELEASE-STATUS              PIC X(02) VALUE '00'.
       01  ENTRY-EOF-FLAG              PIC X VALUE 'N'.
       01  PENDING-EOF-FLAG            PIC X VALUE 'N'.
       01  TRANSACTION-EOF-FLAG        PIC X VALUE 'N'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  RUN-DAY-NUMBER              PIC 9(07) VALUE 0.
       01  EXPIRY-DAYS                 PIC 9(05) VALUE 5.
       01  DAYS-PENDING                PIC S9(07) VALUE 0.
       01  ENTRY-SEQUENCE              PIC 9(05) VALUE 0.
       01  EDIT-ERROR-TEXT             PIC X(30) VALUE SPACES.
       01  LIST-ACTION                 PIC X(01) VALUE SPACES.
       01  LIST-STATUS                 PIC X(08) VALUE SPACES.
       01  ENTERED-COUNT               PIC 9(05) VALUE 0.
       01  REFUSED-COUNT               PIC 9(05) VALUE 0.
       01  TRANSACTION-COUNT           PIC 9(05) VALUE 0.
       01  APPROVED-COUNT              PIC 9(05) VALUE 0.
       01  DECLINED-COUNT              PIC 9(05) VALUE 0.
       01  REJECTED-COUNT              PIC 9(05) VALUE 0.
       01  EXPIRED-COUNT               PIC 9(05) VALUE 0.
       01  STILL-PENDING-COUNT         PIC 9(05) VALUE 0.
       01  CONVERT-DATE-FIELD          PIC 9(08) VALUE 0.
       01  CONVERT-DATE-DETAIL REDEFINES CONVERT-DATE-FIELD.
           05  CNV-YEAR                PIC 9(04).
           05  CNV-MONTH               PIC 9(02).
           05  CNV-DAY                 PIC 9(02).
       01  CONVERT-DAY-NUMBER          PIC 9(07) VALUE 0.
       01  PRIOR-YEAR                  PIC 9(04) VALUE 0.
       01  LEAP-DAYS                   PIC 9(04) VALUE 0.
       01  LEAP-WORK                   PIC 9(04) VALUE 0.
       01  LEAP-REMAINDER              PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT               PIC 9(04) VALUE 0.
       01  LEAP-YEAR-SWITCH            PIC X VALUE 'N'.
           88  LEAP-YEAR                   VALUE 'Y'.
       01  CUMULATIVE-DAY-LIST.
           05  FILLER                  PIC X(36)
                   VALUE '000031059090120151181212243273304334'.
       01  CUMULATIVE-DAY-TABLE REDEFINES CUMULATIVE-DAY-LIST.
           05  CUMULATIVE-DAYS         PIC 9(03) OCCURS 12 TIMES.

       01  CHANGE-LIST-HEADING-1.
           05  FILLER                  PIC X(39)
                   VALUE 'MAINTENANCE APPROVALS - RUN DATE'.
           05  C-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(10) VALUE '  EXPIRY '.
           05  C-H-EXPIRY-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  CHANGE-LIST-HEADING-2.
           05  FILLER                  PIC X(40)
                   VALUE 'ACT ENTERED  SEQ   TGT  MAKER    CHECKER'.
           05  FILLER                  PIC X(60)
                   VALUE '  STATUS'.

       01  CHANGE-LIST-SECTION.
           05  S-TITLE                 PIC X(40).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  CHANGE-LIST-DETAIL.
           05  C-ACTION                PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  C-ENTRY-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-SEQUENCE              PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-TARGET                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-MAKER                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-CHECKER               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  C-STATUS                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  C-STATUS-TEXT           PIC X(30).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  CHANGE-LIST-IMAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'TRAN  '.
           05  L-TRAN-IMAGE            PIC X(60).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  CHANGE-LIST-TOTAL-1.
           05  FILLER                  PIC X(08) VALUE 'ENTERED '.
           05  T-ENTERED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  REFUSED '.
           05  T-REFUSED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  EXPIRED '.
           05  T-EXPIRED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE '  STILL PENDING '.
           05  T-PENDING-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  CHANGE-LIST-TOTAL-2.
           05  FILLER                  PIC X(10) VALUE 'DECISIONS '.
           05  T-TRANSACTION-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  APPROVED '.
           05  T-APPROVED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  DECLINED '.
           05  T-DECLINED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED '.
           05  T-REJECTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO CONVERT-DATE-FIELD
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER TO RUN-DAY-NUMBER

           PERFORM 160-READ-APPROVAL-PARMS

           OPEN I-O MAINT-PENDING-FILE
           IF MAINT-PENDING-STATUS = '35'
               OPEN OUTPUT MAINT-PENDING-FILE
               CLOSE MAINT-PENDING-FILE
               OPEN I-O MAINT-PENDING-FILE
           END-IF
           IF MAINT-PENDING-STATUS NOT = '00'
               DISPLAY 'MAINT-APPROVE CANNOT OPEN MAINTPND.DAT, '
                   'STATUS ' MAINT-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 170-OPEN-RELEASE-FILES
           IF RELEASE-STATUS NOT = '00'
               CLOSE MAINT-PENDING-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHANGE-LIST-FILE
           MOVE RUN-DATE TO C-H-RUN-DATE
           MOVE EXPIRY-DAYS TO C-H-EXPIRY-DAYS
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-1
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-HEADING-2

           MOVE 'ENTRIES RECEIVED FROM MAKERS' TO S-TITLE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-SECTION
           PERFORM 200-LOAD-NEW-ENTRIES

           MOVE 'EXPIRED UNAPPROVED' TO S-TITLE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-SECTION
           PERFORM 250-EXPIRE-UNAPPROVED

           MOVE 'CHECKER DECISIONS' TO S-TITLE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-SECTION
           PERFORM 300-APPLY-TRANSACTIONS

           MOVE 'STILL AWAITING APPROVAL' TO S-TITLE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-SECTION
           PERFORM 500-LIST-PENDING

           MOVE ENTERED-COUNT TO T-ENTERED-COUNT
           MOVE REFUSED-COUNT TO T-REFUSED-COUNT
           MOVE EXPIRED-COUNT TO T-EXPIRED-COUNT
           MOVE STILL-PENDING-COUNT TO T-PENDING-COUNT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TOTAL-1
           MOVE TRANSACTION-COUNT TO T-TRANSACTION-COUNT
           MOVE APPROVED-COUNT TO T-APPROVED-COUNT
           MOVE DECLINED-COUNT TO T-DECLINED-COUNT
           MOVE REJECTED-COUNT TO T-REJECTED-COUNT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-TOTAL-2
           CLOSE CHANGE-LIST-FILE

           CLOSE SUSP-RELEASE-FILE
           CLOSE CODE-RELEASE-FILE
           CLOSE ACCT-RELEASE-FILE
           CLOSE MAINT-PENDING-FILE

           DISPLAY 'MAINT-APPROVE ENTERED       ' ENTERED-COUNT
           DISPLAY 'MAINT-APPROVE REFUSED       ' REFUSED-COUNT
           DISPLAY 'MAINT-APPROVE EXPIRED       ' EXPIRED-COUNT
           DISPLAY 'MAINT-APPROVE DECISIONS     ' TRANSACTION-COUNT
           DISPLAY 'MAINT-APPROVE APPROVED      ' APPROVED-COUNT
           DISPLAY 'MAINT-APPROVE DECLINED      ' DECLINED-COUNT
           DISPLAY 'MAINT-APPROVE REJECTED      ' REJECTED-COUNT
           DISPLAY 'MAINT-APPROVE STILL PENDING ' STILL-PENDING-COUNT

           IF REFUSED-COUNT > 0 OR REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       160-READ-APPROVAL-PARMS.
           OPEN INPUT APPROVAL-PARM-FILE
           IF APPROVAL-PARM-STATUS = '00'
               READ APPROVAL-PARM-FILE
                   NOT AT END
                       IF MPM-EXPIRY-DAYS IS NUMERIC
                               AND MPM-EXPIRY-DAYS > 0
                           MOVE MPM-EXPIRY-DAYS TO EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE APPROVAL-PARM-FILE
           END-IF.

       170-OPEN-RELEASE-FILES.
           OPEN EXTEND ACCT-RELEASE-FILE
           IF ACCT-RELEASE-STATUS = '35'
               OPEN OUTPUT ACCT-RELEASE-FILE
           END-IF
           MOVE ACCT-RELEASE-STATUS TO RELEASE-STATUS
           IF ACCT-RELEASE-STATUS NOT = '00'
               DISPLAY 'MAINT-APPROVE CANNOT OPEN ACCTTRN.TXT, '
                   'STATUS ' ACCT-RELEASE-STATUS
           ELSE
               OPEN EXTEND CODE-RELEASE-FILE
               IF CODE-RELEASE-STATUS = '35'
                   OPEN OUTPUT CODE-RELEASE-FILE
               END-IF
               MOVE CODE-RELEASE-STATUS TO RELEASE-STATUS
               IF CODE-RELEASE-STATUS NOT = '00'
                   DISPLAY 'MAINT-APPROVE CANNOT OPEN VALIDTRN.TXT, '
                       'STATUS ' CODE-RELEASE-STATUS
                   CLOSE ACCT-RELEASE-FILE
               ELSE
                   OPEN EXTEND SUSP-RELEASE-FILE
                   IF SUSP-RELEASE-STATUS = '35'
                       OPEN OUTPUT SUSP-RELEASE-FILE
                   END-IF
                   MOVE SUSP-RELEASE-STATUS TO RELEASE-STATUS
                   IF SUSP-RELEASE-STATUS NOT = '00'
                       DISPLAY 'MAINT-APPROVE CANNOT OPEN SUSPTRN.TXT, '
                           'STATUS ' SUSP-RELEASE-STATUS
                       CLOSE CODE-RELEASE-FILE
                       CLOSE ACCT-RELEASE-FILE
                   END-IF
               END-IF
           END-IF.

       200-LOAD-NEW-ENTRIES.
           PERFORM 210-SET-ENTRY-SEQUENCE
           OPEN INPUT MAINT-ENTRY-FILE
           IF MAINT-ENTRY-STATUS = '00'
               PERFORM UNTIL ENTRY-EOF-FLAG = 'Y'
                   READ MAINT-ENTRY-FILE
                       AT END
                           MOVE 'Y' TO ENTRY-EOF-FLAG
                       NOT AT END
                           PERFORM 220-LOAD-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MAINT-ENTRY-FILE
               OPEN OUTPUT MAINT-ENTRY-FILE
               CLOSE MAINT-ENTRY-FILE
           ELSE
               DISPLAY 'WARNING - MAINTENT.TXT NOT AVAILABLE, '
                   'STATUS ' MAINT-ENTRY-STATUS
           END-IF.

       210-SET-ENTRY-SEQUENCE.
           MOVE 0 TO ENTRY-SEQUENCE
           MOVE 'N' TO PENDING-EOF-FLAG
           MOVE RUN-DATE TO MPD-ENTRY-DATE
           MOVE 0 TO MPD-SEQUENCE
           START MAINT-PENDING-FILE KEY NOT < MPD-KEY
               INVALID KEY
                   MOVE 'Y' TO PENDING-EOF-FLAG
           END-START
           PERFORM UNTIL PENDING-EOF-FLAG = 'Y'
               READ MAINT-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PENDING-EOF-FLAG
                   NOT AT END
                       IF MPD-ENTRY-DATE NOT = RUN-DATE
                           MOVE 'Y' TO PENDING-EOF-FLAG
                       ELSE
                           MOVE MPD-SEQUENCE TO ENTRY-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM.

       220-LOAD-ONE-ENTRY.
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM 230-EDIT-ENTRY
           MOVE RUN-DATE TO MPD-ENTRY-DATE
           MOVE MEN-TARGET TO MPD-TARGET
           MOVE MEN-MAKER-ID TO MPD-MAKER-ID
           MOVE SPACES TO MPD-CHECKER-ID
           MOVE 0 TO MPD-DECISION-DATE
           MOVE MEN-TRAN-IMAGE TO MPD-TRAN-IMAGE
           MOVE 0 TO MPD-APPLIED-DATE
           MOVE 'E' TO LIST-ACTION
           IF EDIT-ERROR-TEXT = SPACES
               ADD 1 TO ENTRY-SEQUENCE
               MOVE ENTRY-SEQUENCE TO MPD-SEQUENCE
               MOVE 'P' TO MPD-STATUS
               WRITE MAINT-PENDING-RECORD
                   INVALID KEY
                       MOVE 'PENDING FILE WRITE FAILED'
                           TO EDIT-ERROR-TEXT
               END-WRITE
           END-IF
           IF EDIT-ERROR-TEXT = SPACES
               MOVE 'PENDING ' TO LIST-STATUS
               PERFORM 390-LIST-ENTRY
               ADD 1 TO ENTERED-COUNT
           ELSE
               MOVE 0 TO MPD-SEQUENCE
               MOVE 'REFUSED ' TO LIST-STATUS
               PERFORM 390-LIST-ENTRY
               ADD 1 TO REFUSED-COUNT
           END-IF.

       230-EDIT-ENTRY.
           EVALUATE TRUE
               WHEN MEN-TARGET NOT = 'ACCT' AND MEN-TARGET NOT = 'CODE'
                       AND MEN-TARGET NOT = 'SUSP'
                   MOVE 'INVALID TARGET' TO EDIT-ERROR-TEXT
               WHEN MEN-MAKER-ID = SPACES
                   MOVE 'MAKER ID MISSING' TO EDIT-ERROR-TEXT
               WHEN MEN-TRAN-IMAGE = SPACES
                   MOVE 'BLANK TRANSACTION' TO EDIT-ERROR-TEXT
           END-EVALUATE.

       250-EXPIRE-UNAPPROVED.
           MOVE 'N' TO PENDING-EOF-FLAG
           MOVE 0 TO MPD-ENTRY-DATE
           MOVE 0 TO MPD-SEQUENCE
           START MAINT-PENDING-FILE KEY NOT < MPD-KEY
               INVALID KEY
                   MOVE 'Y' TO PENDING-EOF-FLAG
           END-START
           PERFORM UNTIL PENDING-EOF-FLAG = 'Y'
               READ MAINT-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PENDING-EOF-FLAG
                   NOT AT END
                       IF MPD-STATUS = 'P'
                           PERFORM 255-CHECK-EXPIRY
                       END-IF
               END-READ
           END-PERFORM.

       255-CHECK-EXPIRY.
           MOVE MPD-ENTRY-DATE TO CONVERT-DATE-FIELD
           PERFORM 800-DATE-TO-DAY-NUMBER
           COMPUTE DAYS-PENDING = RUN-DAY-NUMBER - CONVERT-DAY-NUMBER
           IF DAYS-PENDING > EXPIRY-DAYS
               MOVE 'E' TO MPD-STATUS
               MOVE RUN-DATE TO MPD-DECISION-DATE
               REWRITE MAINT-PENDING-RECORD
               MOVE SPACES TO EDIT-ERROR-TEXT
               MOVE 'X' TO LIST-ACTION
               MOVE 'EXPIRED ' TO LIST-STATUS
               PERFORM 390-LIST-ENTRY
               ADD 1 TO EXPIRED-COUNT
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
               DISPLAY 'WARNING - MAINTAPV.TXT NOT AVAILABLE, '
                   'STATUS ' TRANSACTION-STATUS
           END-IF.

       310-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM 330-EDIT-TRANSACTION
           IF EDIT-ERROR-TEXT = SPACES
               PERFORM 340-APPLY-DECISION
           ELSE
               PERFORM 380-LIST-REJECTED
           END-IF.

       330-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'D'
                   MOVE 'INVALID ACTION CODE'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-ENTRY-DATE IS NOT NUMERIC
                   MOVE 'ENTRY DATE NOT NUMERIC' TO EDIT-ERROR-TEXT
               WHEN TRN-SEQUENCE IS NOT NUMERIC
                   MOVE 'ENTRY SEQUENCE NOT NUMERIC'
                       TO EDIT-ERROR-TEXT
               WHEN TRN-CHECKER = SPACES
                   MOVE 'CHECKER ID MISSING' TO EDIT-ERROR-TEXT
           END-EVALUATE.

       340-APPLY-DECISION.
           MOVE TRN-ENTRY-DATE TO MPD-ENTRY-DATE
           MOVE TRN-SEQUENCE TO MPD-SEQUENCE
           READ MAINT-PENDING-FILE
               INVALID KEY
                   MOVE 'KEY NOT ON PENDING FILE' TO EDIT-ERROR-TEXT
                   PERFORM 380-LIST-REJECTED
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MPD-STATUS = 'A'
                           MOVE 'ENTRY ALREADY APPROVED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 385-LIST-REJECTED-ENTRY
                       WHEN MPD-STATUS = 'D'
                           MOVE 'ENTRY ALREADY DECLINED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 385-LIST-REJECTED-ENTRY
                       WHEN MPD-STATUS = 'E'
                           MOVE 'ENTRY EXPIRED UNAPPROVED'
                               TO EDIT-ERROR-TEXT
                           PERFORM 385-LIST-REJECTED-ENTRY
                       WHEN TRN-CHECKER = MPD-MAKER-ID
                           MOVE 'CHECKER SAME AS MAKER'
                               TO EDIT-ERROR-TEXT
                           PERFORM 385-LIST-REJECTED-ENTRY
                       WHEN TRN-ACTION = 'A'
                           PERFORM 350-APPROVE-ENTRY
                       WHEN OTHER
                           PERFORM 360-DECLINE-ENTRY
                   END-EVALUATE
           END-READ.

       350-APPROVE-ENTRY.
           EVALUATE MPD-TARGET
               WHEN 'ACCT'
                   MOVE MPD-TRAN-IMAGE TO ARL-TRAN-IMAGE
                   MOVE MPD-MAKER-ID TO ARL-MAKER-ID
                   MOVE TRN-CHECKER TO ARL-CHECKER-ID
                   MOVE MPD-ENTRY-DATE TO ARL-ENTRY-DATE
                   MOVE MPD-SEQUENCE TO ARL-ENTRY-SEQUENCE
                   WRITE ACCT-RELEASE-RECORD
                   MOVE ACCT-RELEASE-STATUS TO RELEASE-STATUS
               WHEN 'CODE'
                   MOVE MPD-TRAN-IMAGE TO CRL-TRAN-IMAGE
                   MOVE MPD-MAKER-ID TO CRL-MAKER-ID
                   MOVE TRN-CHECKER TO CRL-CHECKER-ID
                   MOVE MPD-ENTRY-DATE TO CRL-ENTRY-DATE
                   MOVE MPD-SEQUENCE TO CRL-ENTRY-SEQUENCE
                   WRITE CODE-RELEASE-RECORD
                   MOVE CODE-RELEASE-STATUS TO RELEASE-STATUS
               WHEN OTHER
                   MOVE MPD-TRAN-IMAGE TO SRL-TRAN-IMAGE
                   MOVE MPD-MAKER-ID TO SRL-MAKER-ID
                   MOVE TRN-CHECKER TO SRL-CHECKER-ID
                   MOVE MPD-ENTRY-DATE TO SRL-ENTRY-DATE
                   MOVE MPD-SEQUENCE TO SRL-ENTRY-SEQUENCE
                   WRITE SUSP-RELEASE-RECORD
                   MOVE SUSP-RELEASE-STATUS TO RELEASE-STATUS
           END-EVALUATE
           IF RELEASE-STATUS NOT = '00'
               MOVE 'TRANSACTION FILE WRITE FAILED'
                   TO EDIT-ERROR-TEXT
               PERFORM 385-LIST-REJECTED-ENTRY
           ELSE
               MOVE 'A' TO MPD-STATUS
               MOVE TRN-CHECKER TO MPD-CHECKER-ID
               MOVE RUN-DATE TO MPD-DECISION-DATE
               REWRITE MAINT-PENDING-RECORD
               MOVE TRN-ACTION TO LIST-ACTION
               MOVE 'APPROVED' TO LIST-STATUS
               PERFORM 390-LIST-ENTRY
               ADD 1 TO APPROVED-COUNT
           END-IF.

       360-DECLINE-ENTRY.
           MOVE 'D' TO MPD-STATUS
           MOVE TRN-CHECKER TO MPD-CHECKER-ID
           MOVE RUN-DATE TO MPD-DECISION-DATE
           REWRITE MAINT-PENDING-RECORD
           MOVE TRN-ACTION TO LIST-ACTION
           MOVE 'DECLINED' TO LIST-STATUS
           PERFORM 390-LIST-ENTRY
           ADD 1 TO DECLINED-COUNT.

       380-LIST-REJECTED.
           MOVE TRN-ACTION TO C-ACTION
           MOVE TRN-ENTRY-DATE TO C-ENTRY-DATE
           MOVE TRN-SEQUENCE TO C-SEQUENCE
           MOVE SPACES TO C-TARGET
           MOVE SPACES TO C-MAKER
           MOVE TRN-CHECKER TO C-CHECKER
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       385-LIST-REJECTED-ENTRY.
           MOVE TRN-ACTION TO C-ACTION
           MOVE MPD-ENTRY-DATE TO C-ENTRY-DATE
           MOVE MPD-SEQUENCE TO C-SEQUENCE
           MOVE MPD-TARGET TO C-TARGET
           MOVE MPD-MAKER-ID TO C-MAKER
           MOVE TRN-CHECKER TO C-CHECKER
           MOVE 'REJECTED' TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           ADD 1 TO REJECTED-COUNT.

       390-LIST-ENTRY.
           MOVE LIST-ACTION TO C-ACTION
           MOVE MPD-ENTRY-DATE TO C-ENTRY-DATE
           MOVE MPD-SEQUENCE TO C-SEQUENCE
           MOVE MPD-TARGET TO C-TARGET
           MOVE MPD-MAKER-ID TO C-MAKER
           MOVE MPD-CHECKER-ID TO C-CHECKER
           MOVE LIST-STATUS TO C-STATUS
           MOVE EDIT-ERROR-TEXT TO C-STATUS-TEXT
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-DETAIL
           MOVE MPD-TRAN-IMAGE TO L-TRAN-IMAGE
           WRITE CHANGE-LIST-LINE FROM CHANGE-LIST-IMAGE-LINE.

       500-LIST-PENDING.
           MOVE 'N' TO PENDING-EOF-FLAG
           MOVE 0 TO MPD-ENTRY-DATE
           MOVE 0 TO MPD-SEQUENCE
           START MAINT-PENDING-FILE KEY NOT < MPD-KEY
               INVALID KEY
                   MOVE 'Y' TO PENDING-EOF-FLAG
           END-START
           MOVE SPACES TO EDIT-ERROR-TEXT
           PERFORM UNTIL PENDING-EOF-FLAG = 'Y'
               READ MAINT-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PENDING-EOF-FLAG
                   NOT AT END
                       IF MPD-STATUS = 'P'
                           MOVE 'P' TO LIST-ACTION
                           MOVE 'PENDING ' TO LIST-STATUS
                           PERFORM 390-LIST-ENTRY
                           ADD 1 TO STILL-PENDING-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       800-DATE-TO-DAY-NUMBER.
           COMPUTE PRIOR-YEAR = CNV-YEAR - 1
           DIVIDE PRIOR-YEAR BY 4 GIVING LEAP-DAYS
           DIVIDE PRIOR-YEAR BY 100 GIVING LEAP-WORK
           SUBTRACT LEAP-WORK FROM LEAP-DAYS
           DIVIDE PRIOR-YEAR BY 400 GIVING LEAP-WORK
           ADD LEAP-WORK TO LEAP-DAYS
           COMPUTE CONVERT-DAY-NUMBER =
               PRIOR-YEAR * 365 + LEAP-DAYS
               + CUMULATIVE-DAYS(CNV-MONTH) + CNV-DAY
           IF CNV-MONTH > 2
               PERFORM 810-CHECK-LEAP-YEAR
               IF LEAP-YEAR
                   ADD 1 TO CONVERT-DAY-NUMBER
               END-IF
           END-IF.

       810-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-YEAR-SWITCH
           DIVIDE CNV-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO LEAP-YEAR-SWITCH
               DIVIDE CNV-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE CNV-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.
