       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           STREAM-ROLLBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO 'BACKUP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS BACKUP-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO 'ACCTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ACCOUNT-NUMBER
               FILE STATUS IS TARGET-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT LOAD-HISTORY-FILE ASSIGN TO 'LOADHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-RECORD-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RUN-DATE
               FILE STATUS IS TARGET-STATUS.
           SELECT LIMIT-HOLD-FILE ASSIGN TO 'LIMHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO 'PERHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO 'SCRNREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STORDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT OPS-HISTORY-FILE ASSIGN TO 'OPSHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS TARGET-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS TARGET-STATUS.
           SELECT MAINT-PENDING-FILE ASSIGN TO 'MAINTPND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPD-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO 'SCOREHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO 'DISPCASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO 'ACRCTL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT ORDER-CONTROL-FILE ASSIGN TO 'STORDCTL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT DISPUTE-CONTROL-FILE ASSIGN TO 'DISPCTL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERCTL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT ROLLUP-CONTROL-FILE ASSIGN TO 'POSCTL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO 'SRCDLV.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT DELIVERY-HISTORY-FILE ASSIGN TO 'SRCHIST.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO 'FUTWARE.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO 'HOLDREL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT RELEASE-QUEUE-FILE ASSIGN TO 'SUSPREL.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT MAINT-ENTRY-FILE ASSIGN TO 'MAINTENT.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECT.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPT.DAT'
               FILE STATUS IS TARGET-STATUS.
           SELECT RETENTION-ARCHIVE-FILE ASSIGN TO 'RETARCH.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT REPOSITORY-FILE ASSIGN TO 'RPTREPO.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT VALID-CODES-FILE ASSIGN TO 'VALIDCD.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT ACCOUNT-TRAN-FILE ASSIGN TO 'ACCTTRN.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT CODE-TRAN-FILE ASSIGN TO 'VALIDTRN.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT SUSPENSE-TRAN-FILE ASSIGN TO 'SUSPTRN.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO 'DISPTRN.TXT'
               FILE STATUS IS TARGET-STATUS.
           SELECT PARM-FILE ASSIGN TO 'RLBKPRM.TXT'
               FILE STATUS IS PARM-STATUS.
           SELECT STEP-STATUS-FILE ASSIGN TO 'STEPSTAT.TXT'
               FILE STATUS IS STEP-STATUS-STATUS.
           SELECT WORK-FILE ASSIGN TO 'RLBKWORK.TXT'
               FILE STATUS IS WORK-STATUS.
           SELECT ROLLBACK-PRINT-FILE ASSIGN TO 'RLBKRPT.TXT'.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
           COPY BKUPREC.

       FD  OUTPUT-FILE.
           COPY TRANXREC.

       FD  POSITION-MASTER-FILE.
           COPY ACCTPOSREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  LOAD-HISTORY-FILE.
       01  LOAD-HISTORY-RECORD.
           05  LH-RECORD-KEY           PIC X(80).
           05  LH-LOAD-DATE            PIC 9(08).

       FD  RUN-HISTORY-FILE.
           COPY RUNHISTREC.

       FD  LIMIT-HOLD-FILE.
           COPY LIMHOLDREC.

       FD  PERIOD-HISTORY-FILE.
           COPY PERHISTREC.

       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVREC.

       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  OPS-HISTORY-FILE.
           COPY OPSHISTREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  MAINT-PENDING-FILE.
           COPY MNTPNDREC.

       FD  SCORE-HISTORY-FILE.
           COPY SCOREREC.

       FD  DISPUTE-CASE-FILE.
           COPY DISPREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD          PIC X(16).

       FD  ACCRUAL-CONTROL-FILE.
       01  ACCRUAL-CONTROL-RECORD      PIC X(14).

       FD  ORDER-CONTROL-FILE.
       01  ORDER-CONTROL-RECORD        PIC X(08).

       FD  DISPUTE-CONTROL-FILE.
       01  DISPUTE-CONTROL-RECORD      PIC X(08).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD       PIC X(14).

       FD  ROLLUP-CONTROL-FILE.
       01  ROLLUP-CONTROL-RECORD       PIC X(08).

       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD             PIC X(80).

       FD  DELIVERY-HISTORY-FILE.
       01  DELIVERY-HISTORY-RECORD     PIC X(16).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD            PIC X(89).

       FD  HOLD-RELEASE-FILE.
       01  HOLD-RELEASE-RECORD         PIC X(95).

       FD  RELEASE-QUEUE-FILE.
       01  RELEASE-QUEUE-RECORD        PIC X(39).

       FD  MAINT-ENTRY-FILE.
       01  MAINT-ENTRY-RECORD          PIC X(72).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(86).

       FD  REJECT-FILE.
       01  REJECT-RECORD               PIC X(130).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(37).

       FD  RETENTION-ARCHIVE-FILE.
       01  RETENTION-ARCHIVE-RECORD    PIC X(146).

       FD  REPOSITORY-FILE.
       01  REPO-RECORD                 PIC X(101).

       FD  VALID-CODES-FILE.
       01  VALID-CODES-RECORD          PIC X(19).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD               PIC X(46).

       FD  ACCOUNT-TRAN-FILE.
       01  ACCOUNT-TRAN-RECORD         PIC X(83).

       FD  CODE-TRAN-FILE.
       01  CODE-TRAN-RECORD            PIC X(49).

       FD  SUSPENSE-TRAN-FILE.
       01  SUSPENSE-TRAN-RECORD        PIC X(46).

       FD  DISPUTE-TRAN-FILE.
       01  DISPUTE-TRAN-RECORD         PIC X(141).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-ROLLBACK-DATE       PIC 9(08).
           05  PRM-CONFIRM             PIC X(08).

       FD  STEP-STATUS-FILE.
       01  STEP-STATUS-RECORD.
           05  STAT-BUSINESS-DATE      PIC 9(08).
           05  STAT-STEP-NAME          PIC X(16).

       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(24).

       FD  ROLLBACK-PRINT-FILE.
       01  ROLLBACK-PRINT-LINE         PIC X(100).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  BACKUP-STATUS               PIC X(02) VALUE '00'.
       01  TARGET-STATUS               PIC X(02) VALUE '00'.
       01  PARM-STATUS                 PIC X(02) VALUE '00'.
       01  STEP-STATUS-STATUS          PIC X(02) VALUE '00'.
       01  WORK-STATUS                 PIC X(02) VALUE '00'.
       01  BACKUP-EOF-FLAG             PIC X VALUE 'N'.
       01  STEP-STATUS-EOF-FLAG        PIC X VALUE 'N'.
       01  WORK-EOF-FLAG               PIC X VALUE 'N'.
       01  PARM-VALID-SWITCH           PIC X VALUE 'N'.
           88  PARM-VALID                  VALUE 'Y'.
       01  GENERATION-VALID-SWITCH     PIC X VALUE 'N'.
           88  GENERATION-VALID            VALUE 'Y'.
       01  TARGET-OPEN-SWITCH          PIC X VALUE 'N'.
           88  TARGET-FILE-OPEN            VALUE 'Y'.
       01  RESTORE-FAILED-SWITCH       PIC X VALUE 'N'.
           88  RESTORE-FAILED              VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  ROLLBACK-DATE               PIC 9(08) VALUE 0.
       01  LAST-SEEN-DATE              PIC 9(08) VALUE 0.
       01  CURRENT-FILE-ID             PIC X(08) VALUE SPACES.
       01  CURRENT-FILE-STATE          PIC X(08) VALUE SPACES.
       01  FAILED-FILE-ID              PIC X(08) VALUE SPACES.
       01  FAILED-STATUS               PIC X(02) VALUE SPACES.
       01  REFUSAL-REASON              PIC X(29) VALUE SPACES.
       01  EXPECTED-FILE-COUNT         PIC 9(03) VALUE 0.
       01  EXPECTED-RECORD-COUNT       PIC 9(09) VALUE 0.
       01  VERIFIED-FILE-COUNT         PIC 9(03) VALUE 0.
       01  FILE-RECORD-COUNT           PIC 9(09) VALUE 0.
       01  FILES-RESTORED-COUNT        PIC 9(03) VALUE 0.
       01  TOTAL-RECORD-COUNT          PIC 9(09) VALUE 0.
       01  GENERATIONS-REMOVED-COUNT   PIC 9(03) VALUE 0.
       01  STEPS-CLEARED-COUNT         PIC 9(05) VALUE 0.
       01  BACKUP-TAKEN-DATE           PIC 9(08) VALUE 0.
       01  BACKUP-TAKEN-TIME           PIC 9(08) VALUE 0.
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-ROLLBACK-MESSAGE.
           05  FILLER                  PIC X(22)
                   VALUE 'ROLLED BACK TO BEFORE '.
           05  ORB-ROLLBACK-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORB-FILES               PIC 9(03).
           05  FILLER                  PIC X(07) VALUE ' FILES '.
           05  ORB-RECORDS             PIC 9(09).
           05  FILLER                  PIC X(08) VALUE ' RECORDS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  OPS-REFUSED-MESSAGE.
           05  FILLER                  PIC X(12)
                   VALUE 'ROLLBACK TO '.
           05  ORF-ROLLBACK-DATE       PIC 9(08).
           05  FILLER                  PIC X(11)
                   VALUE ' REFUSED - '.
           05  ORF-REASON              PIC X(29).
       01  OPS-FAILED-MESSAGE.
           05  FILLER                  PIC X(12)
                   VALUE 'ROLLBACK TO '.
           05  OFM-ROLLBACK-DATE       PIC 9(08).
           05  FILLER                  PIC X(11)
                   VALUE ' FAILED ON '.
           05  OFM-FILE-ID             PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' STATUS '.
           05  OFM-STATUS              PIC X(02).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  ROLLBACK-HEADING-1.
           05  FILLER                  PIC X(40)
                   VALUE 'STREAM ROLLBACK TO BEFORE BUSINESS DATE '.
           05  R-H-ROLLBACK-DATE       PIC 9(08).
           05  FILLER                  PIC X(14)
                   VALUE '  BACKUP TAKEN'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-H-TAKEN-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-H-TAKEN-TIME          PIC 9(08).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  ROLLBACK-HEADING-2.
           05  FILLER                  PIC X(36)
                   VALUE 'FILE     STATE      RECORDS  RESULT'.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  ROLLBACK-DETAIL.
           05  R-FILE-ID               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-STATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-RECORDS               PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  R-RESULT                PIC X(30).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  ROLLBACK-TOTAL-LINE.
           05  FILLER                  PIC X(15)
                   VALUE 'FILES RESTORED '.
           05  T-FILES                 PIC ZZ9.
           05  FILLER                  PIC X(10)
                   VALUE '  RECORDS '.
           05  T-RECORDS               PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(23)
                   VALUE '  GENERATIONS REMOVED '.
           05  T-GENERATIONS           PIC ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE '  STEPS CLEARED '.
           05  T-STEPS                 PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-ROLLBACK-PARM
           IF NOT PARM-VALID
               PERFORM 190-REFUSE-ROLLBACK
               GOBACK
           END-IF
           DISPLAY 'STREAM-ROLLBACK RESTORING STATE BEFORE '
               ROLLBACK-DATE

           OPEN I-O BACKUP-FILE
           IF BACKUP-STATUS NOT = '00'
               DISPLAY 'STREAM-ROLLBACK CANNOT OPEN BACKUP.DAT, '
                   'STATUS ' BACKUP-STATUS
               MOVE 'BACKUP.DAT NOT AVAILABLE' TO REFUSAL-REASON
               PERFORM 190-REFUSE-ROLLBACK
               GOBACK
           END-IF

           PERFORM 200-VERIFY-GENERATION
           IF NOT GENERATION-VALID
               CLOSE BACKUP-FILE
               PERFORM 190-REFUSE-ROLLBACK
               GOBACK
           END-IF

           OPEN OUTPUT ROLLBACK-PRINT-FILE
           MOVE ROLLBACK-DATE TO R-H-ROLLBACK-DATE
           MOVE BACKUP-TAKEN-DATE TO R-H-TAKEN-DATE
           MOVE BACKUP-TAKEN-TIME TO R-H-TAKEN-TIME
           WRITE ROLLBACK-PRINT-LINE FROM ROLLBACK-HEADING-1
           WRITE ROLLBACK-PRINT-LINE FROM ROLLBACK-HEADING-2

           PERFORM 300-RESTORE-FILES
           PERFORM 500-REMOVE-LATER-GENERATIONS
           CLOSE BACKUP-FILE

           PERFORM 600-CLEAR-STEP-STATUS
           PERFORM 180-CLEAR-ROLLBACK-PARM

           MOVE FILES-RESTORED-COUNT TO T-FILES
           MOVE TOTAL-RECORD-COUNT TO T-RECORDS
           MOVE GENERATIONS-REMOVED-COUNT TO T-GENERATIONS
           MOVE STEPS-CLEARED-COUNT TO T-STEPS
           WRITE ROLLBACK-PRINT-LINE FROM ROLLBACK-TOTAL-LINE
           CLOSE ROLLBACK-PRINT-FILE

           DISPLAY 'STREAM-ROLLBACK FILES RESTORED    '
               FILES-RESTORED-COUNT
           DISPLAY 'STREAM-ROLLBACK RECORDS RESTORED  '
               TOTAL-RECORD-COUNT
           DISPLAY 'STREAM-ROLLBACK GENERATIONS OUT   '
               GENERATIONS-REMOVED-COUNT
           DISPLAY 'STREAM-ROLLBACK STEP ENTRIES CLEARED '
               STEPS-CLEARED-COUNT

           IF RESTORE-FAILED
               DISPLAY 'STREAM-ROLLBACK INCOMPLETE - ' FAILED-FILE-ID
                   ' NOT RESTORED, STATUS ' FAILED-STATUS
               MOVE ROLLBACK-DATE TO OFM-ROLLBACK-DATE
               MOVE FAILED-FILE-ID TO OFM-FILE-ID
               MOVE FAILED-STATUS TO OFM-STATUS
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'ROLLBACK' TO OPS-EVENT-CODE
               MOVE OPS-FAILED-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ROLLBACK-DATE TO ORB-ROLLBACK-DATE
               MOVE FILES-RESTORED-COUNT TO ORB-FILES
               MOVE TOTAL-RECORD-COUNT TO ORB-RECORDS
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'ROLLBACK' TO OPS-EVENT-CODE
               MOVE OPS-ROLLBACK-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       150-READ-ROLLBACK-PARM.
           MOVE 'N' TO PARM-VALID-SWITCH
           MOVE 'NO ROLLBACK PARAMETER' TO REFUSAL-REASON
           OPEN INPUT PARM-FILE
           IF PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PRM-ROLLBACK-DATE IS NUMERIC
                               AND PRM-ROLLBACK-DATE > 0
                           MOVE PRM-ROLLBACK-DATE TO ROLLBACK-DATE
                           IF PRM-CONFIRM = 'ROLLBACK'
                               MOVE 'Y' TO PARM-VALID-SWITCH
                           ELSE
                               MOVE 'ROLLBACK NOT CONFIRMED'
                                   TO REFUSAL-REASON
                           END-IF
                       ELSE
                           MOVE 'BAD ROLLBACK DATE'
                               TO REFUSAL-REASON
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       180-CLEAR-ROLLBACK-PARM.
           OPEN OUTPUT PARM-FILE
           IF PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF.

       190-REFUSE-ROLLBACK.
           DISPLAY 'STREAM-ROLLBACK REFUSED - ' REFUSAL-REASON
           MOVE ROLLBACK-DATE TO ORF-ROLLBACK-DATE
           MOVE REFUSAL-REASON TO ORF-REASON
           MOVE 'E' TO OPS-SEVERITY
           MOVE 'ROLLBACK' TO OPS-EVENT-CODE
           MOVE OPS-REFUSED-MESSAGE TO OPS-EVENT-TEXT
           PERFORM 9000-WRITE-OPS-EVENT
           MOVE 8 TO RETURN-CODE.

       200-VERIFY-GENERATION.
           MOVE 'Y' TO GENERATION-VALID-SWITCH
           MOVE ROLLBACK-DATE TO BK-BUSINESS-DATE
           MOVE SPACES TO BK-FILE-ID
           MOVE 0 TO BK-SEQUENCE
           READ BACKUP-FILE
               INVALID KEY
                   MOVE 'NO BACKUP GENERATION' TO REFUSAL-REASON
                   MOVE 'N' TO GENERATION-VALID-SWITCH
               NOT INVALID KEY
                   IF BK-STATE = 'COMPLETE'
                       MOVE BK-FILE-COUNT TO EXPECTED-FILE-COUNT
                       MOVE BK-TAKEN-DATE TO BACKUP-TAKEN-DATE
                       MOVE BK-TAKEN-TIME TO BACKUP-TAKEN-TIME
                   ELSE
                       MOVE 'BACKUP GENERATION INCOMPLETE'
                           TO REFUSAL-REASON
                       MOVE 'N' TO GENERATION-VALID-SWITCH
                   END-IF
           END-READ
           IF GENERATION-VALID
               MOVE 'N' TO BACKUP-EOF-FLAG
               MOVE SPACES TO CURRENT-FILE-ID
               MOVE 0 TO VERIFIED-FILE-COUNT
               START BACKUP-FILE KEY > BK-KEY
                   INVALID KEY
                       MOVE 'Y' TO BACKUP-EOF-FLAG
               END-START
               PERFORM UNTIL BACKUP-EOF-FLAG = 'Y'
                   READ BACKUP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO BACKUP-EOF-FLAG
                       NOT AT END
                           IF BK-BUSINESS-DATE = ROLLBACK-DATE
                               PERFORM 210-VERIFY-ONE-RECORD
                           ELSE
                               MOVE 'Y' TO BACKUP-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 220-VERIFY-FILE-COUNT
               IF VERIFIED-FILE-COUNT NOT = EXPECTED-FILE-COUNT
                   DISPLAY 'STREAM-ROLLBACK GENERATION HOLDS '
                       VERIFIED-FILE-COUNT ' FILES, HEADER SHOWS '
                       EXPECTED-FILE-COUNT
                   MOVE 'N' TO GENERATION-VALID-SWITCH
               END-IF
               IF NOT GENERATION-VALID
                   MOVE 'BACKUP GENERATION DAMAGED' TO REFUSAL-REASON
               END-IF
           END-IF.

       210-VERIFY-ONE-RECORD.
           IF BK-SEQUENCE = 0
               PERFORM 220-VERIFY-FILE-COUNT
               MOVE BK-FILE-ID TO CURRENT-FILE-ID
               MOVE BK-RECORD-COUNT TO EXPECTED-RECORD-COUNT
               MOVE 0 TO FILE-RECORD-COUNT
               ADD 1 TO VERIFIED-FILE-COUNT
               PERFORM 230-VERIFY-FILE-ID
           ELSE
               IF BK-FILE-ID = CURRENT-FILE-ID
                   ADD 1 TO FILE-RECORD-COUNT
               ELSE
                   DISPLAY 'STREAM-ROLLBACK NO MARKER FOR ' BK-FILE-ID
                   MOVE 'N' TO GENERATION-VALID-SWITCH
               END-IF
           END-IF.

       220-VERIFY-FILE-COUNT.
           IF CURRENT-FILE-ID NOT = SPACES
                   AND FILE-RECORD-COUNT NOT = EXPECTED-RECORD-COUNT
               DISPLAY 'STREAM-ROLLBACK ' CURRENT-FILE-ID ' HOLDS '
                   FILE-RECORD-COUNT ' RECORDS, MARKER SHOWS '
                   EXPECTED-RECORD-COUNT
               MOVE 'N' TO GENERATION-VALID-SWITCH
           END-IF.

       230-VERIFY-FILE-ID.
           EVALUATE CURRENT-FILE-ID
               WHEN 'OUTPUT  '
               WHEN 'ACCTPOS '
               WHEN 'SUSPENSE'
               WHEN 'LOADHIST'
               WHEN 'RUNHIST '
               WHEN 'LIMHOLD '
               WHEN 'PERHIST '
               WHEN 'SCRNREV '
               WHEN 'STORDMST'
               WHEN 'OPSHIST '
               WHEN 'ACCTMST '
               WHEN 'CUSTMST '
               WHEN 'MAINTPND'
               WHEN 'SCORHIST'
               WHEN 'DISPCASE'
               WHEN 'RUNCTL  '
               WHEN 'ACRCTL  '
               WHEN 'STORDCTL'
               WHEN 'DISPCTL '
               WHEN 'PERCTL  '
               WHEN 'POSCTL  '
               WHEN 'SRCDLV  '
               WHEN 'SRCHIST '
               WHEN 'FUTWARE '
               WHEN 'HOLDREL '
               WHEN 'SUSPREL '
               WHEN 'MAINTENT'
               WHEN 'AUDIT   '
               WHEN 'REJECT  '
               WHEN 'CHECKPT '
               WHEN 'RETARCH '
               WHEN 'RPTREPO '
               WHEN 'VALIDCD '
               WHEN 'GLMAP   '
               WHEN 'ACCTTRN '
               WHEN 'VALIDTRN'
               WHEN 'SUSPTRN '
               WHEN 'DISPTRN '
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STREAM-ROLLBACK UNKNOWN FILE ID '
                       CURRENT-FILE-ID
                   MOVE 'N' TO GENERATION-VALID-SWITCH
           END-EVALUATE.

       300-RESTORE-FILES.
           MOVE 'N' TO BACKUP-EOF-FLAG
           MOVE 'N' TO TARGET-OPEN-SWITCH
           MOVE SPACES TO CURRENT-FILE-ID
           MOVE ROLLBACK-DATE TO BK-BUSINESS-DATE
           MOVE SPACES TO BK-FILE-ID
           MOVE 0 TO BK-SEQUENCE
           START BACKUP-FILE KEY > BK-KEY
               INVALID KEY
                   MOVE 'Y' TO BACKUP-EOF-FLAG
           END-START
           PERFORM UNTIL BACKUP-EOF-FLAG = 'Y'
               READ BACKUP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO BACKUP-EOF-FLAG
                   NOT AT END
                       IF BK-BUSINESS-DATE = ROLLBACK-DATE
                           PERFORM 310-RESTORE-ONE-RECORD
                       ELSE
                           MOVE 'Y' TO BACKUP-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF TARGET-FILE-OPEN
               PERFORM 330-CLOSE-TARGET-FILE
           END-IF.

       310-RESTORE-ONE-RECORD.
           IF BK-SEQUENCE = 0
               IF TARGET-FILE-OPEN
                   PERFORM 330-CLOSE-TARGET-FILE
               END-IF
               MOVE BK-FILE-ID TO CURRENT-FILE-ID
               MOVE BK-STATE TO CURRENT-FILE-STATE
               MOVE 0 TO FILE-RECORD-COUNT
               PERFORM 320-OPEN-TARGET-FILE
           ELSE
               IF TARGET-FILE-OPEN
                   PERFORM 340-WRITE-TARGET-RECORD
               END-IF
           END-IF.

       320-OPEN-TARGET-FILE.
           MOVE '00' TO TARGET-STATUS
           EVALUATE CURRENT-FILE-ID
               WHEN 'OUTPUT  '
                   OPEN OUTPUT OUTPUT-FILE
               WHEN 'ACCTPOS '
                   OPEN OUTPUT POSITION-MASTER-FILE
               WHEN 'SUSPENSE'
                   OPEN OUTPUT SUSPENSE-FILE
               WHEN 'LOADHIST'
                   OPEN OUTPUT LOAD-HISTORY-FILE
               WHEN 'RUNHIST '
                   OPEN OUTPUT RUN-HISTORY-FILE
               WHEN 'LIMHOLD '
                   OPEN OUTPUT LIMIT-HOLD-FILE
               WHEN 'PERHIST '
                   OPEN OUTPUT PERIOD-HISTORY-FILE
               WHEN 'SCRNREV '
                   OPEN OUTPUT SCREEN-REVIEW-FILE
               WHEN 'STORDMST'
                   OPEN OUTPUT STANDING-ORDER-FILE
               WHEN 'OPSHIST '
                   OPEN OUTPUT OPS-HISTORY-FILE
               WHEN 'ACCTMST '
                   OPEN OUTPUT ACCOUNT-MASTER-FILE
               WHEN 'CUSTMST '
                   OPEN OUTPUT CUSTOMER-MASTER-FILE
               WHEN 'MAINTPND'
                   OPEN OUTPUT MAINT-PENDING-FILE
               WHEN 'SCORHIST'
                   OPEN OUTPUT SCORE-HISTORY-FILE
               WHEN 'DISPCASE'
                   OPEN OUTPUT DISPUTE-CASE-FILE
               WHEN 'RUNCTL  '
                   OPEN OUTPUT RUN-CONTROL-FILE
               WHEN 'ACRCTL  '
                   OPEN OUTPUT ACCRUAL-CONTROL-FILE
               WHEN 'STORDCTL'
                   OPEN OUTPUT ORDER-CONTROL-FILE
               WHEN 'DISPCTL '
                   OPEN OUTPUT DISPUTE-CONTROL-FILE
               WHEN 'PERCTL  '
                   OPEN OUTPUT PERIOD-CONTROL-FILE
               WHEN 'POSCTL  '
                   OPEN OUTPUT ROLLUP-CONTROL-FILE
               WHEN 'SRCDLV  '
                   OPEN OUTPUT DELIVERY-FILE
               WHEN 'SRCHIST '
                   OPEN OUTPUT DELIVERY-HISTORY-FILE
               WHEN 'FUTWARE '
                   OPEN OUTPUT WAREHOUSE-FILE
               WHEN 'HOLDREL '
                   OPEN OUTPUT HOLD-RELEASE-FILE
               WHEN 'SUSPREL '
                   OPEN OUTPUT RELEASE-QUEUE-FILE
               WHEN 'MAINTENT'
                   OPEN OUTPUT MAINT-ENTRY-FILE
               WHEN 'AUDIT   '
                   OPEN OUTPUT AUDIT-FILE
               WHEN 'REJECT  '
                   OPEN OUTPUT REJECT-FILE
               WHEN 'CHECKPT '
                   OPEN OUTPUT CHECKPOINT-FILE
               WHEN 'RETARCH '
                   OPEN OUTPUT RETENTION-ARCHIVE-FILE
               WHEN 'RPTREPO '
                   OPEN OUTPUT REPOSITORY-FILE
               WHEN 'VALIDCD '
                   OPEN OUTPUT VALID-CODES-FILE
               WHEN 'GLMAP   '
                   OPEN OUTPUT GL-MAP-FILE
               WHEN 'ACCTTRN '
                   OPEN OUTPUT ACCOUNT-TRAN-FILE
               WHEN 'VALIDTRN'
                   OPEN OUTPUT CODE-TRAN-FILE
               WHEN 'SUSPTRN '
                   OPEN OUTPUT SUSPENSE-TRAN-FILE
               WHEN 'DISPTRN '
                   OPEN OUTPUT DISPUTE-TRAN-FILE
           END-EVALUATE
           IF TARGET-STATUS = '00'
               MOVE 'Y' TO TARGET-OPEN-SWITCH
           ELSE
               DISPLAY 'STREAM-ROLLBACK CANNOT OPEN ' CURRENT-FILE-ID
                   ', STATUS ' TARGET-STATUS
               MOVE CURRENT-FILE-ID TO FAILED-FILE-ID
               MOVE TARGET-STATUS TO FAILED-STATUS
               MOVE 'Y' TO RESTORE-FAILED-SWITCH
               MOVE CURRENT-FILE-ID TO R-FILE-ID
               MOVE CURRENT-FILE-STATE TO R-STATE
               MOVE 0 TO R-RECORDS
               MOVE 'NOT RESTORED - OPEN FAILED' TO R-RESULT
               WRITE ROLLBACK-PRINT-LINE FROM ROLLBACK-DETAIL
           END-IF.

       330-CLOSE-TARGET-FILE.
           EVALUATE CURRENT-FILE-ID
               WHEN 'OUTPUT  '
                   CLOSE OUTPUT-FILE
               WHEN 'ACCTPOS '
                   CLOSE POSITION-MASTER-FILE
               WHEN 'SUSPENSE'
                   CLOSE SUSPENSE-FILE
               WHEN 'LOADHIST'
                   CLOSE LOAD-HISTORY-FILE
               WHEN 'RUNHIST '
                   CLOSE RUN-HISTORY-FILE
               WHEN 'LIMHOLD '
                   CLOSE LIMIT-HOLD-FILE
               WHEN 'PERHIST '
                   CLOSE PERIOD-HISTORY-FILE
               WHEN 'SCRNREV '
                   CLOSE SCREEN-REVIEW-FILE
               WHEN 'STORDMST'
                   CLOSE STANDING-ORDER-FILE
               WHEN 'OPSHIST '
                   CLOSE OPS-HISTORY-FILE
               WHEN 'ACCTMST '
                   CLOSE ACCOUNT-MASTER-FILE
               WHEN 'CUSTMST '
                   CLOSE CUSTOMER-MASTER-FILE
               WHEN 'MAINTPND'
                   CLOSE MAINT-PENDING-FILE
               WHEN 'SCORHIST'
                   CLOSE SCORE-HISTORY-FILE
               WHEN 'DISPCASE'
                   CLOSE DISPUTE-CASE-FILE
               WHEN 'RUNCTL  '
                   CLOSE RUN-CONTROL-FILE
               WHEN 'ACRCTL  '
                   CLOSE ACCRUAL-CONTROL-FILE
               WHEN 'STORDCTL'
                   CLOSE ORDER-CONTROL-FILE
               WHEN 'DISPCTL '
                   CLOSE DISPUTE-CONTROL-FILE
               WHEN 'PERCTL  '
                   CLOSE PERIOD-CONTROL-FILE
               WHEN 'POSCTL  '
                   CLOSE ROLLUP-CONTROL-FILE
               WHEN 'SRCDLV  '
                   CLOSE DELIVERY-FILE
               WHEN 'SRCHIST '
                   CLOSE DELIVERY-HISTORY-FILE
               WHEN 'FUTWARE '
                   CLOSE WAREHOUSE-FILE
               WHEN 'HOLDREL '
                   CLOSE HOLD-RELEASE-FILE
               WHEN 'SUSPREL '
                   CLOSE RELEASE-QUEUE-FILE
               WHEN 'MAINTENT'
                   CLOSE MAINT-ENTRY-FILE
               WHEN 'AUDIT   '
                   CLOSE AUDIT-FILE
               WHEN 'REJECT  '
                   CLOSE REJECT-FILE
               WHEN 'CHECKPT '
                   CLOSE CHECKPOINT-FILE
               WHEN 'RETARCH '
                   CLOSE RETENTION-ARCHIVE-FILE
               WHEN 'RPTREPO '
                   CLOSE REPOSITORY-FILE
               WHEN 'VALIDCD '
                   CLOSE VALID-CODES-FILE
               WHEN 'GLMAP   '
                   CLOSE GL-MAP-FILE
               WHEN 'ACCTTRN '
                   CLOSE ACCOUNT-TRAN-FILE
               WHEN 'VALIDTRN'
                   CLOSE CODE-TRAN-FILE
               WHEN 'SUSPTRN '
                   CLOSE SUSPENSE-TRAN-FILE
               WHEN 'DISPTRN '
                   CLOSE DISPUTE-TRAN-FILE
           END-EVALUATE
           MOVE 'N' TO TARGET-OPEN-SWITCH
           ADD 1 TO FILES-RESTORED-COUNT
           MOVE CURRENT-FILE-ID TO R-FILE-ID
           MOVE CURRENT-FILE-STATE TO R-STATE
           MOVE FILE-RECORD-COUNT TO R-RECORDS
           IF CURRENT-FILE-STATE = 'ABSENT  '
               MOVE 'RESTORED EMPTY' TO R-RESULT
           ELSE
               MOVE 'RESTORED' TO R-RESULT
           END-IF
           WRITE ROLLBACK-PRINT-LINE FROM ROLLBACK-DETAIL.

       340-WRITE-TARGET-RECORD.
           EVALUATE CURRENT-FILE-ID
               WHEN 'OUTPUT  '
                   MOVE BK-DATA TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               WHEN 'ACCTPOS '
                   MOVE BK-DATA TO POSITION-RECORD
                   WRITE POSITION-RECORD
               WHEN 'SUSPENSE'
                   MOVE BK-DATA TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
               WHEN 'LOADHIST'
                   MOVE BK-DATA TO LOAD-HISTORY-RECORD
                   WRITE LOAD-HISTORY-RECORD
               WHEN 'RUNHIST '
                   MOVE BK-DATA TO RUN-HISTORY-RECORD
                   WRITE RUN-HISTORY-RECORD
               WHEN 'LIMHOLD '
                   MOVE BK-DATA TO LIMIT-HOLD-RECORD
                   WRITE LIMIT-HOLD-RECORD
               WHEN 'PERHIST '
                   MOVE BK-DATA TO PERIOD-HISTORY-RECORD
                   WRITE PERIOD-HISTORY-RECORD
               WHEN 'SCRNREV '
                   MOVE BK-DATA TO SCREEN-REVIEW-RECORD
                   WRITE SCREEN-REVIEW-RECORD
               WHEN 'STORDMST'
                   MOVE BK-DATA TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
               WHEN 'OPSHIST '
                   MOVE BK-DATA TO OPS-HISTORY-RECORD
                   WRITE OPS-HISTORY-RECORD
               WHEN 'ACCTMST '
                   MOVE BK-DATA TO ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
               WHEN 'CUSTMST '
                   MOVE BK-DATA TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
               WHEN 'MAINTPND'
                   MOVE BK-DATA TO MAINT-PENDING-RECORD
                   WRITE MAINT-PENDING-RECORD
               WHEN 'SCORHIST'
                   MOVE BK-DATA TO SCORE-HISTORY-RECORD
                   WRITE SCORE-HISTORY-RECORD
               WHEN 'DISPCASE'
                   MOVE BK-DATA TO DISPUTE-CASE-RECORD
                   WRITE DISPUTE-CASE-RECORD
               WHEN 'RUNCTL  '
                   MOVE BK-DATA TO RUN-CONTROL-RECORD
                   WRITE RUN-CONTROL-RECORD
               WHEN 'ACRCTL  '
                   MOVE BK-DATA TO ACCRUAL-CONTROL-RECORD
                   WRITE ACCRUAL-CONTROL-RECORD
               WHEN 'STORDCTL'
                   MOVE BK-DATA TO ORDER-CONTROL-RECORD
                   WRITE ORDER-CONTROL-RECORD
               WHEN 'DISPCTL '
                   MOVE BK-DATA TO DISPUTE-CONTROL-RECORD
                   WRITE DISPUTE-CONTROL-RECORD
               WHEN 'PERCTL  '
                   MOVE BK-DATA TO PERIOD-CONTROL-RECORD
                   WRITE PERIOD-CONTROL-RECORD
               WHEN 'POSCTL  '
                   MOVE BK-DATA TO ROLLUP-CONTROL-RECORD
                   WRITE ROLLUP-CONTROL-RECORD
               WHEN 'SRCDLV  '
                   MOVE BK-DATA TO DELIVERY-RECORD
                   WRITE DELIVERY-RECORD
               WHEN 'SRCHIST '
                   MOVE BK-DATA TO DELIVERY-HISTORY-RECORD
                   WRITE DELIVERY-HISTORY-RECORD
               WHEN 'FUTWARE '
                   MOVE BK-DATA TO WAREHOUSE-RECORD
                   WRITE WAREHOUSE-RECORD
               WHEN 'HOLDREL '
                   MOVE BK-DATA TO HOLD-RELEASE-RECORD
                   WRITE HOLD-RELEASE-RECORD
               WHEN 'SUSPREL '
                   MOVE BK-DATA TO RELEASE-QUEUE-RECORD
                   WRITE RELEASE-QUEUE-RECORD
               WHEN 'MAINTENT'
                   MOVE BK-DATA TO MAINT-ENTRY-RECORD
                   WRITE MAINT-ENTRY-RECORD
               WHEN 'AUDIT   '
                   MOVE BK-DATA TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
               WHEN 'REJECT  '
                   MOVE BK-DATA TO REJECT-RECORD
                   WRITE REJECT-RECORD
               WHEN 'CHECKPT '
                   MOVE BK-DATA TO CHECKPOINT-RECORD
                   WRITE CHECKPOINT-RECORD
               WHEN 'RETARCH '
                   MOVE BK-DATA TO RETENTION-ARCHIVE-RECORD
                   WRITE RETENTION-ARCHIVE-RECORD
               WHEN 'RPTREPO '
                   MOVE BK-DATA TO REPO-RECORD
                   WRITE REPO-RECORD
               WHEN 'VALIDCD '
                   MOVE BK-DATA TO VALID-CODES-RECORD
                   WRITE VALID-CODES-RECORD
               WHEN 'GLMAP   '
                   MOVE BK-DATA TO GL-MAP-RECORD
                   WRITE GL-MAP-RECORD
               WHEN 'ACCTTRN '
                   MOVE BK-DATA TO ACCOUNT-TRAN-RECORD
                   WRITE ACCOUNT-TRAN-RECORD
               WHEN 'VALIDTRN'
                   MOVE BK-DATA TO CODE-TRAN-RECORD
                   WRITE CODE-TRAN-RECORD
               WHEN 'SUSPTRN '
                   MOVE BK-DATA TO SUSPENSE-TRAN-RECORD
                   WRITE SUSPENSE-TRAN-RECORD
               WHEN 'DISPTRN '
                   MOVE BK-DATA TO DISPUTE-TRAN-RECORD
                   WRITE DISPUTE-TRAN-RECORD
           END-EVALUATE
           IF TARGET-STATUS = '00'
               ADD 1 TO FILE-RECORD-COUNT
               ADD 1 TO TOTAL-RECORD-COUNT
           ELSE
               DISPLAY 'STREAM-ROLLBACK WRITE FAILED ON '
                   CURRENT-FILE-ID ', STATUS ' TARGET-STATUS
               MOVE CURRENT-FILE-ID TO FAILED-FILE-ID
               MOVE TARGET-STATUS TO FAILED-STATUS
               MOVE 'Y' TO RESTORE-FAILED-SWITCH
           END-IF.

       500-REMOVE-LATER-GENERATIONS.
           MOVE 'N' TO BACKUP-EOF-FLAG
           MOVE ROLLBACK-DATE TO LAST-SEEN-DATE
           COMPUTE BK-BUSINESS-DATE = ROLLBACK-DATE + 1
           MOVE SPACES TO BK-FILE-ID
           MOVE 0 TO BK-SEQUENCE
           START BACKUP-FILE KEY NOT < BK-KEY
               INVALID KEY
                   MOVE 'Y' TO BACKUP-EOF-FLAG
           END-START
           PERFORM UNTIL BACKUP-EOF-FLAG = 'Y'
               READ BACKUP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO BACKUP-EOF-FLAG
                   NOT AT END
                       IF BK-BUSINESS-DATE NOT = LAST-SEEN-DATE
                           ADD 1 TO GENERATIONS-REMOVED-COUNT
                           MOVE BK-BUSINESS-DATE TO LAST-SEEN-DATE
                       END-IF
                       DELETE BACKUP-FILE RECORD
               END-READ
           END-PERFORM.

       600-CLEAR-STEP-STATUS.
           MOVE 'N' TO STEP-STATUS-EOF-FLAG
           OPEN INPUT STEP-STATUS-FILE
           IF STEP-STATUS-STATUS = '00'
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL STEP-STATUS-EOF-FLAG = 'Y'
                   READ STEP-STATUS-FILE
                       AT END
                           MOVE 'Y' TO STEP-STATUS-EOF-FLAG
                       NOT AT END
                           IF STAT-BUSINESS-DATE < ROLLBACK-DATE
                               WRITE WORK-RECORD FROM STEP-STATUS-RECORD
                           ELSE
                               ADD 1 TO STEPS-CLEARED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
               CLOSE WORK-FILE
               PERFORM 610-RELOAD-STEP-STATUS
           END-IF.

       610-RELOAD-STEP-STATUS.
           MOVE 'N' TO WORK-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT STEP-STATUS-FILE
           PERFORM UNTIL WORK-EOF-FLAG = 'Y'
               READ WORK-FILE INTO STEP-STATUS-RECORD
                   AT END
                       MOVE 'Y' TO WORK-EOF-FLAG
                   NOT AT END
                       WRITE STEP-STATUS-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE STEP-STATUS-FILE.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'STREAM-RLBK ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
