       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           STREAM-BACKUP.

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
               FILE STATUS IS SOURCE-STATUS.
           SELECT POSITION-MASTER-FILE ASSIGN TO 'ACCTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ACCOUNT-NUMBER
               FILE STATUS IS SOURCE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT LOAD-HISTORY-FILE ASSIGN TO 'LOADHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-RECORD-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RUN-DATE
               FILE STATUS IS SOURCE-STATUS.
           SELECT LIMIT-HOLD-FILE ASSIGN TO 'LIMHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO 'PERHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO 'SCRNREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STORDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT OPS-HISTORY-FILE ASSIGN TO 'OPSHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS SOURCE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS SOURCE-STATUS.
           SELECT MAINT-PENDING-FILE ASSIGN TO 'MAINTPND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPD-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO 'SCOREHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO 'DISPCASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO 'ACRCTL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT ORDER-CONTROL-FILE ASSIGN TO 'STORDCTL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT DISPUTE-CONTROL-FILE ASSIGN TO 'DISPCTL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERCTL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT ROLLUP-CONTROL-FILE ASSIGN TO 'POSCTL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO 'SRCDLV.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT DELIVERY-HISTORY-FILE ASSIGN TO 'SRCHIST.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO 'FUTWARE.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO 'HOLDREL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT RELEASE-QUEUE-FILE ASSIGN TO 'SUSPREL.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT MAINT-ENTRY-FILE ASSIGN TO 'MAINTENT.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECT.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPT.DAT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT RETENTION-ARCHIVE-FILE ASSIGN TO 'RETARCH.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT REPOSITORY-FILE ASSIGN TO 'RPTREPO.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT VALID-CODES-FILE ASSIGN TO 'VALIDCD.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT ACCOUNT-TRAN-FILE ASSIGN TO 'ACCTTRN.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT CODE-TRAN-FILE ASSIGN TO 'VALIDTRN.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT SUSPENSE-TRAN-FILE ASSIGN TO 'SUSPTRN.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO 'DISPTRN.TXT'
               FILE STATUS IS SOURCE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'BKUPPRM.TXT'
               FILE STATUS IS PARM-STATUS.
           SELECT BACKUP-PRINT-FILE ASSIGN TO 'BKUPRPT.TXT'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
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
           05  PRM-GENERATIONS         PIC 9(03).

       FD  BACKUP-PRINT-FILE.
       01  BACKUP-PRINT-LINE           PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).
           05  PRM-OVERRIDE-FLAG       PIC X(08).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       WORKING-STORAGE SECTION.
       01  BACKUP-STATUS               PIC X(02) VALUE '00'.
       01  SOURCE-STATUS               PIC X(02) VALUE '00'.
       01  PARM-STATUS                 PIC X(02) VALUE '00'.
       01  BUSINESS-DATE-STATUS        PIC X(02) VALUE '00'.
       01  BACKUP-EOF-FLAG             PIC X VALUE 'N'.
       01  SOURCE-EOF-FLAG             PIC X VALUE 'N'.
       01  SOURCE-PRESENT-SWITCH       PIC X VALUE 'N'.
           88  SOURCE-FILE-PRESENT         VALUE 'Y'.
       01  BACKUP-FAILED-SWITCH        PIC X VALUE 'N'.
           88  BACKUP-FAILED               VALUE 'Y'.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  TAKEN-DATE                  PIC 9(08) VALUE 0.
       01  TAKEN-TIME                  PIC 9(08) VALUE 0.
       01  PURGE-DATE                  PIC 9(08) VALUE 0.
       01  LAST-SEEN-DATE              PIC 9(08) VALUE 0.
       01  HEADER-STATE                PIC X(08) VALUE SPACES.
       01  CURRENT-FILE-ID             PIC X(08) VALUE SPACES.
       01  FAILED-FILE-ID              PIC X(08) VALUE SPACES.
       01  FAILED-STATUS               PIC X(02) VALUE SPACES.
       01  GENERATIONS-KEPT            PIC 9(03) VALUE 5.
       01  FILE-INDEX                  PIC 9(03) VALUE 0.
       01  FILE-RECORD-COUNT           PIC 9(07) VALUE 0.
       01  FILES-COPIED-COUNT          PIC 9(03) VALUE 0.
       01  TOTAL-RECORD-COUNT          PIC 9(09) VALUE 0.
       01  REMOVED-RECORD-COUNT        PIC 9(09) VALUE 0.
       01  GENERATIONS-REMOVED-COUNT   PIC 9(03) VALUE 0.
       01  GENERATION-COUNT            PIC 9(03) VALUE 0.
       01  GENERATION-INDEX            PIC 9(03) VALUE 0.
       01  GENERATION-EXCESS           PIC 9(03) VALUE 0.
       01  GENERATION-TABLE.
           05  GENERATION-DATE         PIC 9(08) OCCURS 100 TIMES.

       01  BACKUP-FILE-LIST.
           05  FILLER                  PIC X(08) VALUE 'OUTPUT  '.
           05  FILLER                  PIC X(08) VALUE 'ACCTPOS '.
           05  FILLER                  PIC X(08) VALUE 'SUSPENSE'.
           05  FILLER                  PIC X(08) VALUE 'LOADHIST'.
           05  FILLER                  PIC X(08) VALUE 'RUNHIST '.
           05  FILLER                  PIC X(08) VALUE 'LIMHOLD '.
           05  FILLER                  PIC X(08) VALUE 'PERHIST '.
           05  FILLER                  PIC X(08) VALUE 'SCRNREV '.
           05  FILLER                  PIC X(08) VALUE 'STORDMST'.
           05  FILLER                  PIC X(08) VALUE 'OPSHIST '.
           05  FILLER                  PIC X(08) VALUE 'ACCTMST '.
           05  FILLER                  PIC X(08) VALUE 'CUSTMST '.
           05  FILLER                  PIC X(08) VALUE 'MAINTPND'.
           05  FILLER                  PIC X(08) VALUE 'SCORHIST'.
           05  FILLER                  PIC X(08) VALUE 'DISPCASE'.
           05  FILLER                  PIC X(08) VALUE 'RUNCTL  '.
           05  FILLER                  PIC X(08) VALUE 'ACRCTL  '.
           05  FILLER                  PIC X(08) VALUE 'STORDCTL'.
           05  FILLER                  PIC X(08) VALUE 'DISPCTL '.
           05  FILLER                  PIC X(08) VALUE 'PERCTL  '.
           05  FILLER                  PIC X(08) VALUE 'POSCTL  '.
           05  FILLER                  PIC X(08) VALUE 'SRCDLV  '.
           05  FILLER                  PIC X(08) VALUE 'SRCHIST '.
           05  FILLER                  PIC X(08) VALUE 'FUTWARE '.
           05  FILLER                  PIC X(08) VALUE 'HOLDREL '.
           05  FILLER                  PIC X(08) VALUE 'SUSPREL '.
           05  FILLER                  PIC X(08) VALUE 'MAINTENT'.
           05  FILLER                  PIC X(08) VALUE 'AUDIT   '.
           05  FILLER                  PIC X(08) VALUE 'REJECT  '.
           05  FILLER                  PIC X(08) VALUE 'CHECKPT '.
           05  FILLER                  PIC X(08) VALUE 'RETARCH '.
           05  FILLER                  PIC X(08) VALUE 'RPTREPO '.
           05  FILLER                  PIC X(08) VALUE 'VALIDCD '.
           05  FILLER                  PIC X(08) VALUE 'GLMAP   '.
           05  FILLER                  PIC X(08) VALUE 'ACCTTRN '.
           05  FILLER                  PIC X(08) VALUE 'VALIDTRN'.
           05  FILLER                  PIC X(08) VALUE 'SUSPTRN '.
           05  FILLER                  PIC X(08) VALUE 'DISPTRN '.
       01  BACKUP-FILE-ENTRIES REDEFINES BACKUP-FILE-LIST.
           05  LIST-FILE-ID            PIC X(08) OCCURS 38 TIMES.
       01  LIST-FILE-COUNT             PIC 9(03) VALUE 38.
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
       01  OPS-EVENT-TEXT              PIC X(60) VALUE SPACES.
       01  OPS-BACKUP-MESSAGE.
           05  FILLER                  PIC X(13)
                   VALUE 'BEFORE-IMAGE '.
           05  OBM-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OBM-FILES               PIC 9(03).
           05  FILLER                  PIC X(07) VALUE ' FILES '.
           05  OBM-RECORDS             PIC 9(09).
           05  FILLER                  PIC X(08) VALUE ' RECORDS'.
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  OPS-FAILED-MESSAGE.
           05  FILLER                  PIC X(13)
                   VALUE 'BEFORE-IMAGE '.
           05  OFM-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(11)
                   VALUE ' FAILED ON '.
           05  OFM-FILE-ID             PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' STATUS '.
           05  OFM-STATUS              PIC X(02).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  BACKUP-HEADING-1.
           05  FILLER                  PIC X(36)
                   VALUE 'BEFORE-IMAGE BACKUP - BUSINESS DATE '.
           05  R-H-BUSINESS-DATE       PIC 9(08).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  BACKUP-HEADING-2.
           05  FILLER                  PIC X(30)
                   VALUE 'FILE     STATE       RECORDS'.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  BACKUP-DETAIL.
           05  R-FILE-ID               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  R-STATE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  R-RECORDS               PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  BACKUP-REMOVED-LINE.
           05  FILLER                  PIC X(11)
                   VALUE 'GENERATION '.
           05  R-REMOVED-DATE          PIC 9(08).
           05  FILLER                  PIC X(09)
                   VALUE ' REMOVED '.
           05  R-REMOVED-RECORDS       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' RECORDS'.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  BACKUP-TOTAL-LINE.
           05  FILLER                  PIC X(13)
                   VALUE 'FILES COPIED '.
           05  T-FILES                 PIC ZZ9.
           05  FILLER                  PIC X(10)
                   VALUE '  RECORDS '.
           05  T-RECORDS               PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(20)
                   VALUE '  GENERATIONS KEPT '.
           05  T-KEPT                  PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE '  STATE '.
           05  T-STATE                 PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT TAKEN-TIME FROM TIME

           PERFORM 150-READ-BUSINESS-DATE
           PERFORM 160-READ-BACKUP-PARM
           DISPLAY 'STREAM-BACKUP BUSINESS DATE ' BUSINESS-DATE
               ' GENERATIONS KEPT ' GENERATIONS-KEPT

           OPEN I-O BACKUP-FILE
           IF BACKUP-STATUS = '35'
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
               OPEN I-O BACKUP-FILE
           END-IF
           IF BACKUP-STATUS NOT = '00'
               DISPLAY 'STREAM-BACKUP CANNOT OPEN BACKUP.DAT, STATUS '
                   BACKUP-STATUS
               MOVE BUSINESS-DATE TO OFM-BUSINESS-DATE
               MOVE 'BACKUP  ' TO OFM-FILE-ID
               MOVE BACKUP-STATUS TO OFM-STATUS
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'BACKUP  ' TO OPS-EVENT-CODE
               MOVE OPS-FAILED-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BACKUP-PRINT-FILE
           MOVE BUSINESS-DATE TO R-H-BUSINESS-DATE
           WRITE BACKUP-PRINT-LINE FROM BACKUP-HEADING-1
           WRITE BACKUP-PRINT-LINE FROM BACKUP-HEADING-2

           MOVE BUSINESS-DATE TO PURGE-DATE
           PERFORM 600-REMOVE-GENERATION
           IF REMOVED-RECORD-COUNT > 0
               DISPLAY 'STREAM-BACKUP REPLACING EXISTING GENERATION '
                   'FOR ' BUSINESS-DATE
           END-IF

           MOVE 'STARTED ' TO HEADER-STATE
           PERFORM 200-BUILD-HEADER
           WRITE BACKUP-RECORD
           IF BACKUP-STATUS NOT = '00'
               MOVE 'BACKUP  ' TO FAILED-FILE-ID
               MOVE BACKUP-STATUS TO FAILED-STATUS
               MOVE 'Y' TO BACKUP-FAILED-SWITCH
           END-IF

           PERFORM VARYING FILE-INDEX FROM 1 BY 1
                   UNTIL FILE-INDEX > LIST-FILE-COUNT
                   OR BACKUP-FAILED
               MOVE LIST-FILE-ID(FILE-INDEX) TO CURRENT-FILE-ID
               PERFORM 300-COPY-ONE-FILE
           END-PERFORM

           IF NOT BACKUP-FAILED
               MOVE 'COMPLETE' TO HEADER-STATE
               PERFORM 200-BUILD-HEADER
               REWRITE BACKUP-RECORD
               IF BACKUP-STATUS NOT = '00'
                   MOVE 'BACKUP  ' TO FAILED-FILE-ID
                   MOVE BACKUP-STATUS TO FAILED-STATUS
                   MOVE 'Y' TO BACKUP-FAILED-SWITCH
               END-IF
           END-IF

           IF NOT BACKUP-FAILED
               PERFORM 700-TRIM-GENERATIONS
           END-IF

           CLOSE BACKUP-FILE

           MOVE FILES-COPIED-COUNT TO T-FILES
           MOVE TOTAL-RECORD-COUNT TO T-RECORDS
           MOVE GENERATIONS-KEPT TO T-KEPT
           IF BACKUP-FAILED
               MOVE 'FAILED  ' TO T-STATE
           ELSE
               MOVE 'COMPLETE' TO T-STATE
           END-IF
           WRITE BACKUP-PRINT-LINE FROM BACKUP-TOTAL-LINE
           CLOSE BACKUP-PRINT-FILE

           DISPLAY 'STREAM-BACKUP FILES COPIED     ' FILES-COPIED-COUNT
           DISPLAY 'STREAM-BACKUP RECORDS COPIED   ' TOTAL-RECORD-COUNT
           DISPLAY 'STREAM-BACKUP GENERATIONS OUT  '
               GENERATIONS-REMOVED-COUNT

           IF BACKUP-FAILED
               DISPLAY 'STREAM-BACKUP FAILED ON ' FAILED-FILE-ID
                   ', STATUS ' FAILED-STATUS ' - GENERATION '
                   BUSINESS-DATE ' NOT USABLE'
               MOVE BUSINESS-DATE TO OFM-BUSINESS-DATE
               MOVE FAILED-FILE-ID TO OFM-FILE-ID
               MOVE FAILED-STATUS TO OFM-STATUS
               MOVE 'E' TO OPS-SEVERITY
               MOVE 'BACKUP  ' TO OPS-EVENT-CODE
               MOVE OPS-FAILED-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE BUSINESS-DATE TO OBM-BUSINESS-DATE
               MOVE FILES-COPIED-COUNT TO OBM-FILES
               MOVE TOTAL-RECORD-COUNT TO OBM-RECORDS
               MOVE 'I' TO OPS-SEVERITY
               MOVE 'BACKUP  ' TO OPS-EVENT-CODE
               MOVE OPS-BACKUP-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       150-READ-BUSINESS-DATE.
           MOVE RUN-DATE TO BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF PRM-BUSINESS-DATE IS NUMERIC
                               AND PRM-BUSINESS-DATE > 0
                           MOVE PRM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       160-READ-BACKUP-PARM.
           OPEN INPUT PARM-FILE
           IF PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PRM-GENERATIONS IS NUMERIC
                               AND PRM-GENERATIONS > 0
                               AND PRM-GENERATIONS < 100
                           MOVE PRM-GENERATIONS TO GENERATIONS-KEPT
                       ELSE
                           DISPLAY 'STREAM-BACKUP BAD GENERATION COUNT '
                               'ON BKUPPRM.TXT - ' GENERATIONS-KEPT
                               ' USED'
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       200-BUILD-HEADER.
           MOVE SPACES TO BACKUP-RECORD
           MOVE BUSINESS-DATE TO BK-BUSINESS-DATE
           MOVE SPACES TO BK-FILE-ID
           MOVE 0 TO BK-SEQUENCE
           MOVE HEADER-STATE TO BK-STATE
           MOVE FILES-COPIED-COUNT TO BK-FILE-COUNT
           MOVE TOTAL-RECORD-COUNT TO BK-RECORD-COUNT
           MOVE TAKEN-DATE TO BK-TAKEN-DATE
           MOVE TAKEN-TIME TO BK-TAKEN-TIME.

       300-COPY-ONE-FILE.
           MOVE 0 TO FILE-RECORD-COUNT
           MOVE 'N' TO SOURCE-PRESENT-SWITCH
           EVALUATE CURRENT-FILE-ID
               WHEN 'OUTPUT  '
                   PERFORM 400-COPY-OUTPUT
               WHEN 'ACCTPOS '
                   PERFORM 401-COPY-ACCTPOS
               WHEN 'SUSPENSE'
                   PERFORM 402-COPY-SUSPENSE
               WHEN 'LOADHIST'
                   PERFORM 403-COPY-LOADHIST
               WHEN 'RUNHIST '
                   PERFORM 404-COPY-RUNHIST
               WHEN 'LIMHOLD '
                   PERFORM 405-COPY-LIMHOLD
               WHEN 'PERHIST '
                   PERFORM 406-COPY-PERHIST
               WHEN 'SCRNREV '
                   PERFORM 407-COPY-SCRNREV
               WHEN 'STORDMST'
                   PERFORM 408-COPY-STORDMST
               WHEN 'OPSHIST '
                   PERFORM 409-COPY-OPSHIST
               WHEN 'ACCTMST '
                   PERFORM 410-COPY-ACCTMST
               WHEN 'CUSTMST '
                   PERFORM 411-COPY-CUSTMST
               WHEN 'MAINTPND'
                   PERFORM 412-COPY-MAINTPND
               WHEN 'SCORHIST'
                   PERFORM 413-COPY-SCORHIST
               WHEN 'DISPCASE'
                   PERFORM 414-COPY-DISPCASE
               WHEN 'RUNCTL  '
                   PERFORM 415-COPY-RUNCTL
               WHEN 'ACRCTL  '
                   PERFORM 416-COPY-ACRCTL
               WHEN 'STORDCTL'
                   PERFORM 417-COPY-STORDCTL
               WHEN 'DISPCTL '
                   PERFORM 418-COPY-DISPCTL
               WHEN 'PERCTL  '
                   PERFORM 419-COPY-PERCTL
               WHEN 'POSCTL  '
                   PERFORM 420-COPY-POSCTL
               WHEN 'SRCDLV  '
                   PERFORM 421-COPY-SRCDLV
               WHEN 'SRCHIST '
                   PERFORM 422-COPY-SRCHIST
               WHEN 'FUTWARE '
                   PERFORM 423-COPY-FUTWARE
               WHEN 'HOLDREL '
                   PERFORM 424-COPY-HOLDREL
               WHEN 'SUSPREL '
                   PERFORM 425-COPY-SUSPREL
               WHEN 'MAINTENT'
                   PERFORM 426-COPY-MAINTENT
               WHEN 'AUDIT   '
                   PERFORM 427-COPY-AUDIT
               WHEN 'REJECT  '
                   PERFORM 428-COPY-REJECT
               WHEN 'CHECKPT '
                   PERFORM 429-COPY-CHECKPT
               WHEN 'RETARCH '
                   PERFORM 430-COPY-RETARCH
               WHEN 'RPTREPO '
                   PERFORM 431-COPY-RPTREPO
               WHEN 'VALIDCD '
                   PERFORM 432-COPY-VALIDCD
               WHEN 'GLMAP   '
                   PERFORM 433-COPY-GLMAP
               WHEN 'ACCTTRN '
                   PERFORM 434-COPY-ACCTTRN
               WHEN 'VALIDTRN'
                   PERFORM 435-COPY-VALIDTRN
               WHEN 'SUSPTRN '
                   PERFORM 436-COPY-SUSPTRN
               WHEN 'DISPTRN '
                   PERFORM 437-COPY-DISPTRN
           END-EVALUATE
           IF BACKUP-FAILED
               MOVE CURRENT-FILE-ID TO FAILED-FILE-ID
           ELSE
               PERFORM 310-WRITE-FILE-MARKER
           END-IF.

       310-WRITE-FILE-MARKER.
           MOVE SPACES TO BACKUP-RECORD
           MOVE BUSINESS-DATE TO BK-BUSINESS-DATE
           MOVE CURRENT-FILE-ID TO BK-FILE-ID
           MOVE 0 TO BK-SEQUENCE
           IF SOURCE-FILE-PRESENT
               MOVE 'PRESENT ' TO BK-STATE
           ELSE
               MOVE 'ABSENT  ' TO BK-STATE
           END-IF
           MOVE 0 TO BK-FILE-COUNT
           MOVE FILE-RECORD-COUNT TO BK-RECORD-COUNT
           MOVE TAKEN-DATE TO BK-TAKEN-DATE
           MOVE TAKEN-TIME TO BK-TAKEN-TIME
           WRITE BACKUP-RECORD
           IF BACKUP-STATUS NOT = '00'
               MOVE CURRENT-FILE-ID TO FAILED-FILE-ID
               MOVE BACKUP-STATUS TO FAILED-STATUS
               MOVE 'Y' TO BACKUP-FAILED-SWITCH
           ELSE
               ADD 1 TO FILES-COPIED-COUNT
               ADD FILE-RECORD-COUNT TO TOTAL-RECORD-COUNT
               MOVE CURRENT-FILE-ID TO R-FILE-ID
               MOVE BK-STATE TO R-STATE
               MOVE FILE-RECORD-COUNT TO R-RECORDS
               WRITE BACKUP-PRINT-LINE FROM BACKUP-DETAIL
           END-IF.

       400-COPY-OUTPUT.
           OPEN INPUT OUTPUT-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE OUTPUT-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE OUTPUT-FILE
           END-IF.

       401-COPY-ACCTPOS.
           OPEN INPUT POSITION-MASTER-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ POSITION-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE POSITION-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE POSITION-MASTER-FILE
           END-IF.

       402-COPY-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE SUSPENSE-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE SUSPENSE-FILE
           END-IF.

       403-COPY-LOADHIST.
           OPEN INPUT LOAD-HISTORY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ LOAD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE LOAD-HISTORY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE LOAD-HISTORY-FILE
           END-IF.

       404-COPY-RUNHIST.
           OPEN INPUT RUN-HISTORY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE RUN-HISTORY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE RUN-HISTORY-FILE
           END-IF.

       405-COPY-LIMHOLD.
           OPEN INPUT LIMIT-HOLD-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ LIMIT-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE LIMIT-HOLD-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE LIMIT-HOLD-FILE
           END-IF.

       406-COPY-PERHIST.
           OPEN INPUT PERIOD-HISTORY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ PERIOD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE PERIOD-HISTORY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE PERIOD-HISTORY-FILE
           END-IF.

       407-COPY-SCRNREV.
           OPEN INPUT SCREEN-REVIEW-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ SCREEN-REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE SCREEN-REVIEW-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE SCREEN-REVIEW-FILE
           END-IF.

       408-COPY-STORDMST.
           OPEN INPUT STANDING-ORDER-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE STANDING-ORDER-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE STANDING-ORDER-FILE
           END-IF.

       409-COPY-OPSHIST.
           OPEN INPUT OPS-HISTORY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ OPS-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE OPS-HISTORY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE OPS-HISTORY-FILE
           END-IF.

       410-COPY-ACCTMST.
           OPEN INPUT ACCOUNT-MASTER-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE ACCOUNT-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       411-COPY-CUSTMST.
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE CUSTOMER-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       412-COPY-MAINTPND.
           OPEN INPUT MAINT-PENDING-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ MAINT-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE MAINT-PENDING-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE MAINT-PENDING-FILE
           END-IF.

       413-COPY-SCORHIST.
           OPEN INPUT SCORE-HISTORY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ SCORE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE SCORE-HISTORY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE SCORE-HISTORY-FILE
           END-IF.

       414-COPY-DISPCASE.
           OPEN INPUT DISPUTE-CASE-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE DISPUTE-CASE-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE DISPUTE-CASE-FILE
           END-IF.

       415-COPY-RUNCTL.
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE RUN-CONTROL-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE RUN-CONTROL-FILE
           END-IF.

       416-COPY-ACRCTL.
           OPEN INPUT ACCRUAL-CONTROL-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ ACCRUAL-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE ACCRUAL-CONTROL-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF.

       417-COPY-STORDCTL.
           OPEN INPUT ORDER-CONTROL-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ ORDER-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE ORDER-CONTROL-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE ORDER-CONTROL-FILE
           END-IF.

       418-COPY-DISPCTL.
           OPEN INPUT DISPUTE-CONTROL-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ DISPUTE-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE DISPUTE-CONTROL-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE DISPUTE-CONTROL-FILE
           END-IF.

       419-COPY-PERCTL.
           OPEN INPUT PERIOD-CONTROL-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE PERIOD-CONTROL-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       420-COPY-POSCTL.
           OPEN INPUT ROLLUP-CONTROL-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ ROLLUP-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE ROLLUP-CONTROL-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE ROLLUP-CONTROL-FILE
           END-IF.

       421-COPY-SRCDLV.
           OPEN INPUT DELIVERY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ DELIVERY-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE DELIVERY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE DELIVERY-FILE
           END-IF.

       422-COPY-SRCHIST.
           OPEN INPUT DELIVERY-HISTORY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ DELIVERY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE DELIVERY-HISTORY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE DELIVERY-HISTORY-FILE
           END-IF.

       423-COPY-FUTWARE.
           OPEN INPUT WAREHOUSE-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE WAREHOUSE-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE WAREHOUSE-FILE
           END-IF.

       424-COPY-HOLDREL.
           OPEN INPUT HOLD-RELEASE-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ HOLD-RELEASE-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE HOLD-RELEASE-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE HOLD-RELEASE-FILE
           END-IF.

       425-COPY-SUSPREL.
           OPEN INPUT RELEASE-QUEUE-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ RELEASE-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE RELEASE-QUEUE-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE RELEASE-QUEUE-FILE
           END-IF.

       426-COPY-MAINTENT.
           OPEN INPUT MAINT-ENTRY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ MAINT-ENTRY-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE MAINT-ENTRY-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE MAINT-ENTRY-FILE
           END-IF.

       427-COPY-AUDIT.
           OPEN INPUT AUDIT-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE AUDIT-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE AUDIT-FILE
           END-IF.

       428-COPY-REJECT.
           OPEN INPUT REJECT-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE REJECT-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE REJECT-FILE
           END-IF.

       429-COPY-CHECKPT.
           OPEN INPUT CHECKPOINT-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE CHECKPOINT-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE CHECKPOINT-FILE
           END-IF.

       430-COPY-RETARCH.
           OPEN INPUT RETENTION-ARCHIVE-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ RETENTION-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE RETENTION-ARCHIVE-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE RETENTION-ARCHIVE-FILE
           END-IF.

       431-COPY-RPTREPO.
           OPEN INPUT REPOSITORY-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ REPOSITORY-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE REPO-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE REPOSITORY-FILE
           END-IF.

       432-COPY-VALIDCD.
           OPEN INPUT VALID-CODES-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ VALID-CODES-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE VALID-CODES-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE VALID-CODES-FILE
           END-IF.

       433-COPY-GLMAP.
           OPEN INPUT GL-MAP-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE GL-MAP-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE GL-MAP-FILE
           END-IF.

       434-COPY-ACCTTRN.
           OPEN INPUT ACCOUNT-TRAN-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ ACCOUNT-TRAN-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE ACCOUNT-TRAN-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE ACCOUNT-TRAN-FILE
           END-IF.

       435-COPY-VALIDTRN.
           OPEN INPUT CODE-TRAN-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ CODE-TRAN-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE CODE-TRAN-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE CODE-TRAN-FILE
           END-IF.

       436-COPY-SUSPTRN.
           OPEN INPUT SUSPENSE-TRAN-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ SUSPENSE-TRAN-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE SUSPENSE-TRAN-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE SUSPENSE-TRAN-FILE
           END-IF.

       437-COPY-DISPTRN.
           OPEN INPUT DISPUTE-TRAN-FILE
           PERFORM 480-CHECK-SOURCE-OPEN
           PERFORM UNTIL SOURCE-EOF-FLAG = 'Y'
               READ DISPUTE-TRAN-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE DISPUTE-TRAN-RECORD TO BK-DATA
                       PERFORM 490-WRITE-BACKUP-ITEM
               END-READ
           END-PERFORM
           IF SOURCE-FILE-PRESENT
               CLOSE DISPUTE-TRAN-FILE
           END-IF.

       480-CHECK-SOURCE-OPEN.
           MOVE 'N' TO SOURCE-EOF-FLAG
           EVALUATE SOURCE-STATUS
               WHEN '00'
                   MOVE 'Y' TO SOURCE-PRESENT-SWITCH
               WHEN '35'
                   MOVE 'Y' TO SOURCE-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'STREAM-BACKUP CANNOT OPEN ' CURRENT-FILE-ID
                       ', STATUS ' SOURCE-STATUS
                   MOVE SOURCE-STATUS TO FAILED-STATUS
                   MOVE 'Y' TO BACKUP-FAILED-SWITCH
                   MOVE 'Y' TO SOURCE-EOF-FLAG
           END-EVALUATE.

       490-WRITE-BACKUP-ITEM.
           ADD 1 TO FILE-RECORD-COUNT
           MOVE BUSINESS-DATE TO BK-BUSINESS-DATE
           MOVE CURRENT-FILE-ID TO BK-FILE-ID
           MOVE FILE-RECORD-COUNT TO BK-SEQUENCE
           WRITE BACKUP-RECORD
           IF BACKUP-STATUS NOT = '00'
               DISPLAY 'STREAM-BACKUP WRITE FAILED ON BACKUP.DAT FOR '
                   CURRENT-FILE-ID ', STATUS ' BACKUP-STATUS
               MOVE BACKUP-STATUS TO FAILED-STATUS
               MOVE 'Y' TO BACKUP-FAILED-SWITCH
               MOVE 'Y' TO SOURCE-EOF-FLAG
           END-IF.

       600-REMOVE-GENERATION.
           MOVE 0 TO REMOVED-RECORD-COUNT
           MOVE 'N' TO BACKUP-EOF-FLAG
           MOVE PURGE-DATE TO BK-BUSINESS-DATE
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
                       IF BK-BUSINESS-DATE = PURGE-DATE
                           DELETE BACKUP-FILE RECORD
                           ADD 1 TO REMOVED-RECORD-COUNT
                       ELSE
                           MOVE 'Y' TO BACKUP-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       700-TRIM-GENERATIONS.
           MOVE 0 TO GENERATION-COUNT
           MOVE 0 TO LAST-SEEN-DATE
           MOVE 'N' TO BACKUP-EOF-FLAG
           MOVE 0 TO BK-BUSINESS-DATE
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
                               AND GENERATION-COUNT < 100
                           ADD 1 TO GENERATION-COUNT
                           MOVE BK-BUSINESS-DATE
                               TO GENERATION-DATE(GENERATION-COUNT)
                           MOVE BK-BUSINESS-DATE TO LAST-SEEN-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF GENERATION-COUNT > GENERATIONS-KEPT
               COMPUTE GENERATION-EXCESS
                   = GENERATION-COUNT - GENERATIONS-KEPT
               PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
                       UNTIL GENERATION-INDEX > GENERATION-EXCESS
                   IF GENERATION-DATE(GENERATION-INDEX)
                           NOT = BUSINESS-DATE
                       MOVE GENERATION-DATE(GENERATION-INDEX)
                           TO PURGE-DATE
                       PERFORM 600-REMOVE-GENERATION
                       ADD 1 TO GENERATIONS-REMOVED-COUNT
                       MOVE PURGE-DATE TO R-REMOVED-DATE
                       MOVE REMOVED-RECORD-COUNT TO R-REMOVED-RECORDS
                       WRITE BACKUP-PRINT-LINE FROM BACKUP-REMOVED-LINE
                   END-IF
               END-PERFORM
           END-IF.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           IF OPS-LOG-STATUS = '00'
               ACCEPT EVT-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-TIME FROM TIME
               MOVE 'STREAM-BKUP ' TO EVT-PROGRAM-ID
               MOVE OPS-SEVERITY TO EVT-SEVERITY
               MOVE OPS-EVENT-CODE TO EVT-CODE
               MOVE OPS-EVENT-TEXT TO EVT-MESSAGE
               WRITE OPS-EVENT-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
