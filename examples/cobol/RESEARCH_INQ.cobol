           05  PRM-FUNCTION            PIC X(08).
           05  PRM-ACCOUNT             PIC X(10).
           05  PRM-KEY                 PIC 9(07).
           05  PRM-TRAN-ID             PIC X(23).

       WORKING-STORAGE SECTION.
       01  OUTPUT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  RUN-FUNCTION                PIC X(08) VALUE SPACES.
           88  ACCOUNT-SEARCH              VALUE 'ACCOUNT '.
           88  KEY-SEARCH                  VALUE 'KEY     '.
           88  TRANID-SEARCH               VALUE 'TRANID  '.
       01  SEARCH-ACCOUNT              PIC X(10) VALUE SPACES.
       01  SEARCH-KEY                  PIC 9(07) VALUE 0.
       01  SEARCH-TRAN-ID              PIC X(23) VALUE SPACES.
       01  SECTION-MATCH-COUNT         PIC 9(07) VALUE 0.
       01  TOTAL-MATCH-COUNT           PIC 9(07) VALUE 0.
       01  KEY-MATCH-SWITCH            PIC X VALUE 'N'.
           05  FILLER                  PIC X(12) VALUE '  CRITERIA: '.
           05  I-H-FUNCTION            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  I-H-VALUE               PIC X(23).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  SECTION-HEADING.
           05  FILLER                  PIC X(10) VALUE 'SECTION - '.
           05  OD-REVERSAL-FLAG        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-CHOICE-CODE          PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-TRAN-ID              PIC X(23).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  EXTRACT-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           MOVE RUN-FUNCTION TO I-H-FUNCTION
           IF ACCOUNT-SEARCH
               MOVE SEARCH-ACCOUNT TO I-H-VALUE
           END-IF
           IF KEY-SEARCH
               MOVE SEARCH-KEY TO I-H-VALUE
           END-IF
           IF TRANID-SEARCH
               MOVE SEARCH-TRAN-ID TO I-H-VALUE
           END-IF
           WRITE INQUIRY-PRINT-LINE FROM INQUIRY-HEADING

           IF ACCOUNT-SEARCH
                   IF PRM-KEY IS NUMERIC
                       MOVE PRM-KEY TO SEARCH-KEY
                   END-IF
                   MOVE PRM-TRAN-ID TO SEARCH-TRAN-ID
           END-READ
           CLOSE PARM-FILE
           IF NOT ACCOUNT-SEARCH AND NOT KEY-SEARCH
                   AND NOT TRANID-SEARCH
               DISPLAY 'RESEARCH-INQ INVALID FUNCTION ' RUN-FUNCTION
               MOVE 8 TO RETURN-CODE
               GOBACK
               DISPLAY 'RESEARCH-INQ BLANK ACCOUNT IN RSCHPRM.TXT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF TRANID-SEARCH AND SEARCH-TRAN-ID = SPACES
               DISPLAY 'RESEARCH-INQ BLANK TRANSACTION ID IN '
                   'RSCHPRM.TXT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       150-LIST-ACCOUNT-POSITION.
           IF (ACCOUNT-SEARCH
                   AND OUT-ACCOUNT-NUMBER = SEARCH-ACCOUNT)
                   OR (KEY-SEARCH AND OUTPUT-KEY = SEARCH-KEY)
                   OR (TRANID-SEARCH
                   AND OUT-TRAN-ID = SEARCH-TRAN-ID)
               IF NOT TRANID-SEARCH
                   PERFORM 220-KEEP-FOUND-KEY
               END-IF
               MOVE OUTPUT-KEY TO OD-KEY
               MOVE OUT-REF-CODE TO OD-REF-CODE
               MOVE OUT-ACCOUNT-NUMBER TO OD-ACCOUNT
               END-IF
               MOVE OUT-REVERSAL-FLAG TO OD-REVERSAL-FLAG
               MOVE OUTPUT-CHOICE-CODE TO OD-CHOICE-CODE
               MOVE OUT-TRAN-ID TO OD-TRAN-ID
               WRITE INQUIRY-PRINT-LINE FROM OUTPUT-DETAIL-LINE
               ADD 1 TO SECTION-MATCH-COUNT
           END-IF.
                       AT END
                           MOVE 'Y' TO EXTRACT-EOF-FLAG
                       NOT AT END
                           PERFORM 310-EXAMINE-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF
           PERFORM 900-END-SECTION.

       310-EXAMINE-EXTRACT-RECORD.
           MOVE 'N' TO KEY-MATCH-SWITCH
           IF TRANID-SEARCH
               IF EXT-KEY IS NUMERIC
                       AND EXT-TRAN-ID = SEARCH-TRAN-ID
                   MOVE 'Y' TO KEY-MATCH-SWITCH
               END-IF
           ELSE
               IF EXT-KEY IS NUMERIC
                       AND EXT-RELEASE-FLAG NOT = 'R'
                   MOVE EXT-KEY TO PROBE-KEY
                   PERFORM 230-CHECK-KEY-MATCH
               END-IF
           END-IF
           IF KEY-MATCHED
               MOVE EXT-KEY TO ED-KEY
               MOVE EXT-RESULT-CODE TO ED-RESULT-CODE
               WRITE INQUIRY-PRINT-LINE FROM EXTRACT-DETAIL-LINE
               ADD 1 TO SECTION-MATCH-COUNT
           END-IF.

       400-LIST-AUDIT-RECORDS.
           MOVE 'AUDIT TRAIL (AUDIT.TXT)' TO SEC-TITLE
           WRITE INQUIRY-PRINT-LINE FROM SECTION-HEADING
                       NOT AT END
                           MOVE AUDIT-RECORD-NUM TO PROBE-KEY
                           PERFORM 230-CHECK-KEY-MATCH
                           IF TRANID-SEARCH
                                   AND AUDIT-TRAN-ID = SEARCH-TRAN-ID
                               MOVE 'Y' TO KEY-MATCH-SWITCH
                           END-IF
                           IF KEY-MATCHED
                               MOVE AUDIT-RECORD-NUM
                                   TO AD-RECORD-NUM
               IF REJECT-DATA(5:10) = SEARCH-ACCOUNT
                   PERFORM 520-PRINT-REJECT-LINE
               END-IF
           END-IF
           IF KEY-SEARCH
               MOVE REJECT-DATA(4:7) TO REJECT-KEY-WORK
               IF REJECT-KEY-WORK IS NUMERIC
                       AND REJECT-KEY-NUM = SEARCH-KEY
               IF MST-DATA(5:10) = SEARCH-ACCOUNT
                   PERFORM 620-PRINT-RECYCLE-LINE
               END-IF
           END-IF
           IF KEY-SEARCH
               MOVE MST-DATA(4:7) TO REJECT-KEY-WORK
               IF REJECT-KEY-WORK IS NUMERIC
                       AND REJECT-KEY-NUM = SEARCH-KEY
                                       = SEARCH-ACCOUNT)
                                   OR (KEY-SEARCH
                                   AND ARC-OUTPUT-KEY = SEARCH-KEY)
                                   OR (TRANID-SEARCH
                                   AND ARC-OUTPUT-DATA(51:23)
                                       = SEARCH-TRAN-ID)
                               MOVE ARC-OUTPUT-KEY TO AR-KEY
                               MOVE ARC-ARCHIVE-DATE
                                   TO AR-ARCHIVE-DATE
