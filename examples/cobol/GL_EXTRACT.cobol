               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO 'GLINTF.TXT'
               FILE STATUS IS GL-INTERFACE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP.TXT'
               FILE STATUS IS GL-MAP-STATUS.
           SELECT GL-JOURNAL-PRINT-FILE ASSIGN TO 'GLJRNRPT.TXT'.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

           COPY TRANXREC.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD         PIC X(80).
       01  GL-HEADER-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  GLH-RECORD-TYPE         PIC X(03).
           05  GLH-FILE-DATE           PIC 9(08).
           05  FILLER                  PIC X(69).
       01  GL-DETAIL-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  GLD-RECORD-TYPE         PIC X(03).
           05  GLD-REF-CODE            PIC X(03).
           05  GLD-DEBIT-CREDIT        PIC X(01).
           05  GLD-RECORD-COUNT        PIC 9(07).
           05  GLD-AMOUNT              PIC 9(13)V9(02).
           05  GLD-ENTRY-NUMBER        PIC 9(05).
           05  GLD-LEG                 PIC X(01).
           05  GLD-GL-ACCOUNT          PIC X(10).
           05  GLD-COST-CENTRE         PIC X(06).
           05  GLD-SUSPENSE-FLAG       PIC X(01).
           05  FILLER                  PIC X(28).
       01  GL-TRAILER-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  GLT-RECORD-TYPE         PIC X(03).
           05  GLT-RECORD-COUNT        PIC 9(07).
           05  GLT-HASH-AMOUNT         PIC 9(15)V9(02).
           05  GLT-DEBIT-TOTAL         PIC 9(15)V9(02).
           05  GLT-CREDIT-TOTAL        PIC 9(15)V9(02).
           05  GLT-ITEM-COUNT          PIC 9(07).
           05  FILLER                  PIC X(12).
       01  GL-ITEM-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  GLI-RECORD-TYPE         PIC X(03).
           05  GLI-ENTRY-NUMBER        PIC 9(05).
           05  GLI-TRAN-ID             PIC X(23).
           05  GLI-ACCOUNT-NUMBER      PIC X(10).
           05  GLI-DEBIT-CREDIT        PIC X(01).
           05  GLI-AMOUNT              PIC 9(09)V9(02).
           05  GLI-OUTPUT-KEY          PIC 9(07).
           05  FILLER                  PIC X(20).

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  GL-JOURNAL-PRINT-FILE.
       01  GL-JOURNAL-PRINT-LINE       PIC X(100).

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.
       WORKING-STORAGE SECTION.
       01  OUTPUT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  GL-INTERFACE-STATUS         PIC X(02) VALUE '00'.
       01  GL-MAP-STATUS               PIC X(02) VALUE '00'.
       01  OUTPUT-EOF-FLAG             PIC X VALUE 'N'.
       01  GL-MAP-EOF-FLAG             PIC X VALUE 'N'.
       01  MAP-COUNT                   PIC 9(04) VALUE 0.
       01  MAP-INDEX                   PIC 9(04) VALUE 0.
       01  FOUND-MAP-INDEX             PIC 9(04) VALUE 0.
       01  MAP-FOUND-SWITCH            PIC X VALUE 'N'.
           88  MAP-FOUND                   VALUE 'Y'.
       01  GL-SUSPENSE-ACCOUNT         PIC X(10) VALUE '9999999999'.
       01  GL-SUSPENSE-COST-CENTRE     PIC X(06) VALUE '999999'.
       01  ENTRY-DEBIT-GL              PIC X(10) VALUE SPACES.
       01  ENTRY-CREDIT-GL             PIC X(10) VALUE SPACES.
       01  ENTRY-COST-CENTRE           PIC X(06) VALUE SPACES.
       01  ENTRY-SUSPENSE-FLAG         PIC X(01) VALUE SPACES.
       01  JOURNAL-ENTRY-COUNT         PIC 9(05) VALUE 0.
       01  UNMAPPED-COUNT              PIC 9(05) VALUE 0.
       01  DEBIT-AMOUNT-TOTAL          PIC 9(15)V9(02) VALUE 0.
       01  CREDIT-AMOUNT-TOTAL         PIC 9(15)V9(02) VALUE 0.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  SUMMARY-COUNT               PIC 9(04) VALUE 0.
       01  SUMMARY-INDEX               PIC 9(04) VALUE 0.
       01  RECORD-SIDE                 PIC X(01) VALUE SPACES.
       01  RECORDS-READ-COUNT          PIC 9(07) VALUE 0.
       01  DETAIL-WRITTEN-COUNT        PIC 9(07) VALUE 0.
       01  ITEM-WRITTEN-COUNT          PIC 9(07) VALUE 0.
       01  ITEM-ENTRY-NUMBER           PIC 9(05) VALUE 0.
       01  HASH-AMOUNT-TOTAL           PIC 9(15)V9(02) VALUE 0.
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE ' FROM '.
           05  OGM-READ                PIC 9(07).
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  OPS-UNMAPPED-MESSAGE.
           05  OUM-UNMAPPED            PIC 9(05).
           05  FILLER                  PIC X(55)
                   VALUE ' ENTRIES UNMAPPED - POSTED TO GL SUSPENSE'.

       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 500 TIMES.
               10  MAP-REF-CODE        PIC X(03).
               10  MAP-SIDE            PIC X(01).
               10  MAP-EFF-DATE        PIC 9(08).
               10  MAP-DEBIT-GL        PIC X(10).
               10  MAP-CREDIT-GL       PIC X(10).
               10  MAP-COST-CENTRE     PIC X(06).

       01  JOURNAL-HEADING-1.
           05  FILLER                  PIC X(32)
                   VALUE 'GL JOURNAL - RUN DATE '.
           05  J-H-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  JOURNAL-HEADING-2.
           05  FILLER                  PIC X(41)
                   VALUE 'ENTRY REF S   COUNT               AMOUNT '.
           05  FILLER                  PIC X(59)
                   VALUE 'DEBIT GL   CREDIT GL  CC     NOTE'.

       01  JOURNAL-DETAIL.
           05  J-ENTRY-NUMBER          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-REF-CODE              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-SIDE                  PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-COUNT                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-DEBIT-GL              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-CREDIT-GL             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-COST-CENTRE           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  J-NOTE                  PIC X(24).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  JOURNAL-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'ENTRIES '.
           05  T-ENTRIES               PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE '  DEBIT '.
           05  T-DEBIT-TOTAL           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE '  CREDIT '.
           05  T-CREDIT-TOTAL          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE '  UNMAPPED '.
           05  T-UNMAPPED              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  GL-SUMMARY-TABLE.
           05  GL-SUMMARY-ENTRY OCCURS 500 TIMES.
       100-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-LOAD-GL-MAP

           OPEN INPUT OUTPUT-FILE
           IF OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'GL-EXTRACT CANNOT OPEN OUTPUT.DAT, STATUS '
           DISPLAY 'GL-EXTRACT RECORDS READ    ' RECORDS-READ-COUNT
           DISPLAY 'GL-EXTRACT SUMMARY RECORDS ' DETAIL-WRITTEN-COUNT
           DISPLAY 'GL-EXTRACT HASH AMOUNT     ' HASH-AMOUNT-TOTAL
           DISPLAY 'GL-EXTRACT JOURNAL ENTRIES ' JOURNAL-ENTRY-COUNT
           DISPLAY 'GL-EXTRACT ITEM RECORDS    ' ITEM-WRITTEN-COUNT
           DISPLAY 'GL-EXTRACT TOTAL DEBITS    ' DEBIT-AMOUNT-TOTAL
           DISPLAY 'GL-EXTRACT TOTAL CREDITS   ' CREDIT-AMOUNT-TOTAL
           DISPLAY 'GL-EXTRACT UNMAPPED        ' UNMAPPED-COUNT

           IF UNMAPPED-COUNT > 0
               MOVE UNMAPPED-COUNT TO OUM-UNMAPPED
               MOVE 'W' TO OPS-SEVERITY
               MOVE 'GLUNMAP ' TO OPS-EVENT-CODE
               MOVE OPS-UNMAPPED-MESSAGE TO OPS-EVENT-TEXT
               PERFORM 9000-WRITE-OPS-EVENT
           END-IF

           MOVE DETAIL-WRITTEN-COUNT TO OGM-DETAILS
           MOVE RECORDS-READ-COUNT TO OGM-READ

           GOBACK.

       150-LOAD-GL-MAP.
           MOVE 0 TO MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = '00'
               PERFORM UNTIL GL-MAP-EOF-FLAG = 'Y'
                   READ GL-MAP-FILE
                       AT END
                           MOVE 'Y' TO GL-MAP-EOF-FLAG
                       NOT AT END
                           IF GLM-EFF-DATE IS NUMERIC
                                   AND GLM-EXP-DATE IS NUMERIC
                                   AND GLM-EFF-DATE <= RUN-DATE
                                   AND GLM-EXP-DATE >= RUN-DATE
                               PERFORM 160-STORE-GL-MAP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY 'WARNING - GLMAP.TXT NOT AVAILABLE, '
                   'STATUS ' GL-MAP-STATUS
                   ' - ALL ENTRIES TO GL SUSPENSE'
           END-IF.

       160-STORE-GL-MAP.
           MOVE 'N' TO MAP-FOUND-SWITCH
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
                   UNTIL MAP-INDEX > MAP-COUNT
               IF MAP-REF-CODE(MAP-INDEX) = GLM-REF-CODE
                       AND MAP-SIDE(MAP-INDEX) = GLM-SIDE
                   MOVE 'Y' TO MAP-FOUND-SWITCH
                   MOVE MAP-INDEX TO FOUND-MAP-INDEX
               END-IF
           END-PERFORM
           IF MAP-FOUND
               IF GLM-EFF-DATE > MAP-EFF-DATE(FOUND-MAP-INDEX)
                   MOVE GLM-EFF-DATE TO MAP-EFF-DATE(FOUND-MAP-INDEX)
                   MOVE GLM-DEBIT-GL TO MAP-DEBIT-GL(FOUND-MAP-INDEX)
                   MOVE GLM-CREDIT-GL
                       TO MAP-CREDIT-GL(FOUND-MAP-INDEX)
                   MOVE GLM-COST-CENTRE
                       TO MAP-COST-CENTRE(FOUND-MAP-INDEX)
               END-IF
           ELSE
               IF MAP-COUNT < 500
                   ADD 1 TO MAP-COUNT
                   MOVE GLM-REF-CODE TO MAP-REF-CODE(MAP-COUNT)
                   MOVE GLM-SIDE TO MAP-SIDE(MAP-COUNT)
                   MOVE GLM-EFF-DATE TO MAP-EFF-DATE(MAP-COUNT)
                   MOVE GLM-DEBIT-GL TO MAP-DEBIT-GL(MAP-COUNT)
                   MOVE GLM-CREDIT-GL TO MAP-CREDIT-GL(MAP-COUNT)
                   MOVE GLM-COST-CENTRE TO MAP-COST-CENTRE(MAP-COUNT)
               ELSE
                   DISPLAY 'WARNING - GLMAP.TXT EXCEEDS 500 ACTIVE '
                       'ENTRIES, ' GLM-REF-CODE ' ' GLM-SIDE
                       ' IGNORED'
               END-IF
           END-IF.

       200-SUMMARIZE-ONE-RECORD.
           ADD 1 TO RECORDS-READ-COUNT
           IF OUT-DEBIT-CREDIT = 'C'
               GOBACK
           END-IF

           OPEN OUTPUT GL-JOURNAL-PRINT-FILE
           MOVE RUN-DATE TO J-H-RUN-DATE
           WRITE GL-JOURNAL-PRINT-LINE FROM JOURNAL-HEADING-1
           WRITE GL-JOURNAL-PRINT-LINE FROM JOURNAL-HEADING-2

           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'GLH' TO GLH-RECORD-TYPE
           MOVE RUN-DATE TO GLH-FILE-DATE

           PERFORM VARYING SUMMARY-INDEX FROM 1 BY 1
                   UNTIL SUMMARY-INDEX > SUMMARY-COUNT
               ADD 1 TO JOURNAL-ENTRY-COUNT
               PERFORM 510-FIND-GL-MAPPING
               MOVE 'D' TO GLD-LEG
               PERFORM 520-WRITE-JOURNAL-LEG
               MOVE 'C' TO GLD-LEG
               PERFORM 520-WRITE-JOURNAL-LEG
               ADD GLS-AMOUNT(SUMMARY-INDEX) TO HASH-AMOUNT-TOTAL
               PERFORM 530-LIST-JOURNAL-ENTRY
           END-PERFORM

           PERFORM 540-WRITE-ENTRY-ITEMS

           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'GLT' TO GLT-RECORD-TYPE
           MOVE DETAIL-WRITTEN-COUNT TO GLT-RECORD-COUNT
           MOVE ITEM-WRITTEN-COUNT TO GLT-ITEM-COUNT
           MOVE HASH-AMOUNT-TOTAL TO GLT-HASH-AMOUNT
           MOVE DEBIT-AMOUNT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE CREDIT-AMOUNT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE GL-INTERFACE-RECORD

           CLOSE GL-INTERFACE-FILE

           MOVE JOURNAL-ENTRY-COUNT TO T-ENTRIES
           MOVE DEBIT-AMOUNT-TOTAL TO T-DEBIT-TOTAL
           MOVE CREDIT-AMOUNT-TOTAL TO T-CREDIT-TOTAL
           MOVE UNMAPPED-COUNT TO T-UNMAPPED
           WRITE GL-JOURNAL-PRINT-LINE FROM JOURNAL-TOTAL-LINE
           CLOSE GL-JOURNAL-PRINT-FILE.

       510-FIND-GL-MAPPING.
           MOVE 'N' TO MAP-FOUND-SWITCH
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
                   UNTIL MAP-INDEX > MAP-COUNT
               IF MAP-REF-CODE(MAP-INDEX) = GLS-REF-CODE(SUMMARY-INDEX)
                       AND MAP-SIDE(MAP-INDEX) = GLS-SIDE(SUMMARY-INDEX)
                   MOVE 'Y' TO MAP-FOUND-SWITCH
                   MOVE MAP-INDEX TO FOUND-MAP-INDEX
               END-IF
           END-PERFORM
           IF MAP-FOUND
               MOVE MAP-DEBIT-GL(FOUND-MAP-INDEX) TO ENTRY-DEBIT-GL
               MOVE MAP-CREDIT-GL(FOUND-MAP-INDEX) TO ENTRY-CREDIT-GL
               MOVE MAP-COST-CENTRE(FOUND-MAP-INDEX)
                   TO ENTRY-COST-CENTRE
               MOVE SPACES TO ENTRY-SUSPENSE-FLAG
           ELSE
               MOVE GL-SUSPENSE-ACCOUNT TO ENTRY-DEBIT-GL
               MOVE GL-SUSPENSE-ACCOUNT TO ENTRY-CREDIT-GL
               MOVE GL-SUSPENSE-COST-CENTRE TO ENTRY-COST-CENTRE
               MOVE 'S' TO ENTRY-SUSPENSE-FLAG
               ADD 1 TO UNMAPPED-COUNT
           END-IF.

       520-WRITE-JOURNAL-LEG.
           MOVE GLD-LEG TO RECORD-SIDE
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'GLD' TO GLD-RECORD-TYPE
           MOVE GLS-REF-CODE(SUMMARY-INDEX) TO GLD-REF-CODE
           MOVE GLS-SIDE(SUMMARY-INDEX) TO GLD-DEBIT-CREDIT
           MOVE GLS-COUNT(SUMMARY-INDEX) TO GLD-RECORD-COUNT
           MOVE GLS-AMOUNT(SUMMARY-INDEX) TO GLD-AMOUNT
           MOVE JOURNAL-ENTRY-COUNT TO GLD-ENTRY-NUMBER
           MOVE RECORD-SIDE TO GLD-LEG
           IF RECORD-SIDE = 'D'
               MOVE ENTRY-DEBIT-GL TO GLD-GL-ACCOUNT
               ADD GLS-AMOUNT(SUMMARY-INDEX) TO DEBIT-AMOUNT-TOTAL
           ELSE
               MOVE ENTRY-CREDIT-GL TO GLD-GL-ACCOUNT
               ADD GLS-AMOUNT(SUMMARY-INDEX) TO CREDIT-AMOUNT-TOTAL
           END-IF
           MOVE ENTRY-COST-CENTRE TO GLD-COST-CENTRE
           MOVE ENTRY-SUSPENSE-FLAG TO GLD-SUSPENSE-FLAG
           WRITE GL-INTERFACE-RECORD
           ADD 1 TO DETAIL-WRITTEN-COUNT.

       530-LIST-JOURNAL-ENTRY.
           MOVE JOURNAL-ENTRY-COUNT TO J-ENTRY-NUMBER
           MOVE GLS-REF-CODE(SUMMARY-INDEX) TO J-REF-CODE
           MOVE GLS-SIDE(SUMMARY-INDEX) TO J-SIDE
           MOVE GLS-COUNT(SUMMARY-INDEX) TO J-COUNT
           MOVE GLS-AMOUNT(SUMMARY-INDEX) TO J-AMOUNT
           MOVE ENTRY-DEBIT-GL TO J-DEBIT-GL
           MOVE ENTRY-CREDIT-GL TO J-CREDIT-GL
           MOVE ENTRY-COST-CENTRE TO J-COST-CENTRE
           IF ENTRY-SUSPENSE-FLAG = 'S'
               MOVE 'UNMAPPED - GL SUSPENSE' TO J-NOTE
           ELSE
               MOVE SPACES TO J-NOTE
           END-IF
           WRITE GL-JOURNAL-PRINT-LINE FROM JOURNAL-DETAIL.

       540-WRITE-ENTRY-ITEMS.
           MOVE 'N' TO OUTPUT-EOF-FLAG
           OPEN INPUT OUTPUT-FILE
           IF OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING - OUTPUT.DAT NOT REOPENED, STATUS '
                   OUTPUT-FILE-STATUS ' - NO GLI ITEM RECORDS'
               MOVE 'Y' TO OUTPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL OUTPUT-EOF-FLAG = 'Y'
               READ OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OUTPUT-EOF-FLAG
                   NOT AT END
                       PERFORM 545-WRITE-ONE-ITEM
               END-READ
           END-PERFORM
           IF OUTPUT-FILE-STATUS = '00' OR OUTPUT-FILE-STATUS = '10'
               CLOSE OUTPUT-FILE
           END-IF.

       545-WRITE-ONE-ITEM.
           IF OUT-DEBIT-CREDIT = 'C'
               MOVE 'C' TO RECORD-SIDE
           ELSE
               MOVE 'D' TO RECORD-SIDE
           END-IF
           MOVE 0 TO ITEM-ENTRY-NUMBER
           PERFORM VARYING SUMMARY-INDEX FROM 1 BY 1
                   UNTIL SUMMARY-INDEX > SUMMARY-COUNT
               IF GLS-REF-CODE(SUMMARY-INDEX) = OUT-REF-CODE
                       AND GLS-SIDE(SUMMARY-INDEX) = RECORD-SIDE
                   MOVE SUMMARY-INDEX TO ITEM-ENTRY-NUMBER
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'GLI' TO GLI-RECORD-TYPE
           MOVE ITEM-ENTRY-NUMBER TO GLI-ENTRY-NUMBER
           MOVE OUT-TRAN-ID TO GLI-TRAN-ID
           MOVE OUT-ACCOUNT-NUMBER TO GLI-ACCOUNT-NUMBER
           MOVE RECORD-SIDE TO GLI-DEBIT-CREDIT
           IF OUT-TRAN-AMOUNT IS NUMERIC
               MOVE OUT-TRAN-AMOUNT TO GLI-AMOUNT
           ELSE
               MOVE 0 TO GLI-AMOUNT
           END-IF
           MOVE OUTPUT-KEY TO GLI-OUTPUT-KEY
           WRITE GL-INTERFACE-RECORD
           ADD 1 TO ITEM-WRITTEN-COUNT.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
