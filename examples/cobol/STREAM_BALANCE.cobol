               FILE STATUS IS SUSPENSE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.TXT'
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT LIMIT-HOLD-FILE ASSIGN TO 'LIMHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS LIMIT-HOLD-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO 'BALCERT.TXT'.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.TXT'
               FILE STATUS IS FX-RATE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.TXT'
               FILE STATUS IS OPS-LOG-STATUS.

           05  IN-TRAN-AMOUNT          PIC 9(09)V9(02).
           05  FILLER                  PIC X(08).
           05  IN-DEBIT-CREDIT         PIC X(01).
           05  FILLER                  PIC X(02).
           05  IN-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(41).

       FD  OUTPUT-FILE.
           COPY TRANXREC.
               10  FW-TRAN-AMOUNT      PIC 9(09)V9(02).
               10  FILLER              PIC X(08).
               10  FW-DEBIT-CREDIT     PIC X(01).
               10  FILLER              PIC X(02).
               10  FW-CURRENCY-CODE    PIC X(03).
               10  FILLER              PIC X(41).
           05  FW-CHOICE-CODE          PIC 9(01).

       FD  SUSPENSE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(08).

       FD  LIMIT-HOLD-FILE.
           COPY LIMHOLDREC.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE            PIC X(80).

       FD  FX-RATE-FILE.
           COPY FXRATEREC.

       FD  OPS-LOG-FILE.
           COPY OPSLOGREC.

       01  BUSINESS-DATE               PIC 9(08) VALUE 0.
       01  WAREHOUSED-TODAY-COUNT      PIC 9(07) VALUE 0.
       01  WAREHOUSED-TODAY-AMOUNT     PIC S9(13)V9(02) VALUE 0.
       01  LIMIT-HOLD-STATUS           PIC X(02) VALUE '00'.
       01  LIMIT-HOLD-EOF-FLAG         PIC X VALUE 'N'.
       01  HELD-TODAY-COUNT            PIC 9(07) VALUE 0.
       01  HELD-TODAY-AMOUNT           PIC S9(13)V9(02) VALUE 0.
       01  RUN-DATE                    PIC 9(08) VALUE 0.
       01  INPUT-DETAIL-COUNT          PIC 9(07) VALUE 0.
       01  OUTPUT-RECORD-COUNT         PIC 9(07) VALUE 0.
       01  REJECT-AMOUNT-NUM REDEFINES REJECT-AMOUNT-WORK
                                       PIC 9(09)V9(02).
       01  BREAK-COUNT                 PIC 9(02) VALUE 0.
       01  FX-RATE-STATUS              PIC X(02) VALUE '00'.
       01  FX-RATE-EOF-FLAG            PIC X VALUE 'N'.
       01  FX-RATE-COUNT               PIC 9(03) VALUE 0.
       01  FX-RATE-INDEX               PIC 9(03) VALUE 0.
       01  FX-CURRENCY-FOUND-SWITCH    PIC X VALUE 'N'.
           88  FX-CURRENCY-FOUND           VALUE 'Y'.
       01  FX-LOOKUP-CODE              PIC X(03) VALUE SPACES.
       01  FX-ORIG-AMOUNT              PIC 9(09)V9(02) VALUE 0.
       01  FX-BASE-AMOUNT              PIC 9(09)V9(02) VALUE 0.
       01  FX-RATE-TABLE.
           05  FX-RATE-ENTRY OCCURS 200 TIMES.
               10  FX-ENTRY-CODE       PIC X(03).
               10  FX-ENTRY-RATE       PIC 9(05)V9(06).
       01  OPS-LOG-STATUS              PIC X(02) VALUE '00'.
       01  OPS-SEVERITY                PIC X(01) VALUE SPACES.
       01  OPS-EVENT-CODE              PIC X(08) VALUE SPACES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 150-READ-BUSINESS-DATE
           PERFORM 160-LOAD-EXCHANGE-RATES
           PERFORM 200-COUNT-INPUT-DETAILS
           PERFORM 300-COUNT-OUTPUT-RECORDS
           PERFORM 400-COUNT-REJECT-RECORDS
           PERFORM 550-COUNT-SUSPENSE-RECORDS
           PERFORM 600-COUNT-AUDIT-RECORDS
           PERFORM 650-COUNT-WAREHOUSED-TODAY
           PERFORM 660-COUNT-HELD-TODAY

           OPEN OUTPUT CERTIFICATE-FILE
           MOVE RUN-DATE TO C-H-RUN-DATE
           MOVE 'WAREHOUSED TODAY       ' TO CNT-LABEL
           MOVE WAREHOUSED-TODAY-COUNT TO CNT-VALUE
           WRITE CERTIFICATE-LINE FROM COUNT-LINE
           MOVE 'HELD OVER LIMIT TODAY  ' TO CNT-LABEL
           MOVE HELD-TODAY-COUNT TO CNT-VALUE
           WRITE CERTIFICATE-LINE FROM COUNT-LINE

           MOVE 'INPUT DETAIL AMOUNT    ' TO AMT-LABEL
           MOVE INPUT-DETAIL-AMOUNT TO AMT-VALUE
           MOVE 'WAREHOUSED TODAY AMOUNT' TO AMT-LABEL
           MOVE WAREHOUSED-TODAY-AMOUNT TO AMT-VALUE
           WRITE CERTIFICATE-LINE FROM AMOUNT-LINE
           MOVE 'HELD TODAY AMOUNT      ' TO AMT-LABEL
           MOVE HELD-TODAY-AMOUNT TO AMT-VALUE
           WRITE CERTIFICATE-LINE FROM AMOUNT-LINE

           COMPUTE READ-TOTAL =
               OUTPUT-RECORD-COUNT + REJECT-RECORD-COUNT
               + WAREHOUSED-TODAY-COUNT + HELD-TODAY-COUNT
           MOVE 'READ = WRTN+REJ+WARE+HELD    ' TO REL-LABEL
           IF INPUT-DETAIL-COUNT = READ-TOTAL
               MOVE 'IN BALANCE    ' TO REL-RESULT
           ELSE
           COMPUTE POSTED-AMOUNT-TOTAL =
               OUTPUT-RECORD-AMOUNT - REVERSAL-ENTRY-AMOUNT
               + REJECT-RECORD-AMOUNT + WAREHOUSED-TODAY-AMOUNT
               + HELD-TODAY-AMOUNT
           MOVE 'INPUT AMT=OUT-REV+REJ+WR+HLD ' TO REL-LABEL
           IF INPUT-DETAIL-AMOUNT = POSTED-AMOUNT-TOTAL
               MOVE 'IN BALANCE    ' TO REL-RESULT
           ELSE
               REJECT-RECORD-AMOUNT
           DISPLAY 'STREAM-BALANCE WAREHOUSED    '
               WAREHOUSED-TODAY-COUNT
           DISPLAY 'STREAM-BALANCE HELD OVER LMT '
               HELD-TODAY-COUNT
           DISPLAY 'STREAM-BALANCE BREAKS        ' BREAK-COUNT

           IF BREAK-COUNT > 0
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       160-LOAD-EXCHANGE-RATES.
           MOVE 0 TO FX-RATE-COUNT
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-STATUS = '00'
               PERFORM UNTIL FX-RATE-EOF-FLAG = 'Y'
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO FX-RATE-EOF-FLAG
                       NOT AT END
                           IF FXR-CURRENCY-CODE NOT = SPACES
                               PERFORM 165-LOAD-ONE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       165-LOAD-ONE-RATE.
           MOVE FXR-CURRENCY-CODE TO FX-LOOKUP-CODE
           PERFORM 175-FIND-CURRENCY
           IF NOT FX-CURRENCY-FOUND AND FX-RATE-COUNT < 200
               ADD 1 TO FX-RATE-COUNT
               MOVE FX-RATE-COUNT TO FX-RATE-INDEX
               MOVE FXR-CURRENCY-CODE TO FX-ENTRY-CODE(FX-RATE-INDEX)
               MOVE 0 TO FX-ENTRY-RATE(FX-RATE-INDEX)
               MOVE 'Y' TO FX-CURRENCY-FOUND-SWITCH
           END-IF
           IF FX-CURRENCY-FOUND
                   AND FXR-RATE-DATE IS NUMERIC
                   AND FXR-RATE-DATE = BUSINESS-DATE
                   AND FXR-BASE-RATE IS NUMERIC
                   AND FXR-BASE-RATE > 0
               MOVE FXR-BASE-RATE TO FX-ENTRY-RATE(FX-RATE-INDEX)
           END-IF.

       170-CONVERT-TO-BASE.
           MOVE FX-ORIG-AMOUNT TO FX-BASE-AMOUNT
           IF FX-LOOKUP-CODE NOT = SPACES
               PERFORM 175-FIND-CURRENCY
               IF FX-CURRENCY-FOUND
                       AND FX-ENTRY-RATE(FX-RATE-INDEX) > 0
                   COMPUTE FX-BASE-AMOUNT ROUNDED =
                       FX-ORIG-AMOUNT * FX-ENTRY-RATE(FX-RATE-INDEX)
                       ON SIZE ERROR
                           MOVE FX-ORIG-AMOUNT TO FX-BASE-AMOUNT
                   END-COMPUTE
               END-IF
           END-IF.

       175-FIND-CURRENCY.
           MOVE 'N' TO FX-CURRENCY-FOUND-SWITCH
           MOVE 0 TO FX-RATE-INDEX
           PERFORM VARYING FX-RATE-INDEX FROM 1 BY 1
                   UNTIL FX-RATE-INDEX > FX-RATE-COUNT
                       OR FX-CURRENCY-FOUND
               IF FX-ENTRY-CODE(FX-RATE-INDEX) = FX-LOOKUP-CODE
                   MOVE 'Y' TO FX-CURRENCY-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF FX-CURRENCY-FOUND
               SUBTRACT 1 FROM FX-RATE-INDEX
           END-IF.

       200-COUNT-INPUT-DETAILS.
           OPEN INPUT INPUT-FILE
           IF INPUT-FILE-STATUS = '00'
                                   AND INPUT-DATA(1:3) NOT = 'TRL'
                               ADD 1 TO INPUT-DETAIL-COUNT
                               IF IN-TRAN-AMOUNT IS NUMERIC
                                   MOVE IN-CURRENCY-CODE
                                       TO FX-LOOKUP-CODE
                                   MOVE IN-TRAN-AMOUNT
                                       TO FX-ORIG-AMOUNT
                                   PERFORM 170-CONVERT-TO-BASE
                                   IF IN-DEBIT-CREDIT = 'C'
                                       SUBTRACT FX-BASE-AMOUNT
                                           FROM INPUT-DETAIL-AMOUNT
                                   ELSE
                                       ADD FX-BASE-AMOUNT
                                           TO INPUT-DETAIL-AMOUNT
                                   END-IF
                               END-IF
                           MOVE REJECT-DATA(15:11)
                               TO REJECT-AMOUNT-WORK
                           IF REJECT-AMOUNT-WORK IS NUMERIC
                               MOVE REJECT-DATA(37:3)
                                   TO FX-LOOKUP-CODE
                               MOVE REJECT-AMOUNT-NUM
                                   TO FX-ORIG-AMOUNT
                               PERFORM 170-CONVERT-TO-BASE
                               IF REJECT-DATA(34:1) = 'C'
                                   SUBTRACT FX-BASE-AMOUNT
                                       FROM REJECT-RECORD-AMOUNT
                               ELSE
                                   ADD FX-BASE-AMOUNT
                                       TO REJECT-RECORD-AMOUNT
                               END-IF
                           END-IF
                           IF FW-WAREHOUSE-DATE = BUSINESS-DATE
                               ADD 1 TO WAREHOUSED-TODAY-COUNT
                               IF FW-TRAN-AMOUNT IS NUMERIC
                                   MOVE FW-CURRENCY-CODE
                                       TO FX-LOOKUP-CODE
                                   MOVE FW-TRAN-AMOUNT
                                       TO FX-ORIG-AMOUNT
                                   PERFORM 170-CONVERT-TO-BASE
                                   IF FW-DEBIT-CREDIT = 'C'
                                       SUBTRACT FX-BASE-AMOUNT
                                           FROM
                                           WAREHOUSED-TODAY-AMOUNT
                                   ELSE
                                       ADD FX-BASE-AMOUNT
                                           TO
                                           WAREHOUSED-TODAY-AMOUNT
                                   END-IF
               CLOSE WAREHOUSE-FILE
           END-IF.

       660-COUNT-HELD-TODAY.
           OPEN INPUT LIMIT-HOLD-FILE
           IF LIMIT-HOLD-STATUS = '00'
               PERFORM UNTIL LIMIT-HOLD-EOF-FLAG = 'Y'
                   READ LIMIT-HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO LIMIT-HOLD-EOF-FLAG
                       NOT AT END
                           IF HLD-BUSINESS-DATE = BUSINESS-DATE
                               ADD 1 TO HELD-TODAY-COUNT
                               IF HLD-TRAN-AMOUNT IS NUMERIC
                                   MOVE HLD-CURRENCY-CODE
                                       TO FX-LOOKUP-CODE
                                   MOVE HLD-TRAN-AMOUNT
                                       TO FX-ORIG-AMOUNT
                                   PERFORM 170-CONVERT-TO-BASE
                                   IF HLD-DEBIT-CREDIT = 'C'
                                       SUBTRACT FX-BASE-AMOUNT
                                           FROM HELD-TODAY-AMOUNT
                                   ELSE
                                       ADD FX-BASE-AMOUNT
                                           TO HELD-TODAY-AMOUNT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-HOLD-FILE
           END-IF.

       9000-WRITE-OPS-EVENT.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = '35'
