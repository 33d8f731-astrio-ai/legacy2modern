           05  DT-RECORD-COUNT         PIC 9(07).
           05  DT-TOTAL-AMOUNT         PIC 9(09)V9(02).
           05  FILLER                  PIC X(59).

       FD  DELIVERY-HISTORY-FILE.
       01  DELIVERY-HISTORY-RECORD.
       01  ENV-SOURCE-ID               PIC X(08) VALUE SPACES.
       01  ENV-BUSINESS-DATE           PIC 9(08) VALUE 0.
       01  ENV-DETAIL-COUNT            PIC 9(07) VALUE 0.
       01  ENV-REFUSE-REASON           PIC X(30) VALUE SPACES.
       01  ORPHAN-DETAIL-COUNT         PIC 9(07) VALUE 0.
       01  ACCEPTED-SOURCE-COUNT       PIC 9(02) VALUE 0.
                       MOVE 0 TO ENV-BUSINESS-DATE
                   END-IF
                   MOVE 0 TO ENV-DETAIL-COUNT
               WHEN DLV-DATA(1:3) = 'TRL'
                   IF IN-ENVELOPE
                       PERFORM 320-CLOSE-ENVELOPE
               WHEN OTHER
                   IF IN-ENVELOPE
                       ADD 1 TO ENV-DETAIL-COUNT
                   ELSE
                       ADD 1 TO ORPHAN-DETAIL-COUNT
                   END-IF
               WHEN DT-TOTAL-AMOUNT IS NOT NUMERIC
                   MOVE 'NON-NUMERIC TRAILER AMOUNT'
                       TO ENV-REFUSE-REASON
           END-EVALUATE
           IF ENV-REFUSE-REASON = SPACES
               MOVE 'A' TO RT-DELIVERY-STATUS(FOUND-REGISTER-INDEX)
