           05  SRL-BUSINESS-DATE       PIC 9(08).
           05  SRL-RECORD-KEY          PIC 9(07).
           05  SRL-CHOICE-CODE         PIC 9(01).
           05  SRL-TRAN-ID             PIC X(23).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           MOVE OUT-TRAN-AMOUNT TO SUS-TRAN-AMOUNT
           MOVE OUT-DEBIT-CREDIT TO SUS-DEBIT-CREDIT
           MOVE BUSINESS-DATE TO SUS-SUSPENSE-DATE
           MOVE OUT-TRAN-ID TO SUS-TRAN-ID
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - ALREADY ON SUSPENSE, KEY '
           MOVE SRL-RECORD-KEY TO EXT-KEY
           MOVE RESULT-VAR TO EXT-RESULT-CODE
           MOVE 'R' TO EXT-RELEASE-FLAG
           MOVE SRL-TRAN-ID TO EXT-TRAN-ID
           WRITE EXTRACT-RECORD
           ADD 1 TO EXTRACT-WRITTEN-COUNT
           ADD 1 TO RELEASED-EMITTED-COUNT.
           MOVE OUTPUT-KEY TO EXT-KEY
           MOVE RESULT-VAR TO EXT-RESULT-CODE
           MOVE SPACE TO EXT-RELEASE-FLAG
           MOVE OUT-TRAN-ID TO EXT-TRAN-ID
           WRITE EXTRACT-RECORD
           ADD 1 TO EXTRACT-WRITTEN-COUNT.

