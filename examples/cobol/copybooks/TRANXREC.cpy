      * (D OR SPACE = DEBIT, C = CREDIT) - EDITED BY FILE-IO-TEST ON
      * THE WAY IN.  OUT-REVERSAL-FLAG IS R ON THE OFFSETTING ENTRY
      * FILE-IO-TEST WRITES WHEN A REVERSAL TRANSACTION BACKS OUT A
      * POSTED RECORD, SPACE OTHERWISE.  OUT-RELEASE-FLAG IS L ON A
      * DETAIL THAT WAS HELD OVER AN ACCOUNT LIMIT AND RELEASED BY A
      * SUPERVISOR THROUGH HOLD-MAINT, SPACE OTHERWISE; AN ITEM
      * ARRIVING FLAGGED L THAT IS NOT A RELEASED HOLD STILL OPEN ON
      * LIMHOLD.DAT IS POSTED WITH SPACE.  A RELEASED ITEM KEEPS THE
      * SOURCE IT WAS ORIGINALLY HELD FROM IN OUT-ID-SOURCE.
      * OUT-CURRENCY-CODE IS THE CURRENCY THE SENDER QUOTED (SPACES =
      * BASE CURRENCY) AND OUT-ORIG-AMOUNT THE AMOUNT AS SENT IN THAT
      * CURRENCY; OUT-TRAN-AMOUNT IS ALWAYS THE BASE-CURRENCY AMOUNT,
      * CONVERTED BY FILE-IO-TEST AT THE BUSINESS DATE'S FXRATE.TXT
      * RATE, SO POSITIONS, GL AND BALANCING TOTALS ARE ALL IN BASE.
      * RECORDS WRITTEN BEFORE THE CURRENCY FIELDS WERE ADDED CARRY
      * SPACES THERE AND ARE IN THE BASE CURRENCY.
      * OUT-TRAN-ID IS THE PERMANENT TRANSACTION IDENTIFIER, ASSIGNED
      * ONCE BY FILE-IO-TEST WHEN THE RECORD IS POSTED: THE BUSINESS
      * DATE OF THE LOAD, THE SOURCE THE ITEM CAME FROM (THE BATCH
      * HEADER SOURCE, UNBATCHD FOR ITEMS OUTSIDE AN ENVELOPE, MAINT
      * FOR A MAINTENANCE ADD) AND THE POSTING SEQUENCE WITHIN THAT
      * LOAD.  OUTPUT-KEY IS REUSED EVERY BUSINESS DATE; THE ID IS
      * NOT, AND TRAVELS WITH THE ITEM TO THE EXTRACT, AUDIT TRAIL,
      * SUSPENSE FILE, ARCHIVE, GL INTERFACE AND STATEMENTS.  RECORDS
      * POSTED BEFORE THE FIELD WAS ADDED CARRY SPACES THERE.
      *****************************************************************
       01  OUTPUT-RECORD.
           05  OUTPUT-KEY              PIC 9(07).
               10  OUT-TRAN-DATE       PIC 9(08).
               10  OUT-DEBIT-CREDIT    PIC X(01).
               10  OUT-REVERSAL-FLAG   PIC X(01).
               10  OUT-RELEASE-FLAG    PIC X(01).
               10  OUT-CURRENCY-CODE   PIC X(03).
               10  OUT-ORIG-AMOUNT     PIC 9(09)V9(02).
               10  OUT-TRAN-ID.
                   15  OUT-ID-DATE     PIC 9(08).
                   15  OUT-ID-SOURCE   PIC X(08).
                   15  OUT-ID-SEQUENCE PIC 9(07).
               10  FILLER              PIC X(07).
           05  OUTPUT-CHOICE-CODE      PIC 9(01).
