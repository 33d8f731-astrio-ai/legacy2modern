      *****************************************************************
      * LIMHOLDREC - SHARED RECORD LAYOUT FOR THE KEYED LIMIT-BREACH
      * HOLD FILE (LIMHOLD.DAT).  WHEN A DETAIL WOULD TAKE AN ACCOUNT
      * PAST ITS SINGLE-ITEM OR DAILY LIMIT ON ACCTMST.DAT,
      * FILE-IO-TEST WRITES IT HERE INSTEAD OF POSTING IT TO
      * OUTPUT.DAT.  THE KEY IS THE BUSINESS DATE OF THE LOAD PLUS A
      * HOLD SEQUENCE WITHIN THAT DATE.  HOLD-LIST PRINTS THE ITEMS
      * STILL WAITING EACH MORNING; HOLD-MAINT APPLIES THE
      * SUPERVISOR'S RELEASE (R) OR DECLINE (D) DECISIONS, QUEUEING
      * RELEASED DETAILS ON HOLDREL.TXT FOR FUTURE-RELEASE TO FEED
      * BACK INTO INPUT.TXT.  HLD-STATUS IS H = HELD, R = RELEASED,
      * D = DECLINED, P = RELEASED AND POSTED; HLD-ACTION-DATE AND
      * HLD-ACTION-BY ARE FILLED WHEN THE SUPERVISOR DECIDES THE
      * ITEM.  HLD-LIMIT-AMOUNT IS THE LIMIT THE DETAIL WOULD HAVE
      * BREACHED.  A RELEASED DETAIL CARRIES THE HOLD KEY AND
      * HLD-SOURCE-ID BACK INTO INPUT.TXT; FILE-IO-TEST POSTS IT
      * WITHOUT THE LIMIT AND CLOSED-PERIOD EDITS ONLY WHEN IT MATCHES
      * AN R ITEM HERE, THEN SETS P WITH HLD-POSTED-DATE AND
      * HLD-POSTED-SEQUENCE, THE BUSINESS DATE AND OUTPUT.DAT KEY OF
      * THE POSTING, SO THE RELEASE CANNOT BE POSTED TWICE.
      *****************************************************************
       01  LIMIT-HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-BUSINESS-DATE   PIC 9(08).
               10  HLD-SEQUENCE        PIC 9(07).
           05  HLD-DETAIL-DATA         PIC X(80).
           05  HLD-DETAIL-FIELDS REDEFINES HLD-DETAIL-DATA.
               10  HLD-REF-CODE        PIC X(03).
               10  HLD-CHOICE-DIGIT    PIC 9(01).
               10  HLD-ACCOUNT-NUMBER  PIC X(10).
               10  HLD-TRAN-AMOUNT     PIC 9(09)V9(02).
               10  HLD-TRAN-DATE       PIC 9(08).
               10  HLD-DEBIT-CREDIT    PIC X(01).
               10  FILLER              PIC X(02).
               10  HLD-CURRENCY-CODE   PIC X(03).
               10  FILLER              PIC X(41).
           05  HLD-CHOICE-CODE         PIC 9(01).
           05  HLD-SOURCE-ID           PIC X(08).
           05  HLD-REASON-CODE         PIC X(04).
           05  HLD-REASON-TEXT         PIC X(30).
           05  HLD-LIMIT-AMOUNT        PIC 9(11)V9(02).
           05  HLD-STATUS              PIC X(01).
           05  HLD-ACTION-DATE         PIC 9(08).
           05  HLD-ACTION-BY           PIC X(08).
           05  HLD-POSTED-DATE         PIC 9(08).
           05  HLD-POSTED-SEQUENCE     PIC 9(07).
