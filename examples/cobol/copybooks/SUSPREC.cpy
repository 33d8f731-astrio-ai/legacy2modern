      * QUEUE THE ITEM ON SUSPREL.TXT FOR THE NEXT IF-TEST GENERATION
      * AND DELETE THE SUSPENSE RECORD; SUSP-AGING LISTS UNRESOLVED
      * ITEMS BY DAYS OUTSTANDING.  THE SUSPENSE DATE IS THE BUSINESS
      * DATE THE ITEM FIRST WENT TO SUSPENSE.  SUS-TRAN-ID IS THE
      * PERMANENT TRANSACTION ID OF THE SUSPENDED RECORD (SEE
      * TRANXREC); IT IS CARRIED ON TO SUSPREL.TXT AND BACK INTO THE
      * EXTRACT WHEN THE ITEM IS RELEASED.  ITS SOURCE PART
      * (SUS-ID-SOURCE) TRACES THE ITEM BACK TO THE SENDER FOR
      * SRC-SCORECARD.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-KEY.
           05  SUS-TRAN-AMOUNT         PIC 9(09)V9(02).
           05  SUS-DEBIT-CREDIT        PIC X(01).
           05  SUS-SUSPENSE-DATE       PIC 9(08).
           05  SUS-TRAN-ID.
               10  SUS-ID-DATE         PIC 9(08).
               10  SUS-ID-SOURCE       PIC X(08).
               10  SUS-ID-SEQUENCE     PIC 9(07).
