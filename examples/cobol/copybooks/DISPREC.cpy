      *****************************************************************
      * DISPREC - SHARED RECORD LAYOUT FOR THE KEYED DISPUTE AND
      * CHARGEBACK CASE FILE (DISPCASE.DAT).  DISP-MAINT OPENS,
      * UPDATES AND CLOSES CASES FROM ACTION-CODED TRANSACTIONS;
      * DISP-GENERATE DELIVERS THE POSTINGS A CASE CALLS FOR AS
      * DETAILS IN SOURCE DISPUTE'S ENVELOPE ON SRCDLV.TXT; DISP-AGING
      * LISTS OPEN CASES AGAINST THEIR DUE DATES; ACCT-STATEMENT
      * MARKS A STATEMENT LINE WHOSE TRANSACTION HAS AN OPEN CASE.
      * THE KEY IS THE PERMANENT TRANSACTION ID OF THE DISPUTED
      * POSTING (SEE TRANXREC) PLUS A CASE SEQUENCE, SO A TRANSACTION
      * DISPUTED AGAIN AFTER A CASE CLOSES GETS A NEW CASE; ONLY ONE
      * CASE PER TRANSACTION MAY BE OPEN AT A TIME.  ACCOUNT, REF
      * CODE, AMOUNT, DEBIT/CREDIT AND DATE ARE THOSE OF THE DISPUTED
      * POSTING, TAKEN FROM OUTPUT.DAT OR OUTARCH.TXT WHEN THE CASE IS
      * OPENED; THE AMOUNT IS THE BASE-CURRENCY AMOUNT.  AN ID NEVER
      * POSTED, OR THAT OF A REVERSAL'S OFFSETTING ENTRY, CANNOT BE
      * DISPUTED.  DSP-STATUS IS O = OPEN, C = CLOSED IN THE CUSTOMER'S
      * FAVOUR, R = CLOSED AGAINST THE CUSTOMER, W = WITHDRAWN BY THE
      * CUSTOMER.  DSP-DUE-DATE IS THE DATE THE CASE MUST BE RESOLVED
      * BY.  DSP-PROV-AMOUNT IS THE PROVISIONAL CREDIT GIVEN WHILE THE
      * CASE IS INVESTIGATED, ZERO FOR NONE; IT POSTS OPPOSITE TO THE
      * DISPUTED POSTING.  DSP-PROV-STATUS IS SPACE = NO PROVISIONAL
      * CREDIT, P = TO BE POSTED, Y = POSTED ON DSP-PROV-DATE,
      * N = CANCELLED BEFORE IT WAS POSTED, B = TO BE BACKED OUT,
      * X = BACKED OUT ON DSP-BACKOUT-DATE.  A BACKOUT POSTS THE SAME
      * WAY AS THE DISPUTED POSTING.  CLOSING A CASE BACKS OUT A
      * POSTED PROVISIONAL CREDIT WHATEVER THE OUTCOME; A CASE CLOSED
      * IN THE CUSTOMER'S FAVOUR ALSO SETS DSP-REVERSAL-STATUS TO
      * P AND DISP-GENERATE POSTS THE FULL REVERSAL OF THE DISPUTED
      * POSTING, SETTING Y AND DSP-REVERSAL-DATE, SO THE CUSTOMER IS
      * LEFT WITH EXACTLY THE REVERSAL.  POSTINGS ARE HELD, NOT
      * DROPPED, WHILE THE ACCOUNT IS NOT OPEN ON ACCTMST.DAT.
      *****************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DSP-KEY.
               10  DSP-TRAN-ID.
                   15  DSP-ID-DATE     PIC 9(08).
                   15  DSP-ID-SOURCE   PIC X(08).
                   15  DSP-ID-SEQUENCE PIC 9(07).
               10  DSP-CASE-SEQUENCE   PIC 9(02).
           05  DSP-ACCOUNT-NUMBER      PIC X(10).
           05  DSP-REF-CODE            PIC X(03).
           05  DSP-TRAN-AMOUNT         PIC 9(09)V9(02).
           05  DSP-DEBIT-CREDIT        PIC X(01).
           05  DSP-TRAN-DATE           PIC 9(08).
           05  DSP-REASON-CODE         PIC X(04).
           05  DSP-REASON-TEXT         PIC X(30).
           05  DSP-STATUS              PIC X(01).
           05  DSP-OPENED-DATE         PIC 9(08).
           05  DSP-DUE-DATE            PIC 9(08).
           05  DSP-CLOSED-DATE         PIC 9(08).
           05  DSP-PROV-AMOUNT         PIC 9(09)V9(02).
           05  DSP-PROV-STATUS         PIC X(01).
           05  DSP-PROV-DATE           PIC 9(08).
           05  DSP-BACKOUT-DATE        PIC 9(08).
           05  DSP-REVERSAL-STATUS     PIC X(01).
           05  DSP-REVERSAL-DATE       PIC 9(08).
           05  DSP-UPDATED-DATE        PIC 9(08).
           05  DSP-NOTE                PIC X(30).
