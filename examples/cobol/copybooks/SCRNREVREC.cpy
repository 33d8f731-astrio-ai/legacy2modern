      *****************************************************************
      * SCRNREVREC - SHARED RECORD LAYOUT FOR THE KEYED SUSPICIOUS
      * ACTIVITY REVIEW FILE (SCRNREV.DAT).  ACTV-SCREEN WRITES ONE
      * ALERT HERE FOR EACH POSTED ITEM OR ACCOUNT THAT TRIPS A
      * SCREENING RULE; THE KEY IS THE BUSINESS DATE SCREENED PLUS AN
      * ALERT SEQUENCE WITHIN THAT DATE.  SRV-RULE-CODE IS S001 = ITEM
      * JUST UNDER A ROUND AMOUNT (ONE OF SEVERAL THAT DAY), S002 =
      * TOO MANY ITEMS ON ONE ACCOUNT IN THE DAY (ACCOUNT LEVEL,
      * SRV-OUTPUT-KEY ZERO AND SRV-TRAN-AMOUNT THE DAY'S GROSS),
      * S003 = ITEM FAR ABOVE THE ACCOUNT'S USUAL SIZE ON ACCTPOS.DAT.
      * SRV-OBSERVED-COUNT IS THE NUMBER OF QUALIFYING ITEMS ON THE
      * ACCOUNT THAT DAY AND SRV-USUAL-AMOUNT THE USUAL ITEM SIZE THE
      * ITEM WAS MEASURED AGAINST.  SRV-PRIOR-ALERTS AND
      * SRV-PRIOR-CONFIRMED COUNT THE ACCOUNT'S EARLIER ALERTS AND
      * THOSE OF THEM CONFIRMED OR ESCALATED, AS AT SCREENING TIME, SO
      * REPEAT OFFENDERS STAND OUT.  SRV-STATUS IS O = OPEN, C =
      * CLEARED, F = CONFIRMED, E = ESCALATED; SCRN-REVIEW SETS IT
      * WITH SRV-REVIEWER-ID AND SRV-REVIEW-DATE AND LOGS EVERY
      * DISPOSITION TO SCRNHIST.TXT.  SRV-TRAN-ID IS THE PERMANENT
      * TRANSACTION ID OF THE ITEM ALERTED (SPACES ON AN S002 ACCOUNT
      * ALERT).  RECORDS ARE NEVER PURGED - THE FILE IS THE ALERT
      * HISTORY.
      *****************************************************************
       01  SCREEN-REVIEW-RECORD.
           05  SRV-KEY.
               10  SRV-BUSINESS-DATE   PIC 9(08).
               10  SRV-SEQUENCE        PIC 9(05).
           05  SRV-RULE-CODE           PIC X(04).
           05  SRV-RULE-TEXT           PIC X(30).
           05  SRV-ACCOUNT-NUMBER      PIC X(10).
           05  SRV-OUTPUT-KEY          PIC 9(07).
           05  SRV-TRAN-AMOUNT         PIC 9(11)V9(02).
           05  SRV-DEBIT-CREDIT        PIC X(01).
           05  SRV-OBSERVED-COUNT      PIC 9(05).
           05  SRV-USUAL-AMOUNT        PIC 9(11)V9(02).
           05  SRV-PRIOR-ALERTS        PIC 9(05).
           05  SRV-PRIOR-CONFIRMED     PIC 9(05).
           05  SRV-STATUS              PIC X(01).
           05  SRV-REVIEWER-ID         PIC X(08).
           05  SRV-REVIEW-DATE         PIC 9(08).
           05  SRV-TRAN-ID             PIC X(23).
